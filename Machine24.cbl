      ******************************************************************
       01  HIST-REC.
       	 05 HIST-TRANSNO	PIC 9(5).
       	 05 HIST-REST		PIC X(146).
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
