       	 DATA RECORD IS HIST-REC.
       01  HIST-REC.
       	 05 HIST-TRANSNO	PIC 9(5).
       	 05 HIST-REST		PIC X(146).
       FD  SURPLUSFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "SURPLUS.Dat"
