      ******************************************************************
       01  HIST-REC.
       	 05 HIST-TRANSNO	PIC 9(5).
       	 05 HIST-REST		PIC X(146).
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       END-PURGE-RTN.
       PURGE-ONE-RTN.
       	ADD 1 TO RCTR.
       	IF (W-LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		IF (W-DUEDATE < WS-CUTOFF)
       			WRITE HIST-REC FROM W-LOAN-REC
       				INVALID KEY
