       	 SELECT AGERUN ASSIGN TO "AGERUN.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AGERUN-STATUS.
       	 SELECT ISCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS ISC-KEY
       	 FILE STATUS IS WS-ISCFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE
       	 05 CHK-FORFCTR	PIC 9(5).
       	 05 CHK-SKIPCTR	PIC 9(5).
       	 05 CHK-STATUS	PIC X(10).
       	 05 CHK-INSTCTR	PIC 9(5).
       	 05 CHK-MISSCTR	PIC 9(5).
       FD  AGERUN
       	 LABEL RECORD IS STANDARD.
       01  AGERUN-REC			PIC X(80).
       FD  ISCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "INSTSCH.Dat"
       	 DATA RECORD IS INSTSCH-REC.
       COPY ISCREC.
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       01 W-TRANSNO-DISP	PIC ZZZ99.
       77 WS-RESUME		PIC A.
       77 WS-CHK-TRANSNO	PIC 9(5).
       77 WS-CHK-STATUS	PIC X(10).
       77 WS-ISCFILE-STATUS PIC XX.
       77 WS-ISC-OPEN		PIC A.
       77 WS-ISC-EOF		PIC A.
       77 WS-ISC-ROWS		PIC 9(2).
       77 WS-MISS-CTR		PIC 9(2).
       77 WS-MISS-LIMIT	PIC 9(2) VALUE 3.
       77 WS-INSTCTR		PIC 9(5).
       77 WS-MISSCTR		PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-RTN.
       	MOVE 0 TO WS-OVERCTR.
       	MOVE 0 TO WS-FORFCTR.
       	MOVE 0 TO WS-SKIPCTR.
       	MOVE 0 TO WS-INSTCTR.
       	MOVE 0 TO WS-MISSCTR.
       	MOVE 0 TO WS-CHK-TRANSNO.
       	MOVE "N" TO WS-RESUME.
       	DISPLAY "<@@@@@ LOAN AGING BATCH JOB @@@@@>".
       	PERFORM READ-CHECKPOINT-RTN THRU
       		END-READ-CHECKPOINT-RTN.
       	OPEN I-O LOANFILE.
       	MOVE "N" TO WS-ISC-OPEN.
       	OPEN I-O ISCFILE.
       	IF (WS-ISCFILE-STATUS = "00")
       		MOVE "Y" TO WS-ISC-OPEN
       	END-IF.
       	MOVE "Y" TO RESP.
       	IF (WS-RESUME = "Y")
       		MOVE WS-CHK-TRANSNO TO TRANSNO
       	PERFORM WRITE-CHECKPOINT-RTN THRU
       		END-WRITE-CHECKPOINT-RTN.
       	PERFORM WRITE-RUNLOG-RTN THRU END-WRITE-RUNLOG-RTN.
       	IF (WS-ISC-OPEN = "Y")
       		CLOSE ISCFILE
       	END-IF.
       	CLOSE LOANFILE.
       	STOP RUN.
       READ-CHECKPOINT-RTN.
       			MOVE CHK-OVERCTR TO WS-OVERCTR
       			MOVE CHK-FORFCTR TO WS-FORFCTR
       			MOVE CHK-SKIPCTR TO WS-SKIPCTR
       			MOVE CHK-INSTCTR TO WS-INSTCTR
       			MOVE CHK-MISSCTR TO WS-MISSCTR
       		END-IF
       	END-IF.
       END-READ-CHECKPOINT-RTN.
       	MOVE WS-OVERCTR TO CHK-OVERCTR.
       	MOVE WS-FORFCTR TO CHK-FORFCTR.
       	MOVE WS-SKIPCTR TO CHK-SKIPCTR.
       	MOVE WS-INSTCTR TO CHK-INSTCTR.
       	MOVE WS-MISSCTR TO CHK-MISSCTR.
       	WRITE AGECHK-REC.
       	CLOSE AGECHK.
       END-WRITE-CHECKPOINT-RTN.
       END-WRITE-RUNLOG-RTN.
       AGE-REC-RTN.
       	ADD 1 TO RCTR.
       	IF (W-LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR
       	"POLICEHOLD" OR "SETTLED")
       		ADD 1 TO WS-SKIPCTR
       		MOVE W-TRANSNO TO WS-CHK-TRANSNO
       		MOVE "RUNNING" TO WS-CHK-STATUS
       		END-READ
       		GO TO END-AGE-REC-RTN
       	END-IF.
       	MOVE 0 TO WS-ISC-ROWS.
       	IF (W-LOAN-TYPE = "I" AND WS-ISC-OPEN = "Y")
       		PERFORM AGE-INSTAL-RTN THRU END-AGE-INSTAL-RTN
       	END-IF.
       	IF (WS-ISC-ROWS = 0)
       		PERFORM AGE-MATURITY-RTN THRU END-AGE-MATURITY-RTN
       	END-IF.
       	MOVE W-TRANSNO TO TRANSNO.
       	REWRITE LOAN-REC FROM W-LOAN-REC
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "N" TO RESP.
       END-AGE-REC-RTN.
       AGE-MATURITY-RTN.
       	IF (W-DUEDATE >= WS-TODAY)
       		MOVE "CURRENT" TO W-LOAN-STATUS
       		ADD 1 TO WS-CURCTR
       	ELSE
       		COMPUTE WS-DAYS-PAST-DUE =
       			FUNCTION INTEGER-OF-DATE(WS-TODAY) -
       			FUNCTION INTEGER-OF-DATE(W-DUEDATE)
       		IF (WS-DAYS-PAST-DUE > WS-GRACE-DAYS)
       			MOVE "FORFEITED" TO W-LOAN-STATUS
       			ADD 1 TO WS-FORFCTR
       		ELSE
       			MOVE "OVERDUE" TO W-LOAN-STATUS
       			ADD 1 TO WS-OVERCTR
       		END-IF
       	END-IF.
       END-AGE-MATURITY-RTN.
      * An instalment loan ages on its schedule: every unpaid
      * instalment past its due date is marked MISSED.  None missed
      * is CURRENT; WS-MISS-LIMIT missed, or any missed once the
      * maturity grace period has run, is FORFEITED; else OVERDUE.
      * A loan with no schedule rows ages on its maturity date.
       AGE-INSTAL-RTN.
       	MOVE 0 TO WS-MISS-CTR.
       	MOVE "N" TO WS-ISC-EOF.
       	MOVE W-TRANSNO TO ISC-TRANSNO.
       	MOVE 0 TO ISC-INSTNO.
       	START ISCFILE KEY IS GREATER THAN ISC-KEY
       		INVALID KEY MOVE "Y" TO WS-ISC-EOF
       	END-START.
       	PERFORM AGE-INSTAL-ONE-RTN THRU END-AGE-INSTAL-ONE-RTN
       		UNTIL WS-ISC-EOF = "Y".
       	IF (WS-ISC-ROWS = 0)
       		GO TO END-AGE-INSTAL-RTN
       	END-IF.
       	ADD 1 TO WS-INSTCTR.
       	IF (WS-MISS-CTR = 0)
       		MOVE "CURRENT" TO W-LOAN-STATUS
       		ADD 1 TO WS-CURCTR
       		GO TO END-AGE-INSTAL-RTN
       	END-IF.
       	ADD WS-MISS-CTR TO WS-MISSCTR.
       	MOVE 0 TO WS-DAYS-PAST-DUE.
       	IF (W-DUEDATE < WS-TODAY)
       		COMPUTE WS-DAYS-PAST-DUE =
       			FUNCTION INTEGER-OF-DATE(WS-TODAY) -
       			FUNCTION INTEGER-OF-DATE(W-DUEDATE)
       	END-IF.
       	IF (WS-MISS-CTR >= WS-MISS-LIMIT) OR
       	(WS-DAYS-PAST-DUE > WS-GRACE-DAYS)
       		MOVE "FORFEITED" TO W-LOAN-STATUS
       		ADD 1 TO WS-FORFCTR
       	ELSE
       		MOVE "OVERDUE" TO W-LOAN-STATUS
       		ADD 1 TO WS-OVERCTR
       	END-IF.
       END-AGE-INSTAL-RTN.
       AGE-INSTAL-ONE-RTN.
       	READ ISCFILE NEXT RECORD AT END MOVE "Y" TO WS-ISC-EOF
       	END-READ.
       	IF (WS-ISC-EOF = "N" AND ISC-TRANSNO NOT = W-TRANSNO)
       		MOVE "Y" TO WS-ISC-EOF
       	END-IF.
       	IF (WS-ISC-EOF = "Y")
       		GO TO END-AGE-INSTAL-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-ISC-ROWS.
       	IF (ISC-STATUS = "PAID" OR ISC-DUEDATE >= WS-TODAY)
       		GO TO END-AGE-INSTAL-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-MISS-CTR.
       	IF (ISC-STATUS NOT = "MISSED")
       		MOVE "MISSED" TO ISC-STATUS
       		REWRITE INSTSCH-REC
       			INVALID KEY
       			DISPLAY "INSTSCH.Dat NOT UPDATED FOR " W-TRANSNO
       		END-REWRITE
       	END-IF.
       END-AGE-INSTAL-ONE-RTN.
       FOOTER-RTN.
       	DISPLAY " ".
       	DISPLAY "RECORDS PROCESSED: " RCTR.
       	DISPLAY "CURRENT: " WS-CURCTR "   OVERDUE: " WS-OVERCTR
       		"   FORFEITED: " WS-FORFCTR.
       	DISPLAY "SKIPPED (REDEEMED/DISPOSED/POLICE HOLD): "
       		WS-SKIPCTR.
       	DISPLAY "INSTALMENT LOANS: " WS-INSTCTR
       		"   MISSED INSTALMENTS: " WS-MISSCTR.
       END-FOOTER-RTN.
