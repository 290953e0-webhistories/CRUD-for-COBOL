      * the CHANEXC.prt exception report for manual handling instead
      * of failing the run.  Channel money never entered a drawer, so
      * SHIFT.Dat is not touched and MACHINE23 leaves these entries
      * out of the drawer proof.  An instalment loan's payment goes to
      * its INSTSCH.Dat schedule first, oldest unpaid instalment first.
      * The batch may run while the counters are open: each ticket is
      * locked in LOCKREG.Dat as MACHINE4 does, and one a teller is
      * still working after three tries goes to the exception report
      * as in use by that operator.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT TXJCTL ASSIGN TO "TXJCTL.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-TXJCTL-STATUS.
       	 SELECT ISCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS ISC-KEY
       	 FILE STATUS IS WS-ISCFILE-STATUS.
       	 SELECT LOCKREG ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LCK-KEY
       	 FILE STATUS IS WS-LOCKREG-STATUS.
       	 SELECT LOCKLOG ASSIGN TO "LOCKLOG.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LOCKLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  TXJCTL
       	 LABEL RECORD IS STANDARD.
       01  TXJCTL-REC.
       	 05 TXC-DATE		PIC 9(8).
       	 05 TXC-NEXT-SEQ	PIC 9(7).
       FD  ISCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "INSTSCH.Dat"
       	 DATA RECORD IS INSTSCH-REC.
       COPY ISCREC.
       FD  LOCKREG
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOCKREG.Dat"
       	 DATA RECORD IS LOCK-REC.
       COPY LCKREC.
       FD  LOCKLOG
       	 LABEL RECORD IS STANDARD.
       01  LOCKLOG-REC			PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-CHN-FIELDS.
       	 05 WS-CHN-TRANSNO-X	PIC X(5).
       77 WS-CHANFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-LOCKREG-STATUS PIC XX.
       77 WS-LOCKLOG-STATUS PIC XX.
       77 WS-LCK-FILE	PIC X(8).
       77 WS-LCK-KEY		PIC X(10).
       77 WS-LCK-GOT		PIC A.
       77 WS-LCK-RETRY	PIC A.
       77 WS-LCK-TRIES	PIC 9.
       77 WS-LCK-SLEEP	PIC X(10) VALUE "sleep 5".
       77 WS-LCK-TS		PIC 9(14).
       77 WS-LCK-TODAY	PIC 9(8).
       77 WS-LCK-OUTCOME	PIC X(8).
       77 WS-LCK-HOLDER	PIC X(10).
       77 WS-LCK-HOLD-PGM	PIC X(10).
       77 WS-LCK-HOLD-TS	PIC 9(14).
       77 WS-LCK-MSG		PIC X(60).
       77 WS-EXCRPT-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-PAY-PEN-AMT	PIC 9(6)V99.
       77 WS-PAY-INT-AMT	PIC 9(6)V99.
       77 WS-PAY-PRIN-AMT	PIC 9(6)V99.
       77 WS-PAY-PART		PIC 9(6)V99.
       77 WS-ISCFILE-STATUS PIC XX.
       77 WS-ISC-EOF		PIC A.
       77 WS-ISC-OWED		PIC 9(6)V99.
       77 WS-ISC-APPLIED	PIC 9(6)V99.
       77 WS-TODAY		PIC 9(8).
       77 WS-EXC-MSG		PIC X(30).
       77 WS-LINE-CTR		PIC 9(5).
       77 WS-POST-CTR		PIC 9(5).
       END-OPEN-EXC-RTN.
       POST-ONE-RTN.
       	ADD 1 TO WS-LINE-CTR.
       	MOVE "N" TO WS-LCK-GOT.
       	PERFORM PARSE-LINE-RTN THRU END-PARSE-LINE-RTN.
       	IF (WS-PARSE-OK = "N")
       		MOVE "UNREADABLE SETTLEMENT LINE" TO WS-EXC-MSG
       		GO TO POST-NEXT-RTN
       	END-IF.
       	MOVE WS-CHN-TRANSNO TO TRANSNO.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "N")
       		MOVE SPACES TO WS-EXC-MSG
       		STRING "IN USE BY OPERATOR " WS-LCK-HOLDER
       			DELIMITED BY SIZE INTO WS-EXC-MSG
       		PERFORM WRITE-EXC-RTN THRU END-WRITE-EXC-RTN
       		GO TO POST-NEXT-RTN
       	END-IF.
       	READ LOANFILE
       		INVALID KEY
       		MOVE "TICKET NOT ON FILE" TO WS-EXC-MSG
       		PERFORM WRITE-EXC-RTN THRU END-WRITE-EXC-RTN
       		GO TO POST-NEXT-RTN
       	END-READ.
       	IF (LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		MOVE "LOAN ALREADY CLOSED" TO WS-EXC-MSG
       		PERFORM WRITE-EXC-RTN THRU END-WRITE-EXC-RTN
       		GO TO POST-NEXT-RTN
       	DISPLAY "POSTED " WS-CHN-TRANSNO " P" W-AMT-DISP
       		" REF " WS-CHN-REF.
       POST-NEXT-RTN.
       	IF (WS-LCK-GOT = "Y")
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       	END-IF.
       	READ CHANFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-POST-ONE-RTN.
       	END-IF.
       	SUBTRACT WS-PAY-PEN-AMT FROM PENALTY.
       	SUBTRACT WS-PAY-PEN-AMT FROM WS-PAY-REMAIN.
       	IF (LOAN-TYPE-INSTAL)
       		PERFORM SCHED-APPLY-RTN THRU END-SCHED-APPLY-RTN
       	END-IF.
       	IF (WS-PAY-REMAIN > DECI)
       		MOVE DECI TO WS-PAY-PART
       	ELSE
       		MOVE WS-PAY-REMAIN TO WS-PAY-PART
       	END-IF.
       	ADD WS-PAY-PART TO WS-PAY-INT-AMT.
       	SUBTRACT WS-PAY-PART FROM DECI.
       	SUBTRACT WS-PAY-PART FROM WS-PAY-REMAIN.
       	IF (WS-PAY-REMAIN > DECIMAL)
       		MOVE DECIMAL TO WS-PAY-PART
       	ELSE
       		MOVE WS-PAY-REMAIN TO WS-PAY-PART
       	END-IF.
       	ADD WS-PAY-PART TO WS-PAY-PRIN-AMT.
       	SUBTRACT WS-PAY-PART FROM DECIMAL.
       	SUBTRACT WS-PAY-PART FROM WS-PAY-REMAIN.
       END-APPLY-PAYMENT-RTN.
       SCHED-APPLY-RTN.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	OPEN I-O ISCFILE.
       	IF (WS-ISCFILE-STATUS NOT = "00")
       		DISPLAY "INSTSCH.Dat NOT UPDATED. STATUS: "
       			WS-ISCFILE-STATUS
       		GO TO END-SCHED-APPLY-RTN
       	END-IF.
       	MOVE "N" TO WS-ISC-EOF.
       	MOVE TRANSNO TO ISC-TRANSNO.
       	MOVE 0 TO ISC-INSTNO.
       	START ISCFILE KEY IS GREATER THAN ISC-KEY
       		INVALID KEY MOVE "Y" TO WS-ISC-EOF
       	END-START.
       	PERFORM SCHED-APPLY-ONE-RTN THRU END-SCHED-APPLY-ONE-RTN
       		UNTIL WS-ISC-EOF = "Y".
       	CLOSE ISCFILE.
       END-SCHED-APPLY-RTN.
       SCHED-APPLY-ONE-RTN.
       	IF (WS-PAY-REMAIN = 0)
       		MOVE "Y" TO WS-ISC-EOF
       		GO TO END-SCHED-APPLY-ONE-RTN
       	END-IF.
       	READ ISCFILE NEXT RECORD AT END MOVE "Y" TO WS-ISC-EOF
       	END-READ.
       	IF (WS-ISC-EOF = "N" AND ISC-TRANSNO NOT = TRANSNO)
       		MOVE "Y" TO WS-ISC-EOF
       	END-IF.
       	IF (WS-ISC-EOF = "Y" OR ISC-STATUS = "PAID")
       		GO TO END-SCHED-APPLY-ONE-RTN
       	END-IF.
       	MOVE 0 TO WS-ISC-APPLIED.
       	COMPUTE WS-ISC-OWED = ISC-INTEREST - ISC-INT-PAID.
       	IF (WS-ISC-OWED > DECI)
       		MOVE DECI TO WS-ISC-OWED
       	END-IF.
       	IF (WS-PAY-REMAIN > WS-ISC-OWED)
       		MOVE WS-ISC-OWED TO WS-PAY-PART
       	ELSE
       		MOVE WS-PAY-REMAIN TO WS-PAY-PART
       	END-IF.
       	ADD WS-PAY-PART TO ISC-INT-PAID.
       	ADD WS-PAY-PART TO WS-PAY-INT-AMT.
       	ADD WS-PAY-PART TO WS-ISC-APPLIED.
       	SUBTRACT WS-PAY-PART FROM DECI.
       	SUBTRACT WS-PAY-PART FROM WS-PAY-REMAIN.
       	COMPUTE WS-ISC-OWED = ISC-PRINCIPAL - ISC-PRIN-PAID.
       	IF (WS-ISC-OWED > DECIMAL)
       		MOVE DECIMAL TO WS-ISC-OWED
       	END-IF.
       	IF (WS-PAY-REMAIN > WS-ISC-OWED)
       		MOVE WS-ISC-OWED TO WS-PAY-PART
       	ELSE
       		MOVE WS-PAY-REMAIN TO WS-PAY-PART
       	END-IF.
       	ADD WS-PAY-PART TO ISC-PRIN-PAID.
       	ADD WS-PAY-PART TO WS-PAY-PRIN-AMT.
       	ADD WS-PAY-PART TO WS-ISC-APPLIED.
       	SUBTRACT WS-PAY-PART FROM DECIMAL.
       	SUBTRACT WS-PAY-PART FROM WS-PAY-REMAIN.
       	IF (WS-ISC-APPLIED = 0)
       		GO TO END-SCHED-APPLY-ONE-RTN
       	END-IF.
       	IF (ISC-INT-PAID >= ISC-INTEREST) AND
       	(ISC-PRIN-PAID >= ISC-PRINCIPAL)
       		MOVE "PAID" TO ISC-STATUS
       		MOVE WS-TODAY TO ISC-PAID-DATE
       	ELSE
       		IF (ISC-DUEDATE < WS-TODAY)
       			MOVE "MISSED" TO ISC-STATUS
       		ELSE
       			MOVE "PARTIAL" TO ISC-STATUS
       		END-IF
       	END-IF.
       	REWRITE INSTSCH-REC
       		INVALID KEY
       		DISPLAY "INSTSCH.Dat NOT UPDATED FOR INSTALMENT "
       			ISC-INSTNO
       	END-REWRITE.
       END-SCHED-APPLY-ONE-RTN.
       WRITE-PAYMENT-RTN.
       	OPEN EXTEND PAYFILE.
       	IF (WS-PAYFILE-STATUS = "35")
       	WRITE EXC-LINE.
       	DISPLAY EXC-LINE.
       END-WRITE-EXC-RTN.
      ******************************************************************
      * Record locking, as in MACHINE4, so the settlement file can be
      * posted while the counters are open.  The caller sets
      * WS-LCK-FILE and WS-LCK-KEY; WS-LCK-GOT comes back "Y" once the
      * batch holds the record in LOCKREG.Dat.  A ticket held by a
      * teller is tried three times, five seconds apart, before the
      * line is given up.  Every conflict goes to LOCKLOG.log.
      ******************************************************************
       LOCK-RTN.
       	MOVE "N" TO WS-LCK-GOT.
       	MOVE "Y" TO WS-LCK-RETRY.
       	PERFORM LOCK-TRY-RTN THRU END-LOCK-TRY-RTN
       		UNTIL (WS-LCK-GOT = "Y") OR (WS-LCK-RETRY = "N").
       END-LOCK-RTN.
       LOCK-TRY-RTN.
       	OPEN I-O LOCKREG.
       	IF (WS-LOCKREG-STATUS = "35")
       		OPEN OUTPUT LOCKREG
       		CLOSE LOCKREG
       		OPEN I-O LOCKREG
       	END-IF.
       	IF (WS-LOCKREG-STATUS NOT = "00")
       		DISPLAY "LOCKREG.Dat NOT AVAILABLE. STATUS: "
       			WS-LOCKREG-STATUS
       		MOVE "Y" TO WS-LCK-GOT
       		GO TO END-LOCK-TRY-RTN
       	END-IF.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LCK-TS.
       	MOVE WS-LCK-TS(1:8) TO WS-LCK-TODAY.
       	PERFORM LOCK-FILL-RTN THRU END-LOCK-FILL-RTN.
       	WRITE LOCK-REC
       		INVALID KEY CONTINUE
       	END-WRITE.
       	IF (WS-LOCKREG-STATUS = "00")
       		MOVE "Y" TO WS-LCK-GOT
       		CLOSE LOCKREG
       		GO TO END-LOCK-TRY-RTN
       	END-IF.
       	READ LOCKREG
       		INVALID KEY
       		CLOSE LOCKREG
       		GO TO END-LOCK-TRY-RTN
       	END-READ.
       	MOVE LCK-OPERATOR TO WS-LCK-HOLDER.
       	MOVE LCK-PROGRAM TO WS-LCK-HOLD-PGM.
       	MOVE LCK-DATE TO WS-LCK-HOLD-TS(1:8).
       	MOVE LCK-TIME TO WS-LCK-HOLD-TS(9:6).
      * left by this operator's own session, or by a counter that went
      * down before the day ended - taken over
       	IF ((LCK-OPERATOR = WS-OPERATOR-ID) AND
       	(LCK-PROGRAM = "MACHINE29")) OR
       	(LCK-DATE < WS-LCK-TODAY)
       		MOVE "TAKEOVER" TO WS-LCK-OUTCOME
       		PERFORM LOCK-LOG-RTN THRU END-LOCK-LOG-RTN
       		PERFORM LOCK-FILL-RTN THRU END-LOCK-FILL-RTN
       		REWRITE LOCK-REC
       		END-REWRITE
       		MOVE "Y" TO WS-LCK-GOT
       		CLOSE LOCKREG
       		GO TO END-LOCK-TRY-RTN
       	END-IF.
       	CLOSE LOCKREG.
       	MOVE SPACES TO WS-LCK-MSG.
       	STRING WS-LCK-FILE DELIMITED BY SPACE
       		" " DELIMITED BY SIZE
       		WS-LCK-KEY DELIMITED BY SPACE
       		" IN USE BY OPERATOR " DELIMITED BY SIZE
       		WS-LCK-HOLDER DELIMITED BY SPACE
       		" SINCE " DELIMITED BY SIZE
       		WS-LCK-HOLD-TS(9:2) ":" WS-LCK-HOLD-TS(11:2)
       		DELIMITED BY SIZE INTO WS-LCK-MSG.
       	DISPLAY WS-LCK-MSG.
       	ADD 1 TO WS-LCK-TRIES.
       	IF (WS-LCK-TRIES < 3)
       		MOVE "WAIT" TO WS-LCK-OUTCOME
       		CALL "SYSTEM" USING WS-LCK-SLEEP
       	ELSE
       		MOVE "SKIPPED" TO WS-LCK-OUTCOME
       		MOVE "N" TO WS-LCK-RETRY
       	END-IF.
       	PERFORM LOCK-LOG-RTN THRU END-LOCK-LOG-RTN.
       END-LOCK-TRY-RTN.
       LOCK-FILL-RTN.
       	MOVE WS-LCK-FILE TO LCK-FILE.
       	MOVE WS-LCK-KEY TO LCK-RECKEY.
       	MOVE WS-OPERATOR-ID TO LCK-OPERATOR.
       	MOVE "MACHINE29" TO LCK-PROGRAM.
       	MOVE WS-BR-CODE TO LCK-BRANCH.
       	MOVE WS-LCK-TS(1:8) TO LCK-DATE.
       	MOVE WS-LCK-TS(9:6) TO LCK-TIME.
       END-LOCK-FILL-RTN.
      * releases WS-LCK-FILE / WS-LCK-KEY if this session still holds it
       UNLOCK-RTN.
       	OPEN I-O LOCKREG.
       	IF (WS-LOCKREG-STATUS NOT = "00")
       		GO TO END-UNLOCK-RTN
       	END-IF.
       	MOVE WS-LCK-FILE TO LCK-FILE.
       	MOVE WS-LCK-KEY TO LCK-RECKEY.
       	READ LOCKREG
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (LCK-OPERATOR = WS-OPERATOR-ID) AND
       		(LCK-PROGRAM = "MACHINE29")
       			DELETE LOCKREG RECORD
       			END-DELETE
       		END-IF
       	END-READ.
       	CLOSE LOCKREG.
       END-UNLOCK-RTN.
      * LOCKLOG.log: time, branch, program, operator, file, key,
      * holder, holder's program, held since, outcome
       LOCK-LOG-RTN.
       	OPEN EXTEND LOCKLOG.
       	IF (WS-LOCKLOG-STATUS = "35")
       		OPEN OUTPUT LOCKLOG
       	END-IF.
       	MOVE SPACES TO LOCKLOG-REC.
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE29 ,"
       		WS-OPERATOR-ID "," WS-LCK-FILE "," WS-LCK-KEY ","
       		WS-LCK-HOLDER "," WS-LCK-HOLD-PGM "," WS-LCK-HOLD-TS ","
       		WS-LCK-OUTCOME DELIMITED BY SIZE INTO LOCKLOG-REC.
       	WRITE LOCKLOG-REC.
       	CLOSE LOCKLOG.
       END-LOCK-LOG-RTN.
       LOCK-LOAN-RTN.
       	MOVE "LOAN" TO WS-LCK-FILE.
       	MOVE WS-CHN-TRANSNO TO WS-LCK-KEY.
       	MOVE 0 TO WS-LCK-TRIES.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-LOAN-RTN.
       UNLOCK-LOAN-RTN.
       	MOVE "LOAN" TO WS-LCK-FILE.
       	MOVE WS-CHN-TRANSNO TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UNLOCK-LOAN-RTN.
       WRITE-AUDIT-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP.
       	 OPEN EXTEND AUDITLOG.
       	 	INTO AUDIT-REC.
       	 WRITE AUDIT-REC.
       	 CLOSE AUDITLOG.
       	 PERFORM WRITE-TXJ-RTN THRU END-WRITE-TXJ-RTN.
       END-WRITE-AUDIT-RTN.
       WRITE-TXJ-RTN.
       	 MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-TXJ-DATE.
       	 PERFORM NEXT-TXJ-SEQ-RTN THRU END-NEXT-TXJ-SEQ-RTN.
       	 OPEN I-O TXJFILE.
       	 IF (WS-TXJFILE-STATUS = "35")
       	 	OPEN OUTPUT TXJFILE
       	 	CLOSE TXJFILE
       	 	OPEN I-O TXJFILE
       	 END-IF.
       	 IF (WS-TXJFILE-STATUS NOT = "00")
       	 	DISPLAY "TXJRNL.Dat NOT UPDATED. STATUS: "
       	 		WS-TXJFILE-STATUS
       	 	GO TO END-WRITE-TXJ-RTN
       	 END-IF.
       	 MOVE WS-TXJ-DATE TO TXJ-DATE.
       	 MOVE WS-BR-CODE TO TXJ-BRANCH.
       	 MOVE WS-AUDIT-TRANSNO TO TXJ-TRANSNO.
       	 MOVE WS-AUDIT-TIMESTAMP(9:6) TO TXJ-TIME.
       	 MOVE WS-AUDIT-ACTION TO TXJ-ACTION.
       	 MOVE WS-OPERATOR-ID TO TXJ-OPERATOR.
       	 MOVE WS-AUDIT-AMOUNT TO TXJ-AMOUNT.
       	 MOVE "P" TO TXJ-SOURCE.
       	 MOVE 0 TO WS-TXJ-TRIES.
       	 MOVE "N" TO WS-TXJ-DONE.
       	 PERFORM WRITE-TXJ-ONE-RTN THRU END-WRITE-TXJ-ONE-RTN
       	 	UNTIL WS-TXJ-DONE = "Y".
       	 CLOSE TXJFILE.
       	 OPEN OUTPUT TXJCTL.
       	 MOVE WS-TXJ-DATE TO TXC-DATE.
       	 COMPUTE TXC-NEXT-SEQ = WS-TXJ-SEQ + 1.
       	 WRITE TXJCTL-REC.
       	 CLOSE TXJCTL.
       END-WRITE-TXJ-RTN.
       WRITE-TXJ-ONE-RTN.
       	 MOVE WS-TXJ-SEQ TO TXJ-SEQ.
       	 WRITE TXJ-REC
       	 	INVALID KEY CONTINUE
       	 END-WRITE.
       	 IF (WS-TXJFILE-STATUS = "22" AND WS-TXJ-TRIES < 999)
       	 	ADD 1 TO WS-TXJ-SEQ
       	 	ADD 1 TO WS-TXJ-TRIES
       	 	GO TO END-WRITE-TXJ-ONE-RTN
       	 END-IF.
       	 IF (WS-TXJFILE-STATUS NOT = "00")
       	 	DISPLAY "TXJRNL.Dat NOT UPDATED. STATUS: "
       	 		WS-TXJFILE-STATUS
       	 END-IF.
       	 MOVE "Y" TO WS-TXJ-DONE.
       END-WRITE-TXJ-ONE-RTN.
       NEXT-TXJ-SEQ-RTN.
       	 MOVE 1 TO WS-TXJ-SEQ.
       	 OPEN INPUT TXJCTL.
       	 IF (WS-TXJCTL-STATUS = "00")
       	 	READ TXJCTL
       	 		AT END CONTINUE
       	 		NOT AT END
       	 		IF (TXC-DATE = WS-TXJ-DATE)
       	 			MOVE TXC-NEXT-SEQ TO WS-TXJ-SEQ
       	 		END-IF
       	 	END-READ
       	 	CLOSE TXJCTL
       	 END-IF.
       END-NEXT-TXJ-SEQ-RTN.
       FOOTER-RTN.
       	MOVE WS-TOT-POSTED TO W-TOT-DISP.
       	MOVE SPACES TO EXC-LINE.
