       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE33.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Month-end interest accrual and accounting period close.
      * MACHINE22 journals interest only when it is collected, so at
      * month-end the books show nothing earned on tickets still
      * open.  For the month a manager names, this batch works out for
      * every open ticket the interest run up from DATEGRANTED to the
      * last calendar day of the month on the same daily basis as the
      * MACHINE4 payoff quote (tier rate over 30, by days elapsed),
      * less the interest already collected on it since DATEGRANTED
      * (PAYMENT.Dat, net of voids).  The uncollected total is written
      * to ACCRUAL.csv in the GLJRNL.csv layout - the accrual dated
      * the last day of the month and its reversal dated the first
      * day of the next - with the ticket detail on ACCRUAL.prt.  The
      * manager then closes the month in PERIOD.Dat; a closed month
      * is refused by the MACHINE4 void option, MACHINE8 lot sale
      * dates and MACHINE22 until it is reopened here.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT LOANFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TRANSNO
       	 ALTERNATE RECORD KEY IS CLNAME WITH DUPLICATES
       	 FILE STATUS IS WS-LOANFILE-STATUS.
       	 SELECT PAYFILE ASSIGN TO "PAYMENT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PAYFILE-STATUS.
       	 SELECT PRDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PRD-PERIOD
       	 FILE STATUS IS WS-PRDFILE-STATUS.
       	 SELECT GLMAP ASSIGN TO "GLMAP.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-GLMAP-STATUS.
       	 SELECT ACCRJRNL ASSIGN TO "ACCRUAL.csv"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-ACCRJRNL-STATUS.
       	 SELECT ACCRRPT ASSIGN TO "ACCRUAL.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-ACCRRPT-STATUS.
       	 SELECT AUDITLOG ASSIGN TO "AUDIT.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AUDITLOG-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  LOANFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
       FD  PRDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PERIOD.Dat"
       	 DATA RECORD IS PERIOD-REC.
       COPY PRDREC.
       FD  GLMAP
       	 LABEL RECORD IS STANDARD.
       COPY GLMREC.
       FD  ACCRJRNL
       	 LABEL RECORD IS STANDARD.
       01  JRNL-REC			PIC X(100).
       FD  ACCRRPT
       	 LABEL RECORD IS STANDARD.
       01  ACCR-LINE			PIC X(90).
       FD  AUDITLOG
       	 LABEL RECORD IS STANDARD.
       01  AUDIT-REC			PIC X(60).
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
       WORKING-STORAGE SECTION.
       COPY RATETBL.
       01 WS-LOAN-TABLE.
       	 05 WS-LT-ENTRY OCCURS 9999 TIMES.
       	 	10 WS-LT-TRANSNO	PIC 9(5).
       	 	10 WS-LT-CLNAME	PIC X(20).
       	 	10 WS-LT-GRANTED	PIC 9(8).
       	 	10 WS-LT-LOA		PIC 9(5)V99.
       	 	10 WS-LT-DAYS		PIC 9(4).
       	 	10 WS-LT-ACCRUED	PIC 9(6)V99.
       	 	10 WS-LT-COLLECTED	PIC S9(6)V99.
       01 WS-ACCTS.
       	 05 WS-ACCT-INTINC	PIC X(8) VALUE "401000".
       	 05 WS-ACCT-INTREC	PIC X(8) VALUE "125000".
       01 WS-RPT-DETAIL.
       	 05 RD-TRANSNO		PIC ZZZ99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-CLNAME		PIC X(20).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-GRANTED		PIC 9999/99/99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-LOA		PIC ZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-DAYS		PIC ZZZ9.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-ACCRUED		PIC ZZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-COLLECTED	PIC ZZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-UNCOLL		PIC ZZZ,Z99.99.
       01 W-AMT-EDIT		PIC 9(7).99.
       01 W-TOT-DISP		PIC ZZ,ZZZ,Z99.99.
       01 W-DATE-DISP		PIC 9999/99/99.
       01 W-NEXT-DISP		PIC 9999/99/99.
       77 RESP			PIC A.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-PRDFILE-STATUS PIC XX.
       77 WS-GLMAP-STATUS PIC XX.
       77 WS-ACCRJRNL-STATUS PIC XX.
       77 WS-ACCRRPT-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-EOF			PIC A.
       77 WS-SIGNON-ID	PIC X(10).
       77 WS-SIGNON-PW	PIC X(10).
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-TODAY		PIC 9(8).
       77 WS-PERIOD		PIC 9(6).
       77 WS-PRD-YYYY	PIC 9(4).
       77 WS-PRD-MM		PIC 9(2).
       77 WS-PRD-FOUND	PIC A.
       77 WS-MONTH-END	PIC 9(8).
       77 WS-NEXT-FIRST	PIC 9(8).
       77 WS-ELAPSED-DAYS	PIC S9(6).
       77 WS-ELAPSED-MM4	PIC 9(4).
       77 WS-ELAPSED-MONTHS PIC 9(2).
       	 88 ELAPSED-TIER-1 VALUE 1 THRU 4.
       	 88 ELAPSED-TIER-2 VALUE 5 THRU 8.
       	 88 ELAPSED-TIER-3 VALUE 9 THRU 12.
       	 88 ELAPSED-TIER-4 VALUE 13 THRU 99.
       77 WS-QT-DAYS		PIC 9(4).
       77 WS-QT-RATE		PIC V99.
       77 WS-LT-CTR		PIC 9(4).
       77 WS-LT-IDX		PIC 9(4).
       77 WS-LT-HIT		PIC 9(4).
       77 WS-LT-LOST		PIC 9(5).
       77 WS-LO			PIC 9(4).
       77 WS-HI			PIC 9(4).
       77 WS-MID		PIC 9(4).
       77 WS-UNCOLL		PIC 9(6)V99.
       77 WS-TOT-ACCRUED	PIC 9(8)V99.
       77 WS-TOT-COLLECTED	PIC S9(8)V99.
       77 WS-TOT-UNCOLL	PIC 9(8)V99.
       77 WS-ACCR-CTR	PIC 9(5).
       77 WS-JRNL-DATE	PIC 9(8).
       77 WS-JRNL-AMT	PIC 9(8)V99.
       77 WS-JRNL-DRACCT	PIC X(8).
       77 WS-JRNL-CRACCT	PIC X(8).
       77 WS-JRNL-DESC	PIC X(22).
       77 WS-OPERATOR-ID	PIC X(10).
       77 WS-AUDIT-ACTION	PIC X(10).
       77 WS-AUDIT-TRANSNO	PIC 9(5).
       77 WS-AUDIT-TIMESTAMP	PIC 9(14).
       77 WS-AUDIT-AMOUNT	PIC 9(6)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ MONTH-END ACCRUAL AND PERIOD CLOSE @@@@@>".
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	OPEN INPUT OPERFILE.
       	IF (WS-OPERFILE-STATUS NOT = "00")
       		DISPLAY "NO OPERATOR FILE ON RECORD."
       		DISPLAY "RUN MACHINE11 TO SET UP OPERATORS."
       		STOP RUN
       	END-IF.
       	PERFORM SIGNON-RTN THRU END-SIGNON-RTN.
       	CLOSE OPERFILE.
       	MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM GET-PERIOD-RTN THRU END-GET-PERIOD-RTN.
       	OPEN I-O PRDFILE.
       	IF (WS-PRDFILE-STATUS = "35")
       		OPEN OUTPUT PRDFILE
       		CLOSE PRDFILE
       		OPEN I-O PRDFILE
       	END-IF.
       	IF (WS-PRDFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING PERIOD.Dat. STATUS: "
       			WS-PRDFILE-STATUS
       		STOP RUN
       	END-IF.
       	MOVE WS-PERIOD TO PRD-PERIOD.
       	MOVE "N" TO WS-PRD-FOUND.
       	READ PRDFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY MOVE "Y" TO WS-PRD-FOUND
       	END-READ.
       	IF (WS-PRD-FOUND = "Y" AND PRD-STATUS = "CLOSED")
       		PERFORM REOPEN-RTN THRU END-REOPEN-RTN
       		CLOSE PRDFILE
       		STOP RUN
       	END-IF.
       	IF (WS-MONTH-END > WS-TODAY)
       		MOVE WS-MONTH-END TO W-DATE-DISP
       		DISPLAY "MONTH HAS NOT ENDED - LAST DAY IS "
       			W-DATE-DISP
       		CLOSE PRDFILE
       		STOP RUN
       	END-IF.
       	PERFORM LOAD-GLMAP-RTN THRU END-LOAD-GLMAP-RTN.
       	PERFORM LOAD-LOANS-RTN THRU END-LOAD-LOANS-RTN.
       	PERFORM SCAN-PAY-RTN THRU END-SCAN-PAY-RTN.
       	PERFORM WRITE-REPORT-RTN THRU END-WRITE-REPORT-RTN.
       	PERFORM WRITE-JOURNAL-RTN THRU END-WRITE-JOURNAL-RTN.
       	PERFORM CLOSE-PERIOD-RTN THRU END-CLOSE-PERIOD-RTN.
       	CLOSE PRDFILE.
       	STOP RUN.
       SIGNON-RTN.
       	MOVE 0 TO WS-TRIES.
       	MOVE "N" TO WS-SIGNED-ON.
       	PERFORM UNTIL WS-SIGNED-ON = "Y" OR WS-TRIES > 2
       		DISPLAY "MANAGER SIGN-ON REQUIRED."
       		DISPLAY "OPERATOR ID: "
       		ACCEPT WS-SIGNON-ID
       		DISPLAY "PASSWORD: "
       		ACCEPT WS-SIGNON-PW
       		MOVE WS-SIGNON-ID TO OP-ID
       		READ OPERFILE
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			PERFORM CHECK-MGR-RTN THRU
       				END-CHECK-MGR-RTN
       		END-READ
       		IF (WS-SIGNED-ON = "N")
       			ADD 1 TO WS-TRIES
       			DISPLAY "INVALID SIGN-ON."
       		END-IF
       	END-PERFORM.
       	IF (WS-SIGNED-ON = "N")
       		DISPLAY "SIGN-ON FAILED. EXITING."
       		CLOSE OPERFILE
       		STOP RUN
       	END-IF.
       END-SIGNON-RTN.
       CHECK-MGR-RTN.
       	IF (OP-STATUS = "ACTIVE")
       		IF (OP-PASSWORD = WS-SIGNON-PW)
       			IF (OP-ROLE-MANAGER)
       				MOVE "Y" TO WS-SIGNED-ON
       			END-IF
       		END-IF
       	END-IF.
       END-CHECK-MGR-RTN.
       GET-BRANCH-RTN.
       	MOVE "000" TO WS-BR-CODE.
       	MOVE "TAMBUNTING PAWNSHOP" TO WS-BR-NAME.
       	OPEN INPUT BRNFILE.
       	IF (WS-BRNFILE-STATUS = "00")
       		READ BRNFILE AT END CONTINUE
       			NOT AT END
       			MOVE BR-CODE TO WS-BR-CODE
       			MOVE BR-NAME TO WS-BR-NAME
       		END-READ
       		CLOSE BRNFILE
       	END-IF.
       END-GET-BRANCH-RTN.
      ******************************************************************
      * The month defaults to the one before today's.  Its last day is
      * the day before the first of the following month, which is
      * also the date the reversing entry carries.
      ******************************************************************
       GET-PERIOD-RTN.
       	DISPLAY "MONTH TO ACCRUE/CLOSE (YYYYMM, 0=LAST MONTH): ".
       	ACCEPT WS-PERIOD.
       	IF (WS-PERIOD = 0)
       		MOVE WS-TODAY(1:4) TO WS-PRD-YYYY
       		MOVE WS-TODAY(5:2) TO WS-PRD-MM
       		IF (WS-PRD-MM = 1)
       			MOVE 12 TO WS-PRD-MM
       			SUBTRACT 1 FROM WS-PRD-YYYY
       		ELSE
       			SUBTRACT 1 FROM WS-PRD-MM
       		END-IF
       		COMPUTE WS-PERIOD = WS-PRD-YYYY * 100 + WS-PRD-MM
       	END-IF.
       	MOVE WS-PERIOD(1:4) TO WS-PRD-YYYY.
       	MOVE WS-PERIOD(5:2) TO WS-PRD-MM.
       	PERFORM UNTIL (WS-PRD-MM > 0 AND WS-PRD-MM < 13) AND
       	(WS-PRD-YYYY > 1600)
       		DISPLAY "INVALID MONTH. ENTER YYYYMM: "
       		ACCEPT WS-PERIOD
       		MOVE WS-PERIOD(1:4) TO WS-PRD-YYYY
       		MOVE WS-PERIOD(5:2) TO WS-PRD-MM
       	END-PERFORM.
       	IF (WS-PRD-MM = 12)
       		COMPUTE WS-NEXT-FIRST =
       			(WS-PRD-YYYY + 1) * 10000 + 101
       	ELSE
       		COMPUTE WS-NEXT-FIRST =
       			WS-PRD-YYYY * 10000 + (WS-PRD-MM + 1) * 100 + 1
       	END-IF.
       	COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
       		FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).
       END-GET-PERIOD-RTN.
      ******************************************************************
      * A closed month is only ever reopened here, by a manager; the
      * accrual is then run again and the month closed again.
      ******************************************************************
       REOPEN-RTN.
       	MOVE PRD-CLOSED-TS(1:8) TO W-DATE-DISP.
       	DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - CLOSED BY "
       		PRD-CLOSED-BY " ON " W-DATE-DISP.
       	MOVE PRD-ACCRUED TO W-TOT-DISP.
       	DISPLAY "INTEREST ACCRUED AT CLOSE: P" W-TOT-DISP.
       	DISPLAY "REOPEN THIS PERIOD [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "PERIOD LEFT CLOSED."
       		GO TO END-REOPEN-RTN
       	END-IF.
       	MOVE "REOPENED" TO PRD-STATUS.
       	MOVE WS-SIGNON-ID TO PRD-REOPEN-BY.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO PRD-REOPEN-TS.
       	REWRITE PERIOD-REC
       	END-REWRITE.
       	MOVE 0 TO WS-AUDIT-TRANSNO.
       	MOVE "PRDREOPEN" TO WS-AUDIT-ACTION.
       	MOVE 0 TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	DISPLAY "PERIOD " WS-PERIOD " REOPENED.".
       END-REOPEN-RTN.
       LOAD-GLMAP-RTN.
       	OPEN INPUT GLMAP.
       	IF (WS-GLMAP-STATUS NOT = "00")
       		DISPLAY "NO GLMAP.Dat - USING DEFAULT ACCOUNTS."
       		GO TO END-LOAD-GLMAP-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ GLMAP AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-GLMAP-ONE-RTN THRU END-LOAD-GLMAP-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE GLMAP.
       END-LOAD-GLMAP-RTN.
       LOAD-GLMAP-ONE-RTN.
       	IF (GLM-KEY = "INTINC")
       		MOVE GLM-ACCT TO WS-ACCT-INTINC
       	END-IF.
       	IF (GLM-KEY = "INTREC")
       		MOVE GLM-ACCT TO WS-ACCT-INTREC
       	END-IF.
       	READ GLMAP AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-GLMAP-ONE-RTN.
      ******************************************************************
      * Open tickets granted on or before the month-end, in TRANSNO
      * order so SCAN-PAY-RTN can find them by halving the table.
      * Interest stops running once a ticket is forfeited, so only
      * CURRENT, OVERDUE and POLICEHOLD tickets accrue.
      ******************************************************************
       LOAD-LOANS-RTN.
       	MOVE 0 TO WS-LT-CTR.
       	MOVE 0 TO WS-LT-LOST.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		GO TO END-LOAD-LOANS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-LOAN-ONE-RTN THRU END-LOAD-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE LOANFILE.
       	IF (WS-LT-LOST > 0)
       		DISPLAY "*** " WS-LT-LOST " TICKETS OVER TABLE LIMIT "
       			"NOT ACCRUED ***"
       	END-IF.
       END-LOAD-LOANS-RTN.
       LOAD-LOAN-ONE-RTN.
       	IF (LOAN-STATUS NOT = "CURRENT") AND
       	(LOAN-STATUS NOT = "OVERDUE") AND
       	(LOAN-STATUS NOT = "POLICEHOLD")
       		GO TO LOAD-LOAN-NEXT-RTN
       	END-IF.
       	IF (DATEGRANTED > WS-MONTH-END)
       		GO TO LOAD-LOAN-NEXT-RTN
       	END-IF.
       	IF (WS-LT-CTR = 9999)
       		ADD 1 TO WS-LT-LOST
       		GO TO LOAD-LOAN-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-LT-CTR.
       	MOVE TRANSNO TO WS-LT-TRANSNO(WS-LT-CTR).
       	MOVE CLNAME TO WS-LT-CLNAME(WS-LT-CTR).
       	MOVE DATEGRANTED TO WS-LT-GRANTED(WS-LT-CTR).
       	MOVE LOA TO WS-LT-LOA(WS-LT-CTR).
       	MOVE 0 TO WS-LT-COLLECTED(WS-LT-CTR).
       	PERFORM ACCRUE-RTN THRU END-ACCRUE-RTN.
       LOAD-LOAN-NEXT-RTN.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-LOAN-ONE-RTN.
      ******************************************************************
      * Same basis as QUOTE-PAYOFF-RTN in MACHINE4, taken to the
      * month-end instead of today: the tier for the months elapsed
      * gives the monthly rate, over 30 for the daily rate, times the
      * days from DATEGRANTED.
      ******************************************************************
       ACCRUE-RTN.
       	COMPUTE WS-ELAPSED-DAYS =
       		FUNCTION INTEGER-OF-DATE(WS-MONTH-END) -
       		FUNCTION INTEGER-OF-DATE(DATEGRANTED).
       	COMPUTE WS-ELAPSED-MM4 = (WS-ELAPSED-DAYS + 29) / 30.
       	IF (WS-ELAPSED-MM4 < 1)
       		MOVE 1 TO WS-ELAPSED-MM4
       	END-IF.
       	IF (WS-ELAPSED-MM4 > 99)
       		MOVE 99 TO WS-ELAPSED-MM4
       	END-IF.
       	MOVE WS-ELAPSED-MM4 TO WS-ELAPSED-MONTHS.
       	MOVE WS-ELAPSED-DAYS TO WS-QT-DAYS.
       	IF (WS-QT-DAYS < 1)
       		MOVE 1 TO WS-QT-DAYS
       	END-IF.
       	IF (WS-QT-DAYS > 2970)
       		MOVE 2970 TO WS-QT-DAYS
       	END-IF.
       	IF (ELAPSED-TIER-1)
       	MOVE RATE-TIER-1 TO WS-QT-RATE END-IF.
       	IF (ELAPSED-TIER-2)
       	MOVE RATE-TIER-2 TO WS-QT-RATE END-IF.
       	IF (ELAPSED-TIER-3)
       	MOVE RATE-TIER-3 TO WS-QT-RATE END-IF.
       	IF (ELAPSED-TIER-4)
       	MOVE RATE-TIER-4 TO WS-QT-RATE END-IF.
       	MOVE WS-QT-DAYS TO WS-LT-DAYS(WS-LT-CTR).
       	COMPUTE WS-LT-ACCRUED(WS-LT-CTR) ROUNDED =
       		(WS-QT-RATE * LOA * WS-QT-DAYS) / 30.
       END-ACCRUE-RTN.
      ******************************************************************
      * Interest collected on each ticket from its DATEGRANTED up to
      * the month-end, "V" reversals from the void option netting out.
      * Channel settlement rows count the same as counter payments.
      ******************************************************************
       SCAN-PAY-RTN.
       	IF (WS-LT-CTR = 0)
       		GO TO END-SCAN-PAY-RTN
       	END-IF.
       	OPEN INPUT PAYFILE.
       	IF (WS-PAYFILE-STATUS NOT = "00")
       		GO TO END-SCAN-PAY-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ PAYFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCAN-PAY-ONE-RTN THRU END-SCAN-PAY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE PAYFILE.
       END-SCAN-PAY-RTN.
       SCAN-PAY-ONE-RTN.
       	IF (PAY-DATE > WS-MONTH-END)
       		GO TO SCAN-PAY-NEXT-RTN
       	END-IF.
       	PERFORM FIND-LOAN-RTN THRU END-FIND-LOAN-RTN.
       	IF (WS-LT-HIT = 0)
       		GO TO SCAN-PAY-NEXT-RTN
       	END-IF.
       	IF (PAY-DATE < WS-LT-GRANTED(WS-LT-HIT))
       		GO TO SCAN-PAY-NEXT-RTN
       	END-IF.
       	IF (PAY-VOID = "V")
       		SUBTRACT PAY-INTEREST FROM WS-LT-COLLECTED(WS-LT-HIT)
       	ELSE
       		ADD PAY-INTEREST TO WS-LT-COLLECTED(WS-LT-HIT)
       	END-IF.
       SCAN-PAY-NEXT-RTN.
       	READ PAYFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCAN-PAY-ONE-RTN.
       FIND-LOAN-RTN.
       	MOVE 0 TO WS-LT-HIT.
       	MOVE 1 TO WS-LO.
       	MOVE WS-LT-CTR TO WS-HI.
       	PERFORM FIND-LOAN-STEP-RTN THRU END-FIND-LOAN-STEP-RTN
       		UNTIL WS-LO > WS-HI OR WS-LT-HIT > 0.
       END-FIND-LOAN-RTN.
       FIND-LOAN-STEP-RTN.
       	COMPUTE WS-MID = (WS-LO + WS-HI) / 2.
       	IF (PAY-TRANSNO = WS-LT-TRANSNO(WS-MID))
       		MOVE WS-MID TO WS-LT-HIT
       		GO TO END-FIND-LOAN-STEP-RTN
       	END-IF.
       	IF (PAY-TRANSNO < WS-LT-TRANSNO(WS-MID))
       		IF (WS-MID = 1)
       			MOVE 1 TO WS-LO
       			MOVE 0 TO WS-HI
       		ELSE
       			COMPUTE WS-HI = WS-MID - 1
       		END-IF
       	ELSE
       		COMPUTE WS-LO = WS-MID + 1
       	END-IF.
       END-FIND-LOAN-STEP-RTN.
       WRITE-REPORT-RTN.
       	MOVE 0 TO WS-TOT-ACCRUED.
       	MOVE 0 TO WS-TOT-COLLECTED.
       	MOVE 0 TO WS-TOT-UNCOLL.
       	MOVE 0 TO WS-ACCR-CTR.
       	OPEN OUTPUT ACCRRPT.
       	MOVE SPACES TO ACCR-LINE.
       	STRING WS-BR-CODE DELIMITED BY SIZE
       		" " DELIMITED BY SIZE
       		WS-BR-NAME DELIMITED BY SIZE
       		INTO ACCR-LINE.
       	WRITE ACCR-LINE.
       	MOVE WS-MONTH-END TO W-DATE-DISP.
       	MOVE SPACES TO ACCR-LINE.
       	STRING "INTEREST ACCRUED BUT UNCOLLECTED AS OF "
       		DELIMITED BY SIZE
       		W-DATE-DISP DELIMITED BY SIZE
       		INTO ACCR-LINE.
       	WRITE ACCR-LINE.
       	MOVE SPACES TO ACCR-LINE.
       	WRITE ACCR-LINE.
       	MOVE "TRANS CLIENT               GRANTED     PRINCIPAL DAYS"
       		TO ACCR-LINE.
       	MOVE "    ACCRUED  COLLECTED UNCOLLECTD" TO ACCR-LINE(53:33).
       	WRITE ACCR-LINE.
       	PERFORM VARYING WS-LT-IDX FROM 1 BY 1
       		UNTIL WS-LT-IDX > WS-LT-CTR
       		PERFORM REPORT-LINE-RTN THRU END-REPORT-LINE-RTN
       	END-PERFORM.
       	MOVE SPACES TO ACCR-LINE.
       	WRITE ACCR-LINE.
       	MOVE WS-TOT-UNCOLL TO W-TOT-DISP.
       	MOVE SPACES TO ACCR-LINE.
       	STRING "TICKETS ACCRUED: " DELIMITED BY SIZE
       		WS-ACCR-CTR DELIMITED BY SIZE
       		"   TOTAL UNCOLLECTED INTEREST: P" DELIMITED BY SIZE
       		W-TOT-DISP DELIMITED BY SIZE
       		INTO ACCR-LINE.
       	WRITE ACCR-LINE.
       	CLOSE ACCRRPT.
       END-WRITE-REPORT-RTN.
       REPORT-LINE-RTN.
       	MOVE 0 TO WS-UNCOLL.
       	IF (WS-LT-COLLECTED(WS-LT-IDX) < WS-LT-ACCRUED(WS-LT-IDX))
       		COMPUTE WS-UNCOLL = WS-LT-ACCRUED(WS-LT-IDX) -
       			WS-LT-COLLECTED(WS-LT-IDX)
       	END-IF.
       	ADD WS-LT-ACCRUED(WS-LT-IDX) TO WS-TOT-ACCRUED.
       	ADD WS-LT-COLLECTED(WS-LT-IDX) TO WS-TOT-COLLECTED.
       	ADD WS-UNCOLL TO WS-TOT-UNCOLL.
       	IF (WS-UNCOLL > 0)
       		ADD 1 TO WS-ACCR-CTR
       	END-IF.
       	MOVE WS-LT-TRANSNO(WS-LT-IDX) TO RD-TRANSNO.
       	MOVE WS-LT-CLNAME(WS-LT-IDX) TO RD-CLNAME.
       	MOVE WS-LT-GRANTED(WS-LT-IDX) TO RD-GRANTED.
       	MOVE WS-LT-LOA(WS-LT-IDX) TO RD-LOA.
       	MOVE WS-LT-DAYS(WS-LT-IDX) TO RD-DAYS.
       	MOVE WS-LT-ACCRUED(WS-LT-IDX) TO RD-ACCRUED.
       	IF (WS-LT-COLLECTED(WS-LT-IDX) > 0)
       		MOVE WS-LT-COLLECTED(WS-LT-IDX) TO RD-COLLECTED
       	ELSE
       		MOVE 0 TO RD-COLLECTED
       	END-IF.
       	MOVE WS-UNCOLL TO RD-UNCOLL.
       	MOVE WS-RPT-DETAIL TO ACCR-LINE.
       	WRITE ACCR-LINE.
       END-REPORT-LINE-RTN.
      ******************************************************************
      * Accrual and its reversal, two balanced pairs in the GLJRNL.csv
      * layout: Dr interest receivable / Cr interest income at the
      * month-end, and the same reversed on the first of the next
      * month so the cash MACHINE22 journals when collected is not
      * counted twice.
      ******************************************************************
       WRITE-JOURNAL-RTN.
       	OPEN OUTPUT ACCRJRNL.
       	MOVE "DATE,ACCOUNT,DESCRIPTION,DEBIT,CREDIT"
       		TO JRNL-REC.
       	WRITE JRNL-REC.
       	IF (WS-TOT-UNCOLL > 0)
       		MOVE WS-TOT-UNCOLL TO WS-JRNL-AMT
       		MOVE WS-MONTH-END TO WS-JRNL-DATE
       		MOVE WS-ACCT-INTREC TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-INTINC TO WS-JRNL-CRACCT
       		MOVE "INTEREST ACCRUED" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       		MOVE WS-NEXT-FIRST TO WS-JRNL-DATE
       		MOVE WS-ACCT-INTINC TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-INTREC TO WS-JRNL-CRACCT
       		MOVE "ACCRUAL REVERSED" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	CLOSE ACCRJRNL.
       	MOVE WS-MONTH-END TO W-DATE-DISP.
       	MOVE WS-NEXT-FIRST TO W-NEXT-DISP.
       	DISPLAY "OPEN TICKETS SCREENED:  " WS-LT-CTR.
       	DISPLAY "TICKETS WITH ACCRUAL:   " WS-ACCR-CTR.
       	MOVE WS-TOT-UNCOLL TO W-TOT-DISP.
       	DISPLAY "ACCRUED AS OF " W-DATE-DISP ": P" W-TOT-DISP.
       	DISPLAY "REVERSED ON  " W-NEXT-DISP.
       	DISPLAY "SEE ACCRUAL.csv AND ACCRUAL.prt".
       END-WRITE-JOURNAL-RTN.
       WRITE-PAIR-RTN.
       	MOVE WS-JRNL-AMT TO W-AMT-EDIT.
       	MOVE SPACES TO JRNL-REC.
       	STRING WS-JRNL-DATE "," WS-JRNL-DRACCT ","
       		FUNCTION TRIM(WS-JRNL-DESC) ","
       		W-AMT-EDIT ",0.00"
       		DELIMITED BY SIZE INTO JRNL-REC.
       	WRITE JRNL-REC.
       	MOVE SPACES TO JRNL-REC.
       	STRING WS-JRNL-DATE "," WS-JRNL-CRACCT ","
       		FUNCTION TRIM(WS-JRNL-DESC) ","
       		"0.00," W-AMT-EDIT
       		DELIMITED BY SIZE INTO JRNL-REC.
       	WRITE JRNL-REC.
       END-WRITE-PAIR-RTN.
       CLOSE-PERIOD-RTN.
       	DISPLAY "CLOSE PERIOD " WS-PERIOD " [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "PERIOD LEFT OPEN."
       		GO TO END-CLOSE-PERIOD-RTN
       	END-IF.
       	MOVE WS-PERIOD TO PRD-PERIOD.
       	MOVE "CLOSED" TO PRD-STATUS.
       	MOVE WS-MONTH-END TO PRD-MONTH-END.
       	MOVE WS-TOT-UNCOLL TO PRD-ACCRUED.
       	MOVE WS-ACCR-CTR TO PRD-LOAN-CTR.
       	MOVE WS-SIGNON-ID TO PRD-CLOSED-BY.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO PRD-CLOSED-TS.
       	IF (WS-PRD-FOUND = "Y")
       		REWRITE PERIOD-REC
       		END-REWRITE
       	ELSE
       		MOVE SPACES TO PRD-REOPEN-BY
       		MOVE 0 TO PRD-REOPEN-TS
       		WRITE PERIOD-REC
       		END-WRITE
       	END-IF.
       	MOVE 0 TO WS-AUDIT-TRANSNO.
       	MOVE "PRDCLOSE" TO WS-AUDIT-ACTION.
       	MOVE 0 TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	DISPLAY "PERIOD " WS-PERIOD " CLOSED.".
       END-CLOSE-PERIOD-RTN.
       WRITE-AUDIT-RTN.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP.
       	OPEN EXTEND AUDITLOG.
       	IF (WS-AUDITLOG-STATUS = "35")
       		OPEN OUTPUT AUDITLOG
       	END-IF.
       	STRING WS-AUDIT-TRANSNO DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		WS-AUDIT-AMOUNT DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		WS-BR-CODE DELIMITED BY SIZE
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
