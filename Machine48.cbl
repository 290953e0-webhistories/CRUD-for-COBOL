       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE48.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Daily collection worklist.  For a business date this batch
      * first settles every promise to pay on COLLECT.Dat (COLREC)
      * still PENDING whose promised date has passed: the payments on
      * PAYMENT.Dat against the ticket from the day the promise was
      * taken to the promised date, net of voids, make it KEPT when
      * they reach the amount promised and BROKEN when they do not.
      * Then it prints COLWORK.prt - the broken promises just flagged,
      * followed by the overdue loans due for action, most days
      * overdue first and the larger amount first within a day.  A
      * loan is due for action when it has no collection activity
      * yet, when its last entry is a broken promise, or when the next
      * action date of its last entry has come.  Closed loans and
      * loans under police hold are left off.  Entries are made in
      * MACHINE47.  Runs as the COLLECT step of the MACHINE28
      * end-of-day stream.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT LOANFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TRANSNO
       	 ALTERNATE RECORD KEY IS CLNAME WITH DUPLICATES
       	 FILE STATUS IS WS-LOANFILE-STATUS.
       	 SELECT COLFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS COL-KEY
       	 FILE STATUS IS WS-COLFILE-STATUS.
       	 SELECT PAYFILE ASSIGN TO "PAYMENT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PAYFILE-STATUS.
       	 SELECT SORTWORK ASSIGN TO DISK.
       	 SELECT WORKRPT ASSIGN TO "COLWORK.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-WORKRPT-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  COLFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "COLLECT.Dat"
       	 DATA RECORD IS COLLECT-REC.
       COPY COLREC.
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
       SD  SORTWORK.
       01  SW-REC.
       	 05 SW-DAYS		PIC 9(5).
       	 05 SW-AMOUNT	PIC 9(5)V99.
       	 05 SW-TRANSNO	PIC 9(5).
       	 05 SW-CLNAME	PIC X(20).
       	 05 SW-TELNO		PIC 9(7).
       	 05 SW-STATUS	PIC X(10).
       	 05 SW-DUEDATE	PIC 9(8).
       	 05 SW-LAST-DATE	PIC 9(8).
       	 05 SW-OUTCOME	PIC X(8).
       	 05 SW-NEXT-DATE	PIC 9(8).
       	 05 SW-REASON	PIC X(10).
       FD  WORKRPT
       	 LABEL RECORD IS STANDARD.
       01  WL-LINE			PIC X(125).
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       01 WS-RPT-WORK.
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RK-TRANSNO	PIC ZZZ99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-CLNAME	PIC X(20).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-TELNO		PIC 9(7).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-STATUS	PIC X(10).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RK-DUEDATE	PIC 9999/99/99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-DAYS		PIC ZZZZ9.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-AMOUNT	PIC ZZZ,Z99.99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-LAST-DATE	PIC X(10).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-OUTCOME	PIC X(8).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-NEXT-DATE	PIC X(10).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RK-REASON	PIC X(10).
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-DATE2-DISP	PIC 9999/99/99.
       01 W-TRANSNO-DISP	PIC ZZZ99.
       01 W-AMT-DISP		PIC ZZZ,Z99.99.
       01 W-AMT2-DISP	PIC ZZZ,Z99.99.
       01 W-TOT-DISP		PIC ZZ,ZZZ,ZZZ,Z99.99.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-COLFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-WORKRPT-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-BR-ADDRS		PIC X(30).
       77 WS-EOF			PIC A.
       77 WS-COL-EOF		PIC A.
       77 WS-PAY-EOF		PIC A.
       77 WS-SRT-EOF		PIC A.
       77 WS-RUN-DATE	PIC 9(8).
       77 WS-PAID		PIC S9(7)V99.
       77 WS-DAYS		PIC S9(6).
       77 WS-ACT-CTR		PIC 9(3).
       77 WS-LAST-DATE	PIC 9(8).
       77 WS-LAST-OUTCOME	PIC X(8).
       77 WS-LAST-PTP	PIC X(8).
       77 WS-LAST-NEXT	PIC 9(8).
       77 WS-REASON		PIC X(10).
       77 WS-KEPT-CTR	PIC 9(5).
       77 WS-BROKEN-CTR	PIC 9(5).
       77 WS-OVERDUE-CTR	PIC 9(5).
       77 WS-WORK-CTR	PIC 9(5).
       77 WS-WORK-TOT	PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ DAILY COLLECTION WORKLIST @@@@@>".
       	DISPLAY "BUSINESS DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-RUN-DATE.
       	IF (WS-RUN-DATE = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
       	END-IF.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN I-O COLFILE.
       	IF (WS-COLFILE-STATUS = "35")
       		OPEN OUTPUT COLFILE
       		CLOSE COLFILE
       		OPEN I-O COLFILE
       	END-IF.
       	IF (WS-COLFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING COLLECT.Dat. STATUS: "
       			WS-COLFILE-STATUS
       		CLOSE LOANFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT WORKRPT.
       	IF (WS-WORKRPT-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE COLWORK.prt. STATUS: "
       			WS-WORKRPT-STATUS
       		CLOSE LOANFILE
       		CLOSE COLFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE 0 TO WS-KEPT-CTR.
       	MOVE 0 TO WS-BROKEN-CTR.
       	MOVE 0 TO WS-OVERDUE-CTR.
       	MOVE 0 TO WS-WORK-CTR.
       	MOVE 0 TO WS-WORK-TOT.
       	PERFORM HEADER-RTN THRU END-HEADER-RTN.
       	PERFORM FLAG-PROMISES-RTN THRU END-FLAG-PROMISES-RTN.
       	PERFORM WORK-HEAD-RTN THRU END-WORK-HEAD-RTN.
       	SORT SORTWORK DESCENDING KEY SW-DAYS
       		DESCENDING KEY SW-AMOUNT
       		INPUT PROCEDURE SELECT-LOANS-RTN
       		THRU END-SELECT-LOANS-RTN
       		OUTPUT PROCEDURE PRINT-WORK-RTN
       		THRU END-PRINT-WORK-RTN.
       	PERFORM FOOTER-RTN THRU END-FOOTER-RTN.
       	CLOSE WORKRPT.
       	CLOSE COLFILE.
       	CLOSE LOANFILE.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	DISPLAY "COLLECTION WORKLIST FOR " W-DATE-DISP.
       	DISPLAY "PROMISES KEPT:     " WS-KEPT-CTR.
       	DISPLAY "PROMISES BROKEN:   " WS-BROKEN-CTR.
       	DISPLAY "OVERDUE LOANS:     " WS-OVERDUE-CTR.
       	DISPLAY "DUE FOR ACTION:    " WS-WORK-CTR.
       	DISPLAY "SEE COLWORK.prt".
       	MOVE 0 TO RETURN-CODE.
       	STOP RUN.
       HEADER-RTN.
       	MOVE ALL "=" TO WL-LINE.
       	WRITE WL-LINE.
       	MOVE SPACES TO WL-LINE.
       	STRING WS-BR-NAME " - BRANCH " WS-BR-CODE
       		DELIMITED BY SIZE INTO WL-LINE.
       	WRITE WL-LINE.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	MOVE SPACES TO WL-LINE.
       	STRING "DAILY COLLECTION WORKLIST FOR " W-DATE-DISP
       		DELIMITED BY SIZE INTO WL-LINE.
       	WRITE WL-LINE.
       	MOVE ALL "=" TO WL-LINE.
       	WRITE WL-LINE.
       	MOVE SPACES TO WL-LINE.
       	WRITE WL-LINE.
       	MOVE "PROMISES TO PAY BROKEN" TO WL-LINE.
       	WRITE WL-LINE.
       END-HEADER-RTN.
      ******************************************************************
      * Every PENDING promise whose date has passed is settled KEPT or
      * BROKEN on the payments against the ticket from the day it was
      * taken to the day promised.  The broken ones are listed.
      ******************************************************************
       FLAG-PROMISES-RTN.
       	MOVE 0 TO COL-TRANSNO.
       	MOVE 0 TO COL-SEQ.
       	MOVE "N" TO WS-COL-EOF.
       	START COLFILE KEY NOT < COL-KEY
       		INVALID KEY MOVE "Y" TO WS-COL-EOF
       	END-START.
       	IF (WS-COL-EOF = "N")
       		READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-COL-EOF
       		END-READ
       	END-IF.
       	PERFORM FLAG-ONE-RTN THRU END-FLAG-ONE-RTN
       		UNTIL WS-COL-EOF = "Y".
       	IF (WS-BROKEN-CTR = 0)
       		MOVE "  NONE" TO WL-LINE
       		WRITE WL-LINE
       	END-IF.
       END-FLAG-PROMISES-RTN.
       FLAG-ONE-RTN.
       	IF NOT (COL-PTP-PENDING)
       		GO TO FLAG-NEXT-RTN
       	END-IF.
       	IF (COL-PTP-DATE NOT < WS-RUN-DATE)
       		GO TO FLAG-NEXT-RTN
       	END-IF.
       	PERFORM PAID-SINCE-RTN THRU END-PAID-SINCE-RTN.
       	IF (WS-PAID < 0)
       		MOVE 0 TO WS-PAID
       	END-IF.
       	MOVE WS-PAID TO COL-PTP-PAID.
       	IF (WS-PAID NOT < COL-PTP-AMT)
       		MOVE "KEPT" TO COL-PTP-STATUS
       		ADD 1 TO WS-KEPT-CTR
       	ELSE
       		MOVE "BROKEN" TO COL-PTP-STATUS
       		ADD 1 TO WS-BROKEN-CTR
       		PERFORM BROKEN-LINE-RTN THRU END-BROKEN-LINE-RTN
       	END-IF.
       	REWRITE COLLECT-REC
       		INVALID KEY
       		DISPLAY "COLLECT.Dat REWRITE FAILED FOR " COL-TRANSNO
       	END-REWRITE.
       FLAG-NEXT-RTN.
       	READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-COL-EOF
       	END-READ.
       END-FLAG-ONE-RTN.
       PAID-SINCE-RTN.
       	MOVE 0 TO WS-PAID.
       	OPEN INPUT PAYFILE.
       	IF (WS-PAYFILE-STATUS NOT = "00")
       		GO TO END-PAID-SINCE-RTN
       	END-IF.
       	MOVE "N" TO WS-PAY-EOF.
       	READ PAYFILE AT END MOVE "Y" TO WS-PAY-EOF
       	END-READ.
       	PERFORM PAID-ONE-RTN THRU END-PAID-ONE-RTN
       		UNTIL WS-PAY-EOF = "Y".
       	CLOSE PAYFILE.
       END-PAID-SINCE-RTN.
       PAID-ONE-RTN.
       	IF (PAY-TRANSNO = COL-TRANSNO) AND
       	(PAY-DATE NOT < COL-DATE) AND (PAY-DATE NOT > COL-PTP-DATE)
       		IF (PAY-VOID = "V")
       			SUBTRACT PAY-AMT FROM WS-PAID
       		ELSE
       			ADD PAY-AMT TO WS-PAID
       		END-IF
       	END-IF.
       	READ PAYFILE AT END MOVE "Y" TO WS-PAY-EOF
       	END-READ.
       END-PAID-ONE-RTN.
       BROKEN-LINE-RTN.
       	MOVE COL-TRANSNO TO W-TRANSNO-DISP.
       	MOVE COL-PTP-AMT TO W-AMT-DISP.
       	MOVE COL-PTP-DATE TO W-DATE-DISP.
       	MOVE COL-PTP-PAID TO W-AMT2-DISP.
       	MOVE COL-DATE TO W-DATE2-DISP.
       	MOVE SPACES TO WL-LINE.
       	STRING "  TICKET " W-TRANSNO-DISP
       		"  PROMISED P" W-AMT-DISP " BY " W-DATE-DISP
       		"  PAID P" W-AMT2-DISP
       		"  TAKEN " W-DATE2-DISP " BY " COL-COLLECTOR
       		DELIMITED BY SIZE INTO WL-LINE.
       	WRITE WL-LINE.
       END-BROKEN-LINE-RTN.
       WORK-HEAD-RTN.
       	MOVE SPACES TO WL-LINE.
       	WRITE WL-LINE.
       	MOVE "OVERDUE LOANS DUE FOR ACTION" TO WL-LINE.
       	WRITE WL-LINE.
       	MOVE SPACES TO WL-LINE.
       	MOVE "TRANS" TO WL-LINE(2:5).
       	MOVE "CLIENT NAME" TO WL-LINE(9:11).
       	MOVE "TEL. NO." TO WL-LINE(31:8).
       	MOVE "STATUS" TO WL-LINE(40:6).
       	MOVE "DUE DATE" TO WL-LINE(51:8).
       	MOVE "DAYS" TO WL-LINE(64:4).
       	MOVE "AMOUNT DUE" TO WL-LINE(70:10).
       	MOVE "LAST ACT." TO WL-LINE(82:9).
       	MOVE "OUTCOME" TO WL-LINE(94:7).
       	MOVE "NEXT ACT." TO WL-LINE(104:9).
       	MOVE "REASON" TO WL-LINE(116:6).
       	WRITE WL-LINE.
       	MOVE ALL "-" TO WL-LINE.
       	WRITE WL-LINE.
       END-WORK-HEAD-RTN.
      ******************************************************************
      * Overdue: past DUEDATE and neither closed nor under police
      * hold.  The last collection entry on the ticket decides whether
      * it is due for action today.
      ******************************************************************
       SELECT-LOANS-RTN.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SELECT-ONE-RTN THRU END-SELECT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-SELECT-LOANS-RTN.
       SELECT-ONE-RTN.
       	IF (DUEDATE NOT < WS-RUN-DATE)
       		GO TO SELECT-NEXT-RTN
       	END-IF.
       	IF (LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED") OR
       	(LOAN-STATUS = "POLICEHOLD")
       		GO TO SELECT-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-OVERDUE-CTR.
       	PERFORM LAST-ACTIVITY-RTN THRU END-LAST-ACTIVITY-RTN.
       	MOVE SPACES TO WS-REASON.
       	IF (WS-ACT-CTR = 0)
       		MOVE "NEW" TO WS-REASON
       	ELSE
       		IF (WS-LAST-OUTCOME = "PROMISE") AND
       		(WS-LAST-PTP = "BROKEN")
       			MOVE "BROKEN PTP" TO WS-REASON
       		ELSE
       			IF (WS-LAST-NEXT NOT > WS-RUN-DATE)
       				MOVE "FOLLOW-UP" TO WS-REASON
       			END-IF
       		END-IF
       	END-IF.
       	IF (WS-REASON = SPACES)
       		GO TO SELECT-NEXT-RTN
       	END-IF.
       	COMPUTE WS-DAYS =
       		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
       		FUNCTION INTEGER-OF-DATE(DUEDATE).
       	MOVE WS-DAYS TO SW-DAYS.
       	MOVE TLOAN TO SW-AMOUNT.
       	MOVE TRANSNO TO SW-TRANSNO.
       	MOVE CLNAME TO SW-CLNAME.
       	MOVE TELNO TO SW-TELNO.
       	MOVE LOAN-STATUS TO SW-STATUS.
       	MOVE DUEDATE TO SW-DUEDATE.
       	MOVE WS-LAST-DATE TO SW-LAST-DATE.
       	MOVE WS-LAST-OUTCOME TO SW-OUTCOME.
       	MOVE WS-LAST-NEXT TO SW-NEXT-DATE.
       	MOVE WS-REASON TO SW-REASON.
       	RELEASE SW-REC.
       SELECT-NEXT-RTN.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-SELECT-ONE-RTN.
      * the ticket's entries are in order, so the last one read is the
      * latest
       LAST-ACTIVITY-RTN.
       	MOVE 0 TO WS-ACT-CTR.
       	MOVE 0 TO WS-LAST-DATE.
       	MOVE SPACES TO WS-LAST-OUTCOME.
       	MOVE SPACES TO WS-LAST-PTP.
       	MOVE 0 TO WS-LAST-NEXT.
       	MOVE TRANSNO TO COL-TRANSNO.
       	MOVE 0 TO COL-SEQ.
       	MOVE "N" TO WS-COL-EOF.
       	START COLFILE KEY NOT < COL-KEY
       		INVALID KEY MOVE "Y" TO WS-COL-EOF
       	END-START.
       	IF (WS-COL-EOF = "N")
       		READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-COL-EOF
       		END-READ
       	END-IF.
       	PERFORM LAST-ACT-ONE-RTN THRU END-LAST-ACT-ONE-RTN
       		UNTIL WS-COL-EOF = "Y".
       END-LAST-ACTIVITY-RTN.
       LAST-ACT-ONE-RTN.
       	IF (COL-TRANSNO NOT = TRANSNO)
       		MOVE "Y" TO WS-COL-EOF
       		GO TO END-LAST-ACT-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-ACT-CTR.
       	MOVE COL-DATE TO WS-LAST-DATE.
       	MOVE COL-OUTCOME TO WS-LAST-OUTCOME.
       	MOVE COL-PTP-STATUS TO WS-LAST-PTP.
       	MOVE COL-NEXT-DATE TO WS-LAST-NEXT.
       	READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-COL-EOF
       	END-READ.
       END-LAST-ACT-ONE-RTN.
       PRINT-WORK-RTN.
       	MOVE "N" TO WS-SRT-EOF.
       	RETURN SORTWORK AT END MOVE "Y" TO WS-SRT-EOF
       	END-RETURN.
       	PERFORM PRINT-ONE-RTN THRU END-PRINT-ONE-RTN
       		UNTIL WS-SRT-EOF = "Y".
       END-PRINT-WORK-RTN.
       PRINT-ONE-RTN.
       	ADD 1 TO WS-WORK-CTR.
       	ADD SW-AMOUNT TO WS-WORK-TOT.
       	MOVE SW-TRANSNO TO RK-TRANSNO.
       	MOVE SW-CLNAME TO RK-CLNAME.
       	MOVE SW-TELNO TO RK-TELNO.
       	MOVE SW-STATUS TO RK-STATUS.
       	MOVE SW-DUEDATE TO RK-DUEDATE.
       	MOVE SW-DAYS TO RK-DAYS.
       	MOVE SW-AMOUNT TO RK-AMOUNT.
       	MOVE SPACES TO RK-LAST-DATE.
       	MOVE SPACES TO RK-NEXT-DATE.
       	IF (SW-LAST-DATE > 0)
       		MOVE SW-LAST-DATE TO W-DATE-DISP
       		MOVE W-DATE-DISP TO RK-LAST-DATE
       		MOVE SW-NEXT-DATE TO W-DATE-DISP
       		MOVE W-DATE-DISP TO RK-NEXT-DATE
       	END-IF.
       	MOVE SW-OUTCOME TO RK-OUTCOME.
       	MOVE SW-REASON TO RK-REASON.
       	MOVE WS-RPT-WORK TO WL-LINE.
       	WRITE WL-LINE.
       	RETURN SORTWORK AT END MOVE "Y" TO WS-SRT-EOF
       	END-RETURN.
       END-PRINT-ONE-RTN.
       FOOTER-RTN.
       	MOVE ALL "-" TO WL-LINE.
       	WRITE WL-LINE.
       	MOVE WS-WORK-TOT TO W-TOT-DISP.
       	MOVE SPACES TO WL-LINE.
       	STRING " OVERDUE LOANS: " WS-OVERDUE-CTR
       		"   DUE FOR ACTION: " WS-WORK-CTR
       		"   AMOUNT DUE: P" W-TOT-DISP
       		DELIMITED BY SIZE INTO WL-LINE.
       	WRITE WL-LINE.
       	MOVE SPACES TO WL-LINE.
       	STRING " PROMISES KEPT: " WS-KEPT-CTR
       		"   PROMISES BROKEN: " WS-BROKEN-CTR
       		DELIMITED BY SIZE INTO WL-LINE.
       	WRITE WL-LINE.
       END-FOOTER-RTN.
       GET-BRANCH-RTN.
       	MOVE "000" TO WS-BR-CODE.
       	MOVE "TAMBUNTING PAWNSHOP" TO WS-BR-NAME.
       	MOVE "56 Matubo St., Makati City" TO WS-BR-ADDRS.
       	OPEN INPUT BRNFILE.
       	IF (WS-BRNFILE-STATUS = "00")
       		READ BRNFILE AT END CONTINUE
       			NOT AT END
       			MOVE BR-CODE TO WS-BR-CODE
       			MOVE BR-NAME TO WS-BR-NAME
       			MOVE BR-ADDRS TO WS-BR-ADDRS
       		END-READ
       		CLOSE BRNFILE
       	END-IF.
       END-GET-BRANCH-RTN.
