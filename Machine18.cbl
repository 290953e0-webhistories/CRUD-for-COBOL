       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  21AUG2026

      ******************************************************************
      * Head-office consolidation.  Reports every branch from the
      * central copy MACHINE43 builds out of the nightly extracts -
      * HOLOAN.Dat for the active loans, principal and receivable and
      * the loans released on the report date, HOPAY.Dat for the
      * collections of the date net of voids - with the last extract
      * applied for each branch from HOCTL.Dat, flagged when it is
      * older than the report date.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT HOLOAN ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HL-KEY
       	 FILE STATUS IS WS-HOLOAN-STATUS.
       	 SELECT HOPAY ASSIGN TO "HOPAY.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-HOPAY-STATUS.
       	 SELECT HOCTL ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HOC-BRANCH
       	 FILE STATUS IS WS-HOCTL-STATUS.
       	 SELECT CONSRPT ASSIGN TO "CONSRPT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-CONSRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLOAN
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOLOAN.Dat"
       	 DATA RECORD IS HOLOAN-REC.
       COPY HOLREC.
       FD  HOPAY
       	 LABEL RECORD IS STANDARD.
       COPY HOPREC.
       FD  HOCTL
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOCTL.Dat"
       	 DATA RECORD IS HOCTL-REC.
       COPY HOCREC.
       FD  CONSRPT
       	 LABEL RECORD IS STANDARD.
       01  CONS-LINE			PIC X(90).
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       COPY PAYREC.
       01 WS-COL-TABLE.
       	 05 WS-COL-ENTRY OCCURS 100 TIMES.
       	 	10 WS-CT-BRANCH	PIC X(3).
       	 	10 WS-CT-AMT	PIC S9(9)V99.
       01 W-PRIN-DISP	PIC ZZZ,ZZZ,Z99.99.
       01 W-TLOAN-DISP	PIC ZZZ,ZZZ,Z99.99.
       01 W-REL-DISP		PIC Z,ZZZ,Z99.99.
       01 W-COL-DISP		PIC Z,ZZZ,Z99.99-.
       01 W-RPTDATE-DISP	PIC 9999/99/99.
       01 W-LASTDATE-DISP	PIC 9999/99/99.
       77 RESP			PIC A.
       77 WS-HOLOAN-STATUS PIC XX.
       77 WS-HOPAY-STATUS PIC XX.
       77 WS-HOCTL-STATUS PIC XX.
       77 WS-CONSRPT-STATUS PIC XX.
       77 WS-EOF			PIC A.
       77 WS-LN-EOF		PIC A.
       77 WS-RPT-DATE		PIC 9(8).
       77 WS-BR-CTR		PIC 9(3).
       77 WS-COL-CTR		PIC 9(3).
       77 WS-COL-IDX		PIC 9(3).
       77 WS-COL-HIT		PIC 9(3).
       77 WS-COL-LOST	PIC 9(5).
       77 WS-CB-CODE		PIC X(3).
       77 WS-B-LOANS		PIC 9(5).
       77 WS-B-OVERDUE	PIC 9(5).
       77 WS-B-PRIN		PIC 9(9)V99.
       77 WS-B-TLOAN		PIC 9(9)V99.
       77 WS-B-RELEASED	PIC 9(8)V99.
       77 WS-B-COLLECTED	PIC S9(8)V99.
       77 WS-G-LOANS		PIC 9(6).
       77 WS-G-OVERDUE	PIC 9(6).
       77 WS-G-PRIN		PIC 9(9)V99.
       77 WS-G-TLOAN		PIC 9(9)V99.
       77 WS-G-RELEASED	PIC 9(9)V99.
       77 WS-G-COLLECTED	PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	IF (WS-RPT-DATE = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-DATE
       	END-IF.
       	OPEN INPUT HOCTL.
       	IF (WS-HOCTL-STATUS NOT = "00")
       		DISPLAY "NO CENTRAL COPY ON FILE. STATUS: "
       			WS-HOCTL-STATUS
       		DISPLAY "RUN MACHINE43 TO LOAD THE BRANCH EXTRACTS."
       		STOP RUN
       	END-IF.
       	OPEN INPUT HOLOAN.
       	IF (WS-HOLOAN-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN HOLOAN.Dat. STATUS: "
       			WS-HOLOAN-STATUS
       		CLOSE HOCTL
       		STOP RUN
       	END-IF.
       	PERFORM SCAN-PAY-RTN THRU END-SCAN-PAY-RTN.
       	MOVE 0 TO WS-BR-CTR.
       	MOVE 0 TO WS-G-LOANS.
       	MOVE 0 TO WS-G-OVERDUE.
       	MOVE 0 TO WS-G-PRIN.
       		"CONSOLIDATION " W-RPTDATE-DISP
       		DELIMITED BY SIZE INTO CONS-LINE.
       	WRITE CONS-LINE.
       	MOVE "N" TO WS-EOF.
       	READ HOCTL NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM BRANCH-RTN THRU END-BRANCH-RTN
       		UNTIL WS-EOF = "Y".
       	PERFORM GRAND-RTN THRU END-GRAND-RTN.
       	CLOSE CONSRPT.
       	CLOSE HOLOAN.
       	CLOSE HOCTL.
       	IF (WS-COL-LOST > 0)
       		DISPLAY "PAYMENTS OF BRANCHES NOT IN TABLE (FULL): "
       			WS-COL-LOST
       	END-IF.
       	DISPLAY "CONSOLIDATION COMPLETE. SEE CONSRPT.prt".
       	STOP RUN.
      * the date's collections per branch, voids netted off
       SCAN-PAY-RTN.
       	MOVE 0 TO WS-COL-CTR.
       	MOVE 0 TO WS-COL-LOST.
       	OPEN INPUT HOPAY.
       	IF (WS-HOPAY-STATUS NOT = "00")
       		GO TO END-SCAN-PAY-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ HOPAY AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCAN-ONE-PAY-RTN THRU END-SCAN-ONE-PAY-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE HOPAY.
       END-SCAN-PAY-RTN.
       SCAN-ONE-PAY-RTN.
       	MOVE HP-PAY TO PAYMENT-REC.
       	IF (PAY-DATE NOT = WS-RPT-DATE)
       		GO TO SCAN-PAY-NEXT-RTN
       	END-IF.
       	MOVE 0 TO WS-COL-HIT.
       	PERFORM VARYING WS-COL-IDX FROM 1 BY 1
       		UNTIL WS-COL-IDX > WS-COL-CTR
       		IF (HP-BRANCH = WS-CT-BRANCH(WS-COL-IDX))
       			MOVE WS-COL-IDX TO WS-COL-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-COL-HIT = 0 AND WS-COL-CTR < 100)
       		ADD 1 TO WS-COL-CTR
       		MOVE WS-COL-CTR TO WS-COL-HIT
       		MOVE HP-BRANCH TO WS-CT-BRANCH(WS-COL-HIT)
       		MOVE 0 TO WS-CT-AMT(WS-COL-HIT)
       	END-IF.
       	IF (WS-COL-HIT = 0)
       		ADD 1 TO WS-COL-LOST
       		GO TO SCAN-PAY-NEXT-RTN
       	END-IF.
       	IF (PAY-VOID = "V")
       		SUBTRACT PAY-AMT FROM WS-CT-AMT(WS-COL-HIT)
       	ELSE
       		ADD PAY-AMT TO WS-CT-AMT(WS-COL-HIT)
       	END-IF.
       SCAN-PAY-NEXT-RTN.
       	READ HOPAY AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCAN-ONE-PAY-RTN.
       BRANCH-RTN.
       	ADD 1 TO WS-BR-CTR.
       	MOVE HOC-BRANCH TO WS-CB-CODE.
       	MOVE 0 TO WS-B-LOANS.
       	MOVE 0 TO WS-B-OVERDUE.
       	MOVE 0 TO WS-B-PRIN.
       	MOVE 0 TO WS-B-TLOAN.
       	MOVE 0 TO WS-B-RELEASED.
       	MOVE 0 TO WS-B-COLLECTED.
       	PERFORM SCAN-LOANS-RTN THRU END-SCAN-LOANS-RTN.
       	PERFORM VARYING WS-COL-IDX FROM 1 BY 1
       		UNTIL WS-COL-IDX > WS-COL-CTR
       		IF (WS-CB-CODE = WS-CT-BRANCH(WS-COL-IDX))
       			MOVE WS-CT-AMT(WS-COL-IDX) TO WS-B-COLLECTED
       		END-IF
       	END-PERFORM.
       	PERFORM BRANCH-REPORT-RTN THRU END-BRANCH-REPORT-RTN.
       	ADD WS-B-LOANS TO WS-G-LOANS.
       	ADD WS-B-OVERDUE TO WS-G-OVERDUE.
       	ADD WS-B-TLOAN TO WS-G-TLOAN.
       	ADD WS-B-RELEASED TO WS-G-RELEASED.
       	ADD WS-B-COLLECTED TO WS-G-COLLECTED.
       	READ HOCTL NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-BRANCH-RTN.
       SCAN-LOANS-RTN.
       	MOVE WS-CB-CODE TO HL-BRANCH.
       	MOVE 0 TO HL-TRANSNO.
       	MOVE "N" TO WS-LN-EOF.
       	START HOLOAN KEY IS NOT LESS THAN HL-KEY
       		INVALID KEY MOVE "Y" TO WS-LN-EOF
       	END-START.
       	PERFORM READ-HOLOAN-RTN THRU END-READ-HOLOAN-RTN.
       	PERFORM SCAN-ONE-LOAN-RTN THRU END-SCAN-ONE-LOAN-RTN
       		UNTIL WS-LN-EOF = "Y".
       END-SCAN-LOANS-RTN.
       READ-HOLOAN-RTN.
       	IF (WS-LN-EOF = "Y")
       		GO TO END-READ-HOLOAN-RTN
       	END-IF.
       	READ HOLOAN NEXT RECORD AT END MOVE "Y" TO WS-LN-EOF
       	END-READ.
       	IF (WS-LN-EOF = "N" AND HL-BRANCH NOT = WS-CB-CODE)
       		MOVE "Y" TO WS-LN-EOF
       	END-IF.
       	IF (WS-LN-EOF = "N")
       		MOVE HL-LOAN TO W-LOAN-REC
       	END-IF.
       END-READ-HOLOAN-RTN.
       SCAN-ONE-LOAN-RTN.
       	IF (W-LOAN-STATUS = "CURRENT" OR "OVERDUE" OR
       	"FORFEITED")
       	IF (W-LOAN-STATUS = "OVERDUE")
       		ADD 1 TO WS-B-OVERDUE
       	END-IF.
       	IF (W-DATEGRANTED = WS-RPT-DATE)
       		ADD W-DECIMAL TO WS-B-RELEASED
       	END-IF.
       	PERFORM READ-HOLOAN-RTN THRU END-READ-HOLOAN-RTN.
       END-SCAN-ONE-LOAN-RTN.
       BRANCH-REPORT-RTN.
       	MOVE WS-B-PRIN TO W-PRIN-DISP.
       	MOVE WS-B-TLOAN TO W-TLOAN-DISP.
       	MOVE WS-B-RELEASED TO W-REL-DISP.
       	MOVE WS-B-COLLECTED TO W-COL-DISP.
       	MOVE HOC-LAST-DATE TO W-LASTDATE-DISP.
       	MOVE SPACES TO CONS-LINE.
       	STRING "BRANCH " WS-CB-CODE
       		"  ACTIVE LOANS " WS-B-LOANS
       		DELIMITED BY SIZE INTO CONS-LINE.
       	WRITE CONS-LINE.
       	DISPLAY CONS-LINE.
       	MOVE SPACES TO CONS-LINE.
       	STRING "  LAST EXTRACT SEQ " HOC-LAST-SEQ
       		" OF " W-LASTDATE-DISP
       		DELIMITED BY SIZE INTO CONS-LINE.
       	WRITE CONS-LINE.
       	DISPLAY CONS-LINE.
       	IF (HOC-LAST-DATE < WS-RPT-DATE)
       		MOVE "  *** EXTRACTS BEHIND THE REPORT DATE ***"
       			TO CONS-LINE
       		WRITE CONS-LINE
       		DISPLAY CONS-LINE
       	END-IF.
       END-BRANCH-REPORT-RTN.
       GRAND-RTN.
       	MOVE WS-G-PRIN TO W-PRIN-DISP.
       	MOVE ALL "-" TO CONS-LINE.
       	WRITE CONS-LINE.
       	MOVE SPACES TO CONS-LINE.
       	STRING "ALL BRANCHES (" WS-BR-CTR ")"
       		"  ACTIVE LOANS " WS-G-LOANS
       		"  OVERDUE " WS-G-OVERDUE
       		DELIMITED BY SIZE INTO CONS-LINE.
