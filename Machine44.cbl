       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE44.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Weekly maturity ladder and cash requirement forecast for
      * treasury.  Open CURRENT and OVERDUE tickets on LOAN.Dat are
      * bucketed by BRANCHCD and maturity week for the 8 weeks from
      * the run date (week 1 also takes every ticket already past its
      * DUEDATE), with principal (LOA) and payoff (TLOAN, which
      * carries any penalty).  Each ticket's expected inflow is its
      * payoff at the branch's redemption rate for its ITEM-CATEGORY
      * plus its interest and penalty at the renewal rate.  The rates
      * come from the last year of outcomes - tickets redeemed, or
      * forfeited and disposed, on LOAN.Dat and LOANHIST.Dat, and
      * RENEWAL entries in the TXJRNL.Dat journal of AUDIT.log - falling
      * back to the branch's rates over all categories when the category
      * has no history.  Against the inflows each week is set the
      * branch's average weekly release over the last 4 weeks (CREATE
      * entries in the journal) to give the net cash the branch needs.
      * Run on Monday morning; MATLAD.prt for the branch file and
      * MATLAD.csv for treasury.
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
       	 SELECT LOANHIST ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HIST-TRANSNO
       	 FILE STATUS IS WS-LOANHIST-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT MLRPT ASSIGN TO "MATLAD.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-MLRPT-STATUS.
       	 SELECT MLCSV ASSIGN TO "MATLAD.csv"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-MLCSV-STATUS.
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
       FD  LOANHIST
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOANHIST.Dat"
       	 DATA RECORD IS HIST-REC.
       01  HIST-REC.
       	 05 HIST-TRANSNO	PIC 9(5).
       	 05 HIST-REST		PIC X(146).
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  MLRPT
       	 LABEL RECORD IS STANDARD.
       01  ML-LINE			PIC X(120).
       FD  MLCSV
       	 LABEL RECORD IS STANDARD.
       01  MC-REC			PIC X(120).
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       01 WS-BW-TABLE.
       	 05 WS-BW-ENTRY OCCURS 20 TIMES.
       	 	10 WS-BW-BRANCH	PIC X(3).
       	 	10 WS-BW-RED	PIC 9(5).
       	 	10 WS-BW-FOR	PIC 9(5).
       	 	10 WS-BW-REN	PIC 9(5).
       	 	10 WS-BW-RELEASE	PIC 9(9)V99.
       	 	10 WS-BW-FALLBACK	PIC 9(5).
       	 	10 WS-BW-NORATE	PIC 9(5).
       	 	10 WS-BW-WEEK OCCURS 8 TIMES.
       	 	 15 WS-BW-TKTS	PIC 9(5).
       	 	 15 WS-BW-PRIN	PIC 9(9)V99.
       	 	 15 WS-BW-PAYOFF	PIC 9(9)V99.
       	 	 15 WS-BW-INFLOW	PIC 9(9)V99.
       01 WS-RT-TABLE.
       	 05 WS-RT-ENTRY OCCURS 200 TIMES.
       	 	10 WS-RT-BRANCH	PIC X(3).
       	 	10 WS-RT-CATEGORY	PIC X(10).
       	 	10 WS-RT-RED	PIC 9(5).
       	 	10 WS-RT-FOR	PIC 9(5).
       	 	10 WS-RT-REN	PIC 9(5).
       01 WS-GT-TABLE.
       	 05 WS-GT-WEEK OCCURS 8 TIMES.
       	 	10 WS-GT-TKTS	PIC 9(5).
       	 	10 WS-GT-PRIN	PIC 9(9)V99.
       	 	10 WS-GT-PAYOFF	PIC 9(9)V99.
       	 	10 WS-GT-INFLOW	PIC 9(9)V99.
       	 	10 WS-GT-RELEASE	PIC 9(9)V99.
       01 WS-RPT-WEEK.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RW-WEEK		PIC 9.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RW-FROM		PIC 9999/99/99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RW-TKTS		PIC ZZZZ9.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RW-PRIN		PIC ZZZ,ZZZ,Z99.99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RW-PAYOFF	PIC ZZZ,ZZZ,Z99.99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RW-INFLOW	PIC ZZZ,ZZZ,Z99.99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RW-RELEASE	PIC ZZZ,ZZZ,Z99.99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RW-NET		PIC -ZZZ,ZZZ,Z99.99.
       01 WS-RPT-RATE.
       	 05 FILLER		PIC X(4) VALUE SPACES.
       	 05 RR-CATEGORY	PIC X(10).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RR-RED		PIC ZZZZ9.
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RR-FOR		PIC ZZZZ9.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RR-REN		PIC ZZZZ9.
       	 05 FILLER		PIC X(4) VALUE SPACES.
       	 05 RR-RED-PCT	PIC ZZ9.9.
       	 05 FILLER		PIC X(5) VALUE "%    ".
       	 05 RR-REN-PCT	PIC ZZ9.9.
       	 05 FILLER		PIC X VALUE "%".
       01 W-DATE-DISP		PIC 9999/99/99.
       01 W-TO-DISP		PIC 9999/99/99.
       01 W-TOT-DISP		PIC -ZZZ,ZZZ,Z99.99.
       01 W-CSV-PRIN		PIC -(9)9.99.
       01 W-CSV-PAYOFF	PIC -(9)9.99.
       01 W-CSV-INFLOW	PIC -(9)9.99.
       01 W-CSV-RELEASE	PIC -(9)9.99.
       01 W-CSV-NET		PIC -(9)9.99.
       01 W-CSV-TKTS		PIC Z(4)9.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-MLRPT-STATUS PIC XX.
       77 WS-MLCSV-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-EOF			PIC A.
       77 WS-HIST-OPEN	PIC A.
       77 WS-TXJ-OPEN	PIC A.
       77 WS-FOUND		PIC A.
       77 WS-RUN-DATE	PIC 9(8).
       77 WS-RUN-INT	PIC 9(7).
       77 WS-HIST-FROM	PIC 9(8).
       77 WS-REL-FROM	PIC 9(8).
       77 WS-WEEK-FROM	PIC 9(8).
       77 WS-WEEK-TO		PIC 9(8).
       77 WS-HIST-DAYS	PIC 9(3) VALUE 365.
       77 WS-REL-DAYS	PIC 9(3) VALUE 28.
       77 WS-REL-WEEKS	PIC 9 VALUE 4.
       77 WS-DAYS-TO-DUE	PIC S9(7).
       77 WS-WK			PIC 9.
       77 WS-BW-CTR		PIC 9(3).
       77 WS-BW-IDX		PIC 9(3).
       77 WS-BW-HIT		PIC 9(3).
       77 WS-BW-LOST	PIC 9(5).
       77 WS-RT-CTR		PIC 9(3).
       77 WS-RT-IDX		PIC 9(3).
       77 WS-RT-HIT		PIC 9(3).
       77 WS-RT-LOST	PIC 9(5).
       77 WS-FIND-BRANCH	PIC X(3).
       77 WS-FIND-CATEGORY	PIC X(10).
       77 WS-OUTCOME	PIC X.
       77 WS-HIST-TKTS	PIC 9(7).
       77 WS-RENEW-CTR	PIC 9(7).
       77 WS-RENEW-LOST	PIC 9(5).
       77 WS-OPEN-CTR	PIC 9(5).
       77 WS-LATER-CTR	PIC 9(5).
       77 WS-HOLD-CTR	PIC 9(5).
       77 WS-RT-TOTAL	PIC 9(7).
       77 WS-RR-RED		PIC 9(5).
       77 WS-RR-FOR		PIC 9(5).
       77 WS-RR-REN		PIC 9(5).
       77 WS-RED-RATE	PIC 9V9(4).
       77 WS-REN-RATE	PIC 9V9(4).
       77 WS-PAYOFF		PIC 9(7)V99.
       77 WS-RENEW-AMT	PIC 9(7)V99.
       77 WS-INFLOW		PIC 9(7)V99.
       77 WS-WEEK-REL	PIC 9(9)V99.
       77 WS-RATE-PCT	PIC 9(3)V9.
       77 WS-NET			PIC S9(9)V99.
       77 WS-LN-TKTS	PIC 9(5).
       77 WS-LN-PRIN	PIC 9(9)V99.
       77 WS-LN-PAYOFF	PIC 9(9)V99.
       77 WS-LN-INFLOW	PIC 9(9)V99.
       77 WS-LN-RELEASE	PIC 9(9)V99.
       77 WS-CSV-BRANCH	PIC X(3).
       77 WS-TOT-PRIN	PIC 9(9)V99.
       77 WS-TOT-PAYOFF	PIC 9(9)V99.
       77 WS-TOT-INFLOW	PIC 9(9)V99.
       77 WS-TOT-RELEASE	PIC 9(9)V99.
       77 WS-TOT-NET	PIC S9(9)V99.
       77 WS-TOT-TKTS	PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ MATURITY LADDER AND CASH FORECAST @@@@@>".
       	DISPLAY "WEEK STARTING (YYYYMMDD, 0=TODAY): ".
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
       	MOVE "N" TO WS-HIST-OPEN.
       	OPEN INPUT LOANHIST.
       	IF (WS-LOANHIST-STATUS = "00")
       		MOVE "Y" TO WS-HIST-OPEN
       	END-IF.
       	PERFORM INIT-RTN THRU END-INIT-RTN.
       	PERFORM HIST-LOANS-RTN THRU END-HIST-LOANS-RTN.
       	PERFORM HIST-GONE-RTN THRU END-HIST-GONE-RTN.
       	PERFORM SCAN-TXJ-RTN THRU END-SCAN-TXJ-RTN.
       	PERFORM LADDER-RTN THRU END-LADDER-RTN.
       	IF (WS-HIST-OPEN = "Y")
       		CLOSE LOANHIST
       	END-IF.
       	CLOSE LOANFILE.
       	PERFORM WRITE-REPORT-RTN THRU END-WRITE-REPORT-RTN.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	DISPLAY "MATURITY LADDER FROM " W-DATE-DISP.
       	DISPLAY "BRANCHES:             " WS-BW-CTR.
       	DISPLAY "OPEN TICKETS LADDERED: " WS-OPEN-CTR.
       	DISPLAY "DUE AFTER WEEK 8:     " WS-LATER-CTR.
       	DISPLAY "ON POLICE HOLD:       " WS-HOLD-CTR.
       	DISPLAY "OUTCOMES ON HISTORY:  " WS-HIST-TKTS.
       	DISPLAY "RENEWALS ON JOURNAL:  " WS-RENEW-CTR.
       	IF (WS-BW-LOST > 0 OR WS-RT-LOST > 0)
       		DISPLAY "*** TABLE FULL - " WS-BW-LOST " BRANCH AND "
       			WS-RT-LOST " CATEGORY ENTRIES LEFT OUT ***"
       	END-IF.
       	IF (WS-TXJ-OPEN = "N")
       		DISPLAY "*** NO JOURNAL - RENEWALS AND RELEASES NOT "
       			"FORECAST ***"
       	END-IF.
       	DISPLAY "SEE MATLAD.prt AND MATLAD.csv".
       	MOVE 0 TO RETURN-CODE.
       	STOP RUN.
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
       INIT-RTN.
       	MOVE 0 TO WS-BW-CTR.
       	MOVE 0 TO WS-BW-LOST.
       	MOVE 0 TO WS-RT-CTR.
       	MOVE 0 TO WS-RT-LOST.
       	MOVE 0 TO WS-HIST-TKTS.
       	MOVE 0 TO WS-RENEW-CTR.
       	MOVE 0 TO WS-RENEW-LOST.
       	MOVE 0 TO WS-OPEN-CTR.
       	MOVE 0 TO WS-LATER-CTR.
       	MOVE 0 TO WS-HOLD-CTR.
       	MOVE "N" TO WS-TXJ-OPEN.
       	COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
       	COMPUTE WS-HIST-FROM = FUNCTION DATE-OF-INTEGER(
       		WS-RUN-INT - WS-HIST-DAYS).
       	COMPUTE WS-REL-FROM = FUNCTION DATE-OF-INTEGER(
       		WS-RUN-INT - WS-REL-DAYS).
       	PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
       		MOVE 0 TO WS-GT-TKTS(WS-WK)
       		MOVE 0 TO WS-GT-PRIN(WS-WK)
       		MOVE 0 TO WS-GT-PAYOFF(WS-WK)
       		MOVE 0 TO WS-GT-INFLOW(WS-WK)
       		MOVE 0 TO WS-GT-RELEASE(WS-WK)
       	END-PERFORM.
       END-INIT-RTN.
      ******************************************************************
      * Outcomes of the last year: a ticket redeemed counts to its
      * branch and category as a redemption, one forfeited (still on
      * file or since disposed of at auction) as a forfeit.  DUEDATE
      * dates the outcome, so tickets that matured before the year
      * are left out.  Purged tickets come from LOANHIST.Dat.
      ******************************************************************
       HIST-LOANS-RTN.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM HIST-LOAN-ONE-RTN THRU END-HIST-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-HIST-LOANS-RTN.
       HIST-LOAN-ONE-RTN.
       	PERFORM OUTCOME-RTN THRU END-OUTCOME-RTN.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-HIST-LOAN-ONE-RTN.
       HIST-GONE-RTN.
       	IF (WS-HIST-OPEN = "N")
       		GO TO END-HIST-GONE-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM HIST-GONE-ONE-RTN THRU END-HIST-GONE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-HIST-GONE-RTN.
       HIST-GONE-ONE-RTN.
       	PERFORM OUTCOME-RTN THRU END-OUTCOME-RTN.
       	READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-HIST-GONE-ONE-RTN.
       OUTCOME-RTN.
       	MOVE SPACE TO WS-OUTCOME.
       	IF (W-LOAN-STATUS = "REDEEMED")
       		MOVE "R" TO WS-OUTCOME
       	END-IF.
       	IF (W-LOAN-STATUS = "FORFEITED" OR "DISPOSED")
       		MOVE "F" TO WS-OUTCOME
       	END-IF.
       	IF (WS-OUTCOME = SPACE)
       		GO TO END-OUTCOME-RTN
       	END-IF.
       	IF (W-DUEDATE < WS-HIST-FROM)
       		GO TO END-OUTCOME-RTN
       	END-IF.
       	MOVE W-BRANCHCD TO WS-FIND-BRANCH.
       	MOVE W-ITEM-CATEGORY TO WS-FIND-CATEGORY.
       	PERFORM ADD-OUTCOME-RTN THRU END-ADD-OUTCOME-RTN.
       	ADD 1 TO WS-HIST-TKTS.
       END-OUTCOME-RTN.
       ADD-OUTCOME-RTN.
       	PERFORM FIND-BW-RTN THRU END-FIND-BW-RTN.
       	PERFORM FIND-RT-RTN THRU END-FIND-RT-RTN.
       	IF (WS-OUTCOME = "R")
       		IF (WS-BW-HIT > 0)
       			ADD 1 TO WS-BW-RED(WS-BW-HIT)
       		END-IF
       		IF (WS-RT-HIT > 0)
       			ADD 1 TO WS-RT-RED(WS-RT-HIT)
       		END-IF
       	END-IF.
       	IF (WS-OUTCOME = "F")
       		IF (WS-BW-HIT > 0)
       			ADD 1 TO WS-BW-FOR(WS-BW-HIT)
       		END-IF
       		IF (WS-RT-HIT > 0)
       			ADD 1 TO WS-RT-FOR(WS-RT-HIT)
       		END-IF
       	END-IF.
       	IF (WS-OUTCOME = "N")
       		IF (WS-BW-HIT > 0)
       			ADD 1 TO WS-BW-REN(WS-BW-HIT)
       		END-IF
       		IF (WS-RT-HIT > 0)
       			ADD 1 TO WS-RT-REN(WS-RT-HIT)
       		END-IF
       	END-IF.
       END-ADD-OUTCOME-RTN.
       FIND-BW-RTN.
       	MOVE 0 TO WS-BW-HIT.
       	PERFORM VARYING WS-BW-IDX FROM 1 BY 1
       		UNTIL WS-BW-IDX > WS-BW-CTR OR WS-BW-HIT > 0
       		IF (WS-BW-BRANCH(WS-BW-IDX) = WS-FIND-BRANCH)
       			MOVE WS-BW-IDX TO WS-BW-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-BW-HIT > 0)
       		GO TO END-FIND-BW-RTN
       	END-IF.
       	IF (WS-BW-CTR = 20)
       		ADD 1 TO WS-BW-LOST
       		GO TO END-FIND-BW-RTN
       	END-IF.
       	ADD 1 TO WS-BW-CTR.
       	MOVE WS-BW-CTR TO WS-BW-HIT.
       	MOVE WS-FIND-BRANCH TO WS-BW-BRANCH(WS-BW-HIT).
       	MOVE 0 TO WS-BW-RED(WS-BW-HIT).
       	MOVE 0 TO WS-BW-FOR(WS-BW-HIT).
       	MOVE 0 TO WS-BW-REN(WS-BW-HIT).
       	MOVE 0 TO WS-BW-RELEASE(WS-BW-HIT).
       	MOVE 0 TO WS-BW-FALLBACK(WS-BW-HIT).
       	MOVE 0 TO WS-BW-NORATE(WS-BW-HIT).
       	PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
       		MOVE 0 TO WS-BW-TKTS(WS-BW-HIT, WS-WK)
       		MOVE 0 TO WS-BW-PRIN(WS-BW-HIT, WS-WK)
       		MOVE 0 TO WS-BW-PAYOFF(WS-BW-HIT, WS-WK)
       		MOVE 0 TO WS-BW-INFLOW(WS-BW-HIT, WS-WK)
       	END-PERFORM.
       END-FIND-BW-RTN.
       FIND-RT-RTN.
       	MOVE 0 TO WS-RT-HIT.
       	PERFORM VARYING WS-RT-IDX FROM 1 BY 1
       		UNTIL WS-RT-IDX > WS-RT-CTR OR WS-RT-HIT > 0
       		IF (WS-RT-BRANCH(WS-RT-IDX) = WS-FIND-BRANCH) AND
       		(WS-RT-CATEGORY(WS-RT-IDX) = WS-FIND-CATEGORY)
       			MOVE WS-RT-IDX TO WS-RT-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-RT-HIT > 0)
       		GO TO END-FIND-RT-RTN
       	END-IF.
       	IF (WS-RT-CTR = 200)
       		ADD 1 TO WS-RT-LOST
       		GO TO END-FIND-RT-RTN
       	END-IF.
       	ADD 1 TO WS-RT-CTR.
       	MOVE WS-RT-CTR TO WS-RT-HIT.
       	MOVE WS-FIND-BRANCH TO WS-RT-BRANCH(WS-RT-HIT).
       	MOVE WS-FIND-CATEGORY TO WS-RT-CATEGORY(WS-RT-HIT).
       	MOVE 0 TO WS-RT-RED(WS-RT-HIT).
       	MOVE 0 TO WS-RT-FOR(WS-RT-HIT).
       	MOVE 0 TO WS-RT-REN(WS-RT-HIT).
       END-FIND-RT-RTN.
      ******************************************************************
      * The journal from a year back up to the day before the run.
      * A RENEWAL is a third outcome for its ticket's branch and
      * category (the ticket is looked up on LOAN.Dat, or on
      * LOANHIST.Dat if purged since); a CREATE in the last 4 weeks
      * adds its amount to the branch's releases.
      ******************************************************************
       SCAN-TXJ-RTN.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat ON FILE. STATUS: "
       			WS-TXJFILE-STATUS
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		GO TO END-SCAN-TXJ-RTN
       	END-IF.
       	MOVE "Y" TO WS-TXJ-OPEN.
       	MOVE "N" TO WS-EOF.
       	MOVE WS-HIST-FROM TO TXJ-DATE.
       	MOVE LOW-VALUES TO TXJ-BRANCH.
       	MOVE 0 TO TXJ-SEQ.
       	START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       	PERFORM SCAN-TXJ-ONE-RTN THRU END-SCAN-TXJ-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE TXJFILE.
       END-SCAN-TXJ-RTN.
       SCAN-TXJ-ONE-RTN.
       	IF (TXJ-ACTION = "CREATE" AND TXJ-DATE NOT < WS-REL-FROM)
       		MOVE TXJ-BRANCH TO WS-FIND-BRANCH
       		PERFORM FIND-BW-RTN THRU END-FIND-BW-RTN
       		IF (WS-BW-HIT > 0)
       			ADD TXJ-AMOUNT TO WS-BW-RELEASE(WS-BW-HIT)
       		END-IF
       	END-IF.
       	IF (TXJ-ACTION NOT = "RENEWAL")
       		GO TO SCAN-TXJ-NEXT-RTN
       	END-IF.
       	MOVE "N" TO WS-FOUND.
       	MOVE TXJ-TRANSNO TO TRANSNO.
       	READ LOANFILE INTO W-LOAN-REC
       		INVALID KEY CONTINUE
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N" AND WS-HIST-OPEN = "Y")
       		MOVE TXJ-TRANSNO TO HIST-TRANSNO
       		READ LOANHIST INTO W-LOAN-REC
       			INVALID KEY CONTINUE
       			NOT INVALID KEY MOVE "Y" TO WS-FOUND
       		END-READ
       	END-IF.
       	IF (WS-FOUND = "N")
       		ADD 1 TO WS-RENEW-LOST
       		GO TO SCAN-TXJ-NEXT-RTN
       	END-IF.
       	MOVE "N" TO WS-OUTCOME.
       	MOVE W-BRANCHCD TO WS-FIND-BRANCH.
       	MOVE W-ITEM-CATEGORY TO WS-FIND-CATEGORY.
       	PERFORM ADD-OUTCOME-RTN THRU END-ADD-OUTCOME-RTN.
       	ADD 1 TO WS-RENEW-CTR.
       SCAN-TXJ-NEXT-RTN.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-SCAN-TXJ-ONE-RTN.
       READ-TXJ-RTN.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-TXJ-RTN
       	END-IF.
       	READ TXJFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "N" AND TXJ-DATE NOT < WS-RUN-DATE)
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-READ-TXJ-RTN.
      ******************************************************************
      * Every CURRENT and OVERDUE ticket due within the 8 weeks goes
      * to its branch and week.  Tickets on police hold cannot be
      * redeemed or renewed while held and are only counted.
      ******************************************************************
       LADDER-RTN.
       	MOVE "N" TO WS-EOF.
       	MOVE 0 TO TRANSNO.
       	START LOANFILE KEY IS NOT LESS THAN TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       			MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM LADDER-ONE-RTN THRU END-LADDER-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-LADDER-RTN.
       LADDER-ONE-RTN.
       	IF (W-LOAN-STATUS = "POLICEHOLD")
       		ADD 1 TO WS-HOLD-CTR
       		GO TO LADDER-NEXT-RTN
       	END-IF.
       	IF (W-LOAN-STATUS NOT = "CURRENT") AND
       	(W-LOAN-STATUS NOT = "OVERDUE")
       		GO TO LADDER-NEXT-RTN
       	END-IF.
       	COMPUTE WS-DAYS-TO-DUE =
       		FUNCTION INTEGER-OF-DATE(W-DUEDATE) - WS-RUN-INT.
       	IF (WS-DAYS-TO-DUE > 55)
       		ADD 1 TO WS-LATER-CTR
       		GO TO LADDER-NEXT-RTN
       	END-IF.
       	IF (WS-DAYS-TO-DUE < 0)
       		MOVE 1 TO WS-WK
       	ELSE
       		COMPUTE WS-WK = WS-DAYS-TO-DUE / 7 + 1
       	END-IF.
       	MOVE W-BRANCHCD TO WS-FIND-BRANCH.
       	MOVE W-ITEM-CATEGORY TO WS-FIND-CATEGORY.
       	PERFORM FIND-BW-RTN THRU END-FIND-BW-RTN.
       	IF (WS-BW-HIT = 0)
       		GO TO LADDER-NEXT-RTN
       	END-IF.
       	PERFORM GET-RATE-RTN THRU END-GET-RATE-RTN.
       	MOVE W-DEC TO WS-PAYOFF.
       	COMPUTE WS-RENEW-AMT = W-DECI + W-PEN-DEC.
       	COMPUTE WS-INFLOW ROUNDED = WS-PAYOFF * WS-RED-RATE +
       		WS-RENEW-AMT * WS-REN-RATE.
       	ADD 1 TO WS-OPEN-CTR.
       	ADD 1 TO WS-BW-TKTS(WS-BW-HIT, WS-WK).
       	ADD W-DECIMAL TO WS-BW-PRIN(WS-BW-HIT, WS-WK).
       	ADD WS-PAYOFF TO WS-BW-PAYOFF(WS-BW-HIT, WS-WK).
       	ADD WS-INFLOW TO WS-BW-INFLOW(WS-BW-HIT, WS-WK).
       LADDER-NEXT-RTN.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-LADDER-ONE-RTN.
      ******************************************************************
      * Redemption and renewal rates for the ticket's branch and
      * category; the branch over all categories when the category
      * has no outcomes in the year; none (no inflow forecast) when
      * the branch has none either.
      ******************************************************************
       GET-RATE-RTN.
       	MOVE 0 TO WS-RED-RATE.
       	MOVE 0 TO WS-REN-RATE.
       	MOVE 0 TO WS-RT-HIT.
       	PERFORM VARYING WS-RT-IDX FROM 1 BY 1
       		UNTIL WS-RT-IDX > WS-RT-CTR OR WS-RT-HIT > 0
       		IF (WS-RT-BRANCH(WS-RT-IDX) = WS-FIND-BRANCH) AND
       		(WS-RT-CATEGORY(WS-RT-IDX) = WS-FIND-CATEGORY)
       			MOVE WS-RT-IDX TO WS-RT-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-RT-HIT > 0)
       		COMPUTE WS-RT-TOTAL = WS-RT-RED(WS-RT-HIT) +
       			WS-RT-FOR(WS-RT-HIT) + WS-RT-REN(WS-RT-HIT)
       		IF (WS-RT-TOTAL > 0)
       			COMPUTE WS-RED-RATE ROUNDED =
       				WS-RT-RED(WS-RT-HIT) / WS-RT-TOTAL
       			COMPUTE WS-REN-RATE ROUNDED =
       				WS-RT-REN(WS-RT-HIT) / WS-RT-TOTAL
       			GO TO END-GET-RATE-RTN
       		END-IF
       	END-IF.
       	COMPUTE WS-RT-TOTAL = WS-BW-RED(WS-BW-HIT) +
       		WS-BW-FOR(WS-BW-HIT) + WS-BW-REN(WS-BW-HIT).
       	IF (WS-RT-TOTAL = 0)
       		ADD 1 TO WS-BW-NORATE(WS-BW-HIT)
       		GO TO END-GET-RATE-RTN
       	END-IF.
       	COMPUTE WS-RED-RATE ROUNDED =
       		WS-BW-RED(WS-BW-HIT) / WS-RT-TOTAL.
       	COMPUTE WS-REN-RATE ROUNDED =
       		WS-BW-REN(WS-BW-HIT) / WS-RT-TOTAL.
       	ADD 1 TO WS-BW-FALLBACK(WS-BW-HIT).
       END-GET-RATE-RTN.
      ******************************************************************
      * One block per branch: its week-by-week ladder with the net
      * cash it needs (a minus is cash it can send back), then the
      * rates used.  A block for all branches closes the report.  The
      * same lines go to MATLAD.csv, the all-branch rows as ALL.
      ******************************************************************
       WRITE-REPORT-RTN.
       	OPEN OUTPUT MLRPT.
       	OPEN OUTPUT MLCSV.
       	MOVE SPACES TO MC-REC.
       	STRING "BRANCH,WEEK,WEEK_FROM,WEEK_TO,TICKETS,PRINCIPAL,"
       		"PAYOFF,EXPECTED_INFLOW,EXPECTED_RELEASES,"
       		"NET_REQUIREMENT"
       		DELIMITED BY SIZE INTO MC-REC.
       	WRITE MC-REC.
       	MOVE SPACES TO ML-LINE.
       	STRING WS-BR-CODE DELIMITED BY SIZE
       		" " DELIMITED BY SIZE
       		WS-BR-NAME DELIMITED BY SIZE
       		INTO ML-LINE.
       	WRITE ML-LINE.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	MOVE SPACES TO ML-LINE.
       	STRING "MATURITY LADDER AND CASH REQUIREMENT FROM "
       		DELIMITED BY SIZE
       		W-DATE-DISP DELIMITED BY SIZE
       		INTO ML-LINE.
       	WRITE ML-LINE.
       	MOVE WS-HIST-FROM TO W-DATE-DISP.
       	MOVE SPACES TO ML-LINE.
       	STRING "RATES FROM OUTCOMES SINCE " DELIMITED BY SIZE
       		W-DATE-DISP DELIMITED BY SIZE
       		"   RELEASES = LAST 4 WEEKS / 4" DELIMITED BY SIZE
       		INTO ML-LINE.
       	WRITE ML-LINE.
       	IF (WS-TXJ-OPEN = "N")
       		MOVE "*** NO TXJRNL.Dat - RENEWALS AND RELEASES NOT"
       			TO ML-LINE
       		MOVE "FORECAST" TO ML-LINE(50:8)
       		WRITE ML-LINE
       	END-IF.
       	PERFORM VARYING WS-BW-IDX FROM 1 BY 1
       		UNTIL WS-BW-IDX > WS-BW-CTR
       		PERFORM BRANCH-BLOCK-RTN THRU END-BRANCH-BLOCK-RTN
       	END-PERFORM.
       	MOVE SPACES TO ML-LINE.
       	WRITE ML-LINE.
       	MOVE "ALL BRANCHES" TO ML-LINE.
       	WRITE ML-LINE.
       	PERFORM LADDER-HEAD-RTN THRU END-LADDER-HEAD-RTN.
       	MOVE "ALL" TO WS-CSV-BRANCH.
       	PERFORM CLEAR-TOTALS-RTN THRU END-CLEAR-TOTALS-RTN.
       	PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
       		MOVE WS-GT-TKTS(WS-WK) TO WS-LN-TKTS
       		MOVE WS-GT-PRIN(WS-WK) TO WS-LN-PRIN
       		MOVE WS-GT-PAYOFF(WS-WK) TO WS-LN-PAYOFF
       		MOVE WS-GT-INFLOW(WS-WK) TO WS-LN-INFLOW
       		MOVE WS-GT-RELEASE(WS-WK) TO WS-LN-RELEASE
       		PERFORM WEEK-LINE-RTN THRU END-WEEK-LINE-RTN
       	END-PERFORM.
       	PERFORM TOTAL-LINE-RTN THRU END-TOTAL-LINE-RTN.
       	MOVE SPACES TO ML-LINE.
       	WRITE ML-LINE.
       	MOVE SPACES TO ML-LINE.
       	STRING "OPEN TICKETS DUE AFTER WEEK 8: " DELIMITED BY SIZE
       		WS-LATER-CTR DELIMITED BY SIZE
       		"   ON POLICE HOLD: " DELIMITED BY SIZE
       		WS-HOLD-CTR DELIMITED BY SIZE
       		INTO ML-LINE.
       	WRITE ML-LINE.
       	IF (WS-RENEW-LOST > 0)
       		MOVE SPACES TO ML-LINE
       		STRING "RENEWALS WHOSE TICKET IS NO LONGER ON FILE: "
       			DELIMITED BY SIZE
       			WS-RENEW-LOST DELIMITED BY SIZE
       			INTO ML-LINE
       		WRITE ML-LINE
       	END-IF.
       	CLOSE MLCSV.
       	CLOSE MLRPT.
       END-WRITE-REPORT-RTN.
       BRANCH-BLOCK-RTN.
       	MOVE SPACES TO ML-LINE.
       	WRITE ML-LINE.
       	MOVE SPACES TO ML-LINE.
       	STRING "BRANCH " DELIMITED BY SIZE
       		WS-BW-BRANCH(WS-BW-IDX) DELIMITED BY SIZE
       		INTO ML-LINE.
       	WRITE ML-LINE.
       	PERFORM LADDER-HEAD-RTN THRU END-LADDER-HEAD-RTN.
       	MOVE WS-BW-BRANCH(WS-BW-IDX) TO WS-CSV-BRANCH.
       	COMPUTE WS-WEEK-REL ROUNDED =
       		WS-BW-RELEASE(WS-BW-IDX) / WS-REL-WEEKS.
       	PERFORM CLEAR-TOTALS-RTN THRU END-CLEAR-TOTALS-RTN.
       	PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
       		MOVE WS-BW-TKTS(WS-BW-IDX, WS-WK) TO WS-LN-TKTS
       		MOVE WS-BW-PRIN(WS-BW-IDX, WS-WK) TO WS-LN-PRIN
       		MOVE WS-BW-PAYOFF(WS-BW-IDX, WS-WK) TO WS-LN-PAYOFF
       		MOVE WS-BW-INFLOW(WS-BW-IDX, WS-WK) TO WS-LN-INFLOW
       		MOVE WS-WEEK-REL TO WS-LN-RELEASE
       		ADD WS-LN-TKTS TO WS-GT-TKTS(WS-WK)
       		ADD WS-LN-PRIN TO WS-GT-PRIN(WS-WK)
       		ADD WS-LN-PAYOFF TO WS-GT-PAYOFF(WS-WK)
       		ADD WS-LN-INFLOW TO WS-GT-INFLOW(WS-WK)
       		ADD WS-LN-RELEASE TO WS-GT-RELEASE(WS-WK)
       		PERFORM WEEK-LINE-RTN THRU END-WEEK-LINE-RTN
       	END-PERFORM.
       	PERFORM TOTAL-LINE-RTN THRU END-TOTAL-LINE-RTN.
       	MOVE SPACES TO ML-LINE.
       	WRITE ML-LINE.
       	MOVE "    CATEGORY   REDEEM FORFEIT  RENEW  REDEEMED   RENEWED"
       		TO ML-LINE.
       	WRITE ML-LINE.
       	PERFORM VARYING WS-RT-IDX FROM 1 BY 1
       		UNTIL WS-RT-IDX > WS-RT-CTR
       		IF (WS-RT-BRANCH(WS-RT-IDX) = WS-BW-BRANCH(WS-BW-IDX))
       			MOVE WS-RT-CATEGORY(WS-RT-IDX) TO RR-CATEGORY
       			MOVE WS-RT-RED(WS-RT-IDX) TO WS-RR-RED
       			MOVE WS-RT-FOR(WS-RT-IDX) TO WS-RR-FOR
       			MOVE WS-RT-REN(WS-RT-IDX) TO WS-RR-REN
       			PERFORM RATE-LINE-RTN THRU END-RATE-LINE-RTN
       		END-IF
       	END-PERFORM.
       	MOVE "(ALL)" TO RR-CATEGORY.
       	MOVE WS-BW-RED(WS-BW-IDX) TO WS-RR-RED.
       	MOVE WS-BW-FOR(WS-BW-IDX) TO WS-RR-FOR.
       	MOVE WS-BW-REN(WS-BW-IDX) TO WS-RR-REN.
       	PERFORM RATE-LINE-RTN THRU END-RATE-LINE-RTN.
       	IF (WS-BW-FALLBACK(WS-BW-IDX) > 0)
       		MOVE SPACES TO ML-LINE
       		STRING "    TICKETS AT THE BRANCH RATES (NO HISTORY IN "
       			DELIMITED BY SIZE
       			"CATEGORY): " DELIMITED BY SIZE
       			WS-BW-FALLBACK(WS-BW-IDX) DELIMITED BY SIZE
       			INTO ML-LINE
       		WRITE ML-LINE
       	END-IF.
       	IF (WS-BW-NORATE(WS-BW-IDX) > 0)
       		MOVE SPACES TO ML-LINE
       		STRING "    *** NO HISTORY - NO INFLOW FORECAST FOR "
       			DELIMITED BY SIZE
       			WS-BW-NORATE(WS-BW-IDX) DELIMITED BY SIZE
       			" TICKETS" DELIMITED BY SIZE
       			INTO ML-LINE
       		WRITE ML-LINE
       	END-IF.
       END-BRANCH-BLOCK-RTN.
       LADDER-HEAD-RTN.
       	MOVE SPACES TO ML-LINE.
       	STRING "  WK  WEEK FROM   TKTS       PRINCIPAL"
       		DELIMITED BY SIZE
       		"          PAYOFF EXPECTED INFLOW" DELIMITED BY SIZE
       		"EXPECTED RELEASE  NET REQUIREMENT" DELIMITED BY SIZE
       		INTO ML-LINE.
       	WRITE ML-LINE.
       END-LADDER-HEAD-RTN.
       CLEAR-TOTALS-RTN.
       	MOVE 0 TO WS-TOT-TKTS.
       	MOVE 0 TO WS-TOT-PRIN.
       	MOVE 0 TO WS-TOT-PAYOFF.
       	MOVE 0 TO WS-TOT-INFLOW.
       	MOVE 0 TO WS-TOT-RELEASE.
       	MOVE 0 TO WS-TOT-NET.
       END-CLEAR-TOTALS-RTN.
      ******************************************************************
      * One week of a block from the WS-LN- figures, to the report and
      * the CSV, added into the block's 8-week total.
      ******************************************************************
       WEEK-LINE-RTN.
       	COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER(
       		WS-RUN-INT + (WS-WK - 1) * 7).
       	COMPUTE WS-WEEK-TO = FUNCTION DATE-OF-INTEGER(
       		WS-RUN-INT + WS-WK * 7 - 1).
       	COMPUTE WS-NET = WS-LN-RELEASE - WS-LN-INFLOW.
       	MOVE WS-WK TO RW-WEEK.
       	MOVE WS-WEEK-FROM TO RW-FROM.
       	MOVE WS-LN-TKTS TO RW-TKTS.
       	MOVE WS-LN-PRIN TO RW-PRIN.
       	MOVE WS-LN-PAYOFF TO RW-PAYOFF.
       	MOVE WS-LN-INFLOW TO RW-INFLOW.
       	MOVE WS-LN-RELEASE TO RW-RELEASE.
       	MOVE WS-NET TO RW-NET.
       	MOVE WS-RPT-WEEK TO ML-LINE.
       	WRITE ML-LINE.
       	MOVE WS-LN-TKTS TO W-CSV-TKTS.
       	MOVE WS-LN-PRIN TO W-CSV-PRIN.
       	MOVE WS-LN-PAYOFF TO W-CSV-PAYOFF.
       	MOVE WS-LN-INFLOW TO W-CSV-INFLOW.
       	MOVE WS-LN-RELEASE TO W-CSV-RELEASE.
       	MOVE WS-NET TO W-CSV-NET.
       	MOVE SPACES TO MC-REC.
       	STRING WS-CSV-BRANCH "," WS-WK ","
       		WS-WEEK-FROM "," WS-WEEK-TO ","
       		FUNCTION TRIM(W-CSV-TKTS) ","
       		FUNCTION TRIM(W-CSV-PRIN) ","
       		FUNCTION TRIM(W-CSV-PAYOFF) ","
       		FUNCTION TRIM(W-CSV-INFLOW) ","
       		FUNCTION TRIM(W-CSV-RELEASE) ","
       		FUNCTION TRIM(W-CSV-NET)
       		DELIMITED BY SIZE INTO MC-REC.
       	WRITE MC-REC.
       	ADD WS-LN-TKTS TO WS-TOT-TKTS.
       	ADD WS-LN-PRIN TO WS-TOT-PRIN.
       	ADD WS-LN-PAYOFF TO WS-TOT-PAYOFF.
       	ADD WS-LN-INFLOW TO WS-TOT-INFLOW.
       	ADD WS-LN-RELEASE TO WS-TOT-RELEASE.
       	ADD WS-NET TO WS-TOT-NET.
       END-WEEK-LINE-RTN.
       TOTAL-LINE-RTN.
       	MOVE SPACES TO ML-LINE.
       	MOVE ALL "-" TO ML-LINE(1:103).
       	WRITE ML-LINE.
       	MOVE 0 TO RW-WEEK.
       	MOVE 0 TO RW-FROM.
       	MOVE WS-TOT-TKTS TO RW-TKTS.
       	MOVE WS-TOT-PRIN TO RW-PRIN.
       	MOVE WS-TOT-PAYOFF TO RW-PAYOFF.
       	MOVE WS-TOT-INFLOW TO RW-INFLOW.
       	MOVE WS-TOT-RELEASE TO RW-RELEASE.
       	MOVE WS-TOT-NET TO RW-NET.
       	MOVE WS-RPT-WEEK TO ML-LINE.
       	MOVE "  8-WEEK TOTAL " TO ML-LINE(1:15).
       	WRITE ML-LINE.
       END-TOTAL-LINE-RTN.
       RATE-LINE-RTN.
       	MOVE WS-RR-RED TO RR-RED.
       	MOVE WS-RR-FOR TO RR-FOR.
       	MOVE WS-RR-REN TO RR-REN.
       	COMPUTE WS-RT-TOTAL = WS-RR-RED + WS-RR-FOR + WS-RR-REN.
       	MOVE 0 TO RR-RED-PCT.
       	MOVE 0 TO RR-REN-PCT.
       	IF (WS-RT-TOTAL > 0)
       		COMPUTE WS-RATE-PCT ROUNDED =
       			WS-RR-RED * 100 / WS-RT-TOTAL
       		MOVE WS-RATE-PCT TO RR-RED-PCT
       		COMPUTE WS-RATE-PCT ROUNDED =
       			WS-RR-REN * 100 / WS-RT-TOTAL
       		MOVE WS-RATE-PCT TO RR-REN-PCT
       	END-IF.
       	MOVE WS-RPT-RATE TO ML-LINE.
       	WRITE ML-LINE.
       END-RATE-LINE-RTN.
