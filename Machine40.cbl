       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE40.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Teller exception scorecard.  For one month this batch counts
      * and totals, per operator, the red flags scattered across the
      * branch files: manager overrides, payment voids, lost-ticket
      * redemptions (LOSTTKT.Dat), receipt and ticket reprints, drawer
      * over/short at close of shift and loans released close to the
      * operator's OPLIMIT.Dat limit.  The overrides, voids, reprints,
      * drawer differences and releases come from the TXJRNL.Dat
      * transaction journal.  An override, void or reprint is keyed
      * by the manager, so it is charged to the teller who posted the
      * transaction it was done on - the latest journal entry for the
      * same ticket at or before it.  Each operator is set against the
      * branch average; one over the SCRPARM.Dat threshold is flagged
      * and the underlying tickets are listed.  Only operators on
      * OPERATOR.Dat are scored, so batch postings are left out.  The
      * report goes to TLRSCORE.prt for head-office internal audit;
      * run at each branch after the month has ended.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT LIMFILE ASSIGN TO "OPLIMIT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LIMFILE-STATUS.
       	 SELECT LTKFILE ASSIGN TO "LOSTTKT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LTKFILE-STATUS.
       	 SELECT SCPFILE ASSIGN TO "SCRPARM.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-SCPFILE-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       	 SELECT SCRRPT ASSIGN TO "TLRSCORE.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-SCRRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  LIMFILE
       	 LABEL RECORD IS STANDARD.
       COPY LIMREC.
       FD  LTKFILE
       	 LABEL RECORD IS STANDARD.
       COPY LTKREC.
       FD  SCPFILE
       	 LABEL RECORD IS STANDARD.
       COPY SCPREC.
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       FD  SCRRPT
       	 LABEL RECORD IS STANDARD.
       01  SCR-LINE-OUT		PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Indicators 1-6 in report order, with the letter shown in the
      * FLAGS column when an operator is over the threshold.
      ******************************************************************
       01 WS-IND-NAMES.
       	 05 FILLER		PIC X(11) VALUE "OVERRIDE  O".
       	 05 FILLER		PIC X(11) VALUE "PAY VOID  V".
       	 05 FILLER		PIC X(11) VALUE "LOST TKT  L".
       	 05 FILLER		PIC X(11) VALUE "REPRINT   R".
       	 05 FILLER		PIC X(11) VALUE "DRAWER O/SD".
       	 05 FILLER		PIC X(11) VALUE "NEAR LIMITN".
       01 WS-IND-TABLE REDEFINES WS-IND-NAMES.
       	 05 WS-IND-ENTRY OCCURS 6 TIMES.
       	 	10 WS-IND-NAME	PIC X(10).
       	 	10 WS-IND-CODE	PIC X.
       01 WS-OPER-TABLE.
       	 05 WS-OPER-ENTRY OCCURS 200 TIMES.
       	 	10 WS-OT-NAME		PIC X(10).
       	 	10 WS-OT-LIMIT	PIC 9(6)V99.
       	 	10 WS-OT-FLAGGED	PIC A.
       	 	10 WS-OT-IND OCCURS 6 TIMES.
       	 	 	15 WS-OT-CNT	PIC 9(5).
       	 	 	15 WS-OT-AMT	PIC 9(8)V99.
       	 	 	15 WS-OT-FLAG	PIC X.
       01 WS-TOT-TABLE.
       	 05 WS-TOT-IND OCCURS 6 TIMES.
       	 	10 WS-TOT-CNT	PIC 9(7).
       	 	10 WS-TOT-AMT	PIC 9(9)V99.
       	 	10 WS-AVG-CNT	PIC 9(5)V99.
       	 	10 WS-AVG-AMT	PIC 9(8)V99.
       01 WS-LIM-TABLE.
       	 05 WS-LIM-ENTRY OCCURS 200 TIMES.
       	 	10 WS-LT-OPER	PIC X(10).
       	 	10 WS-LT-MAX	PIC 9(6)V99.
       01 WS-RPT-HEAD.
       	 05 RH-OPER		PIC X(12).
       	 05 RH-IND		PIC X(18) OCCURS 6 TIMES.
       	 05 RH-FLAGS	PIC X(6).
       01 WS-RPT-OPER.
       	 05 RO-OPER		PIC X(10).
       	 05 FILLER		PIC X(2).
       	 05 RO-IND OCCURS 6 TIMES.
       	 	10 RO-CNT		PIC ZZZZ9.
       	 	10 FILLER		PIC X.
       	 	10 RO-AMT		PIC ZZZ,ZZ9.99.
       	 	10 FILLER		PIC X(2).
       	 05 RO-FLAGS	PIC X(6).
       01 WS-RPT-AVG.
       	 05 RA-LABEL	PIC X(12).
       	 05 RA-IND OCCURS 6 TIMES.
       	 	10 RA-CNT		PIC ZZ9.9.
       	 	10 FILLER		PIC X.
       	 	10 RA-AMT		PIC ZZZ,ZZ9.99.
       	 	10 FILLER		PIC X(2).
       01 WS-RPT-DET.
       	 05 FILLER		PIC X(2).
       	 05 RD-MARK		PIC X.
       	 05 FILLER		PIC X.
       	 05 RD-DATE		PIC 9999/99/99.
       	 05 FILLER		PIC X(2).
       	 05 RD-TRANSNO	PIC ZZZZ9.
       	 05 FILLER		PIC X(2).
       	 05 RD-IND		PIC X(10).
       	 05 FILLER		PIC X(2).
       	 05 RD-AMT		PIC ZZZ,ZZ9.99.
       	 05 FILLER		PIC X(2).
       	 05 RD-BY		PIC X(10).
       	 05 FILLER		PIC X(2).
       	 05 RD-NOTE		PIC X(30).
       01 W-DATE-DISP		PIC 9999/99/99.
       01 W-FROM-DISP		PIC 9999/99/99.
       01 W-AMT-DISP		PIC ZZZ,ZZ9.99.
       01 W-CTR-DISP		PIC ZZZZ9.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-LIMFILE-STATUS PIC XX.
       77 WS-LTKFILE-STATUS PIC XX.
       77 WS-SCPFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-SCRRPT-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-TODAY		PIC 9(8).
       77 WS-PERIOD		PIC 9(6).
       77 WS-PRD-YYYY	PIC 9(4).
       77 WS-PRD-MM		PIC 9(2).
       77 WS-NEXT-FIRST	PIC 9(8).
       77 WS-FROM-DATE	PIC 9(8).
       77 WS-TO-DATE		PIC 9(8).
       77 WS-FLAG-PCT		PIC 9(3).
       77 WS-MIN-CNT		PIC 9(3).
       77 WS-NEAR-PCT		PIC 9(3).
       77 WS-EOF			PIC A.
       77 WS-LK-EOF		PIC A.
       77 WS-LTK-EOF		PIC A.
       77 WS-LIM-EOF		PIC A.
       77 WS-LIM-CTR		PIC 9(3).
       77 WS-LIM-IDX		PIC 9(3).
       77 WS-LIM-DEFAULT	PIC 9(6)V99.
       77 WS-OPER-CTR		PIC 9(3).
       77 WS-OPER-IDX		PIC 9(3).
       77 WS-OPER-HIT		PIC 9(3).
       77 WS-OPER-LOST	PIC 9(5).
       77 WS-DET-OPER		PIC 9(3).
       77 WS-IND-IDX		PIC 9.
       77 WS-IND			PIC 9.
       77 WS-LOOK-OPER	PIC X(10).
       77 WS-ATTR-OPER	PIC X(10).
       77 WS-SAVE-KEY		PIC X(18).
       77 WS-CUR-TRANSNO	PIC 9(5).
       77 WS-CUR-DATE		PIC 9(8).
       77 WS-CUR-TIME		PIC 9(6).
       77 WS-CUR-ACTION	PIC X(10).
       77 WS-CUR-OPER		PIC X(10).
       77 WS-CUR-AMT		PIC 9(6)V99.
       77 WS-CUR-NOTE		PIC X(30).
       77 WS-NEAR-MIN		PIC 9(6)V99.
       77 WS-FLAGGED-CTR	PIC 9(3).
       77 WS-DET-CTR		PIC 9(5).
       77 WS-WK-CNT		PIC 9(9).
       77 WS-WK-AMT		PIC 9(12)V99.
       77 WS-AVG-WK-CNT	PIC 9(9)V99.
       77 WS-AVG-WK-AMT	PIC 9(12)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ TELLER EXCEPTION SCORECARD @@@@@>".
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	PERFORM GET-PERIOD-RTN THRU END-GET-PERIOD-RTN.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM LOAD-PARM-RTN THRU END-LOAD-PARM-RTN.
       	PERFORM LOAD-LIMIT-RTN THRU END-LOAD-LIMIT-RTN.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat ON FILE. STATUS: "
       			WS-TXJFILE-STATUS
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN INPUT OPERFILE.
       	IF (WS-OPERFILE-STATUS NOT = "00")
       		DISPLAY "NO OPERATOR FILE ON RECORD."
       		DISPLAY "RUN MACHINE11 TO SET UP OPERATORS."
       		CLOSE TXJFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT SCRRPT.
       	IF (WS-SCRRPT-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING TLRSCORE.prt. STATUS: "
       			WS-SCRRPT-STATUS
       		CLOSE TXJFILE
       		CLOSE OPERFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE 0 TO WS-OPER-CTR.
       	MOVE 0 TO WS-OPER-LOST.
       	MOVE 0 TO WS-FLAGGED-CTR.
       	PERFORM VARYING WS-IND-IDX FROM 1 BY 1
       		UNTIL WS-IND-IDX > 6
       		MOVE 0 TO WS-TOT-CNT(WS-IND-IDX)
       		MOVE 0 TO WS-TOT-AMT(WS-IND-IDX)
       		MOVE 0 TO WS-AVG-CNT(WS-IND-IDX)
       		MOVE 0 TO WS-AVG-AMT(WS-IND-IDX)
       	END-PERFORM.
       	MOVE 0 TO WS-DET-OPER.
       	PERFORM START-PERIOD-RTN THRU END-START-PERIOD-RTN.
       	PERFORM SCORE-TXJ-RTN THRU END-SCORE-TXJ-RTN
       		UNTIL WS-EOF = "Y".
       	PERFORM SCORE-LOST-RTN THRU END-SCORE-LOST-RTN.
       	PERFORM AVERAGE-RTN THRU END-AVERAGE-RTN.
       	PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
       		UNTIL WS-OPER-IDX > WS-OPER-CTR
       		PERFORM FLAG-OPER-RTN THRU END-FLAG-OPER-RTN
       	END-PERFORM.
       	PERFORM HEADER-RTN THRU END-HEADER-RTN.
       	PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
       		UNTIL WS-OPER-IDX > WS-OPER-CTR
       		PERFORM OPER-LINE-RTN THRU END-OPER-LINE-RTN
       	END-PERFORM.
       	PERFORM AVERAGE-LINE-RTN THRU END-AVERAGE-LINE-RTN.
       	PERFORM VARYING WS-DET-OPER FROM 1 BY 1
       		UNTIL WS-DET-OPER > WS-OPER-CTR
       		IF (WS-OT-FLAGGED(WS-DET-OPER) = "Y")
       			PERFORM DETAIL-OPER-RTN THRU END-DETAIL-OPER-RTN
       		END-IF
       	END-PERFORM.
       	CLOSE SCRRPT.
       	CLOSE OPERFILE.
       	CLOSE TXJFILE.
       	MOVE WS-FROM-DATE TO W-FROM-DISP.
       	MOVE WS-TO-DATE TO W-DATE-DISP.
       	DISPLAY "TELLER EXCEPTION SCORECARD " W-FROM-DISP
       		" TO " W-DATE-DISP.
       	MOVE WS-OPER-CTR TO W-CTR-DISP.
       	DISPLAY "OPERATORS SCORED:  " W-CTR-DISP.
       	MOVE WS-FLAGGED-CTR TO W-CTR-DISP.
       	DISPLAY "OPERATORS FLAGGED: " W-CTR-DISP.
       	IF (WS-OPER-LOST > 0)
       		DISPLAY "NOT IN OPERATOR TABLE (FULL): " WS-OPER-LOST
       	END-IF.
       	DISPLAY "SEE TLRSCORE.prt".
       	MOVE 0 TO RETURN-CODE.
       	STOP RUN.
      ******************************************************************
      * The month defaults to the one before today's.
      ******************************************************************
       GET-PERIOD-RTN.
       	DISPLAY "MONTH TO SCORE (YYYYMM, 0=LAST MONTH): ".
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
       	COMPUTE WS-FROM-DATE =
       		WS-PRD-YYYY * 10000 + WS-PRD-MM * 100 + 1.
       	COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
       		FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).
       END-GET-PERIOD-RTN.
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
       LOAD-PARM-RTN.
       	MOVE 200 TO WS-FLAG-PCT.
       	MOVE 3 TO WS-MIN-CNT.
       	MOVE 90 TO WS-NEAR-PCT.
       	OPEN INPUT SCPFILE.
       	IF (WS-SCPFILE-STATUS NOT = "00")
       		GO TO END-LOAD-PARM-RTN
       	END-IF.
       	READ SCPFILE AT END CONTINUE
       		NOT AT END
       		IF (SCP-FLAG-PCT IS NUMERIC AND SCP-FLAG-PCT > 0)
       			MOVE SCP-FLAG-PCT TO WS-FLAG-PCT
       		END-IF
       		IF (SCP-MIN-CNT IS NUMERIC)
       			MOVE SCP-MIN-CNT TO WS-MIN-CNT
       		END-IF
       		IF (SCP-NEAR-PCT IS NUMERIC AND SCP-NEAR-PCT > 0)
       			MOVE SCP-NEAR-PCT TO WS-NEAR-PCT
       		END-IF
       	END-READ.
       	CLOSE SCPFILE.
       END-LOAD-PARM-RTN.
      ******************************************************************
      * OPLIMIT.Dat is taken into a table once; an operator without a
      * record of its own gets the "*DEFAULT" limit, as in MACHINE4.
      ******************************************************************
       LOAD-LIMIT-RTN.
       	MOVE 0 TO WS-LIM-CTR.
       	MOVE 0 TO WS-LIM-DEFAULT.
       	OPEN INPUT LIMFILE.
       	IF (WS-LIMFILE-STATUS NOT = "00")
       		GO TO END-LOAD-LIMIT-RTN
       	END-IF.
       	MOVE "N" TO WS-LIM-EOF.
       	READ LIMFILE AT END MOVE "Y" TO WS-LIM-EOF
       	END-READ.
       	PERFORM LOAD-LIMIT-ONE-RTN THRU END-LOAD-LIMIT-ONE-RTN
       		UNTIL WS-LIM-EOF = "Y".
       	CLOSE LIMFILE.
       END-LOAD-LIMIT-RTN.
       LOAD-LIMIT-ONE-RTN.
       	IF (LIM-OP-ID = "*DEFAULT")
       		MOVE LIM-MAX TO WS-LIM-DEFAULT
       	ELSE
       		IF (WS-LIM-CTR < 200)
       			ADD 1 TO WS-LIM-CTR
       			MOVE LIM-OP-ID TO WS-LT-OPER(WS-LIM-CTR)
       			MOVE LIM-MAX TO WS-LT-MAX(WS-LIM-CTR)
       		END-IF
       	END-IF.
       	READ LIMFILE AT END MOVE "Y" TO WS-LIM-EOF
       	END-READ.
       END-LOAD-LIMIT-ONE-RTN.
      ******************************************************************
      * Journal entries of the month in date order.
      ******************************************************************
       START-PERIOD-RTN.
       	MOVE "N" TO WS-EOF.
       	MOVE WS-FROM-DATE TO TXJ-DATE.
       	MOVE LOW-VALUES TO TXJ-BRANCH.
       	MOVE 0 TO TXJ-SEQ.
       	START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-START-PERIOD-RTN.
       READ-TXJ-RTN.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-TXJ-RTN
       	END-IF.
       	READ TXJFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "N" AND TXJ-DATE > WS-TO-DATE)
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-READ-TXJ-RTN.
       SCORE-TXJ-RTN.
       	PERFORM CLASSIFY-RTN THRU END-CLASSIFY-RTN.
       	IF (WS-OPER-HIT > 0 AND WS-IND > 0)
       		ADD 1 TO WS-OT-CNT(WS-OPER-HIT, WS-IND)
       		ADD WS-CUR-AMT TO WS-OT-AMT(WS-OPER-HIT, WS-IND)
       		ADD 1 TO WS-TOT-CNT(WS-IND)
       		ADD WS-CUR-AMT TO WS-TOT-AMT(WS-IND)
       	END-IF.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-SCORE-TXJ-RTN.
      ******************************************************************
      * Sets WS-IND to the indicator the journal entry counts under
      * (0 for ordinary business, which still puts the operator on
      * the scorecard so the branch average takes in every operator
      * who worked the month) and WS-OPER-HIT to the operator charged.
      * Lost tickets are taken from LOSTTKT.Dat, so the LOSTTKT entry
      * itself is not counted here.
      ******************************************************************
       CLASSIFY-RTN.
       	MOVE TXJ-KEY TO WS-SAVE-KEY.
       	MOVE TXJ-TRANSNO TO WS-CUR-TRANSNO.
       	MOVE TXJ-DATE TO WS-CUR-DATE.
       	MOVE TXJ-TIME TO WS-CUR-TIME.
       	MOVE TXJ-ACTION TO WS-CUR-ACTION.
       	MOVE TXJ-OPERATOR TO WS-CUR-OPER.
       	MOVE TXJ-AMOUNT TO WS-CUR-AMT.
       	MOVE TXJ-OPERATOR TO WS-ATTR-OPER.
       	MOVE SPACES TO WS-CUR-NOTE.
       	MOVE 0 TO WS-IND.
       	IF (WS-CUR-ACTION = "OVERRIDE")
       		MOVE 1 TO WS-IND
       	END-IF.
       	IF (WS-CUR-ACTION = "VOID")
       		MOVE 2 TO WS-IND
       	END-IF.
       	IF (WS-CUR-ACTION = "REPRINT")
       		MOVE 4 TO WS-IND
       	END-IF.
       	IF (WS-CUR-ACTION = "DRWSHORT") OR
       	(WS-CUR-ACTION = "DRWOVER")
       		MOVE 5 TO WS-IND
       		MOVE WS-CUR-ACTION TO WS-CUR-NOTE
       	END-IF.
       	IF (WS-IND = 1 OR WS-IND = 2 OR WS-IND = 4) AND
       	(WS-CUR-TRANSNO > 0)
       		PERFORM ORIGIN-RTN THRU END-ORIGIN-RTN
       	END-IF.
       	MOVE WS-ATTR-OPER TO WS-LOOK-OPER.
       	PERFORM FIND-OPER-RTN THRU END-FIND-OPER-RTN.
       	IF (WS-CUR-ACTION NOT = "CREATE") OR
       	(WS-OPER-HIT = 0)
       		GO TO END-CLASSIFY-RTN
       	END-IF.
       	IF (WS-OT-LIMIT(WS-OPER-HIT) = 0) OR
       	(WS-CUR-AMT > WS-OT-LIMIT(WS-OPER-HIT))
       		GO TO END-CLASSIFY-RTN
       	END-IF.
       	COMPUTE WS-NEAR-MIN ROUNDED =
       		WS-OT-LIMIT(WS-OPER-HIT) * WS-NEAR-PCT / 100.
       	IF (WS-CUR-AMT >= WS-NEAR-MIN)
       		MOVE 6 TO WS-IND
       		MOVE WS-OT-LIMIT(WS-OPER-HIT) TO W-AMT-DISP
       		STRING "LIMIT P" W-AMT-DISP
       			DELIMITED BY SIZE INTO WS-CUR-NOTE
       	END-IF.
       END-CLASSIFY-RTN.
      ******************************************************************
      * The teller behind an override, void or reprint: the latest
      * entry for the same ticket at or before it that is not itself
      * one of these.  The month's scan is then put back on the entry
      * after the one being classified.  With no such entry the
      * operator on the entry is charged.
      ******************************************************************
       ORIGIN-RTN.
       	MOVE "N" TO WS-LK-EOF.
       	MOVE WS-CUR-TRANSNO TO TXJ-TRANSNO.
       	START TXJFILE KEY IS = TXJ-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-LK-EOF
       	END-START.
       	PERFORM UNTIL WS-LK-EOF = "Y"
       		READ TXJFILE NEXT RECORD
       			AT END MOVE "Y" TO WS-LK-EOF
       		END-READ
       		IF (WS-LK-EOF = "N")
       			IF (TXJ-TRANSNO NOT = WS-CUR-TRANSNO)
       				MOVE "Y" TO WS-LK-EOF
       			ELSE
       				PERFORM ORIGIN-CHECK-RTN THRU
       					END-ORIGIN-CHECK-RTN
       			END-IF
       		END-IF
       	END-PERFORM.
       	MOVE WS-SAVE-KEY TO TXJ-KEY.
       	START TXJFILE KEY IS GREATER THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       END-ORIGIN-RTN.
       ORIGIN-CHECK-RTN.
       	IF (TXJ-DATE > WS-CUR-DATE)
       		GO TO END-ORIGIN-CHECK-RTN
       	END-IF.
       	IF (TXJ-DATE = WS-CUR-DATE AND TXJ-TIME > WS-CUR-TIME)
       		GO TO END-ORIGIN-CHECK-RTN
       	END-IF.
       	IF (TXJ-ACTION = "OVERRIDE") OR
       	(TXJ-ACTION = "VOID") OR
       	(TXJ-ACTION = "RDMVOID") OR
       	(TXJ-ACTION = "REPRINT") OR
       	(TXJ-ACTION = "LOSTTKT")
       		GO TO END-ORIGIN-CHECK-RTN
       	END-IF.
       	MOVE TXJ-OPERATOR TO WS-ATTR-OPER.
       END-ORIGIN-CHECK-RTN.
      ******************************************************************
      * WS-OPER-HIT is the operator's slot, added on first sight when
      * the operator is on OPERATOR.Dat, or 0.  Managers release
      * without a limit, as in MACHINE4.
      ******************************************************************
       FIND-OPER-RTN.
       	MOVE 0 TO WS-OPER-HIT.
       	PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
       		UNTIL WS-OPER-IDX > WS-OPER-CTR OR WS-OPER-HIT > 0
       		IF (WS-LOOK-OPER = WS-OT-NAME(WS-OPER-IDX))
       			MOVE WS-OPER-IDX TO WS-OPER-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-OPER-HIT > 0 OR WS-LOOK-OPER = SPACES)
       		GO TO END-FIND-OPER-RTN
       	END-IF.
       	MOVE WS-LOOK-OPER TO OP-ID.
       	READ OPERFILE
       		INVALID KEY GO TO END-FIND-OPER-RTN
       	END-READ.
       	IF (WS-OPER-CTR >= 200)
       		ADD 1 TO WS-OPER-LOST
       		GO TO END-FIND-OPER-RTN
       	END-IF.
       	ADD 1 TO WS-OPER-CTR.
       	MOVE WS-OPER-CTR TO WS-OPER-HIT.
       	MOVE WS-LOOK-OPER TO WS-OT-NAME(WS-OPER-HIT).
       	MOVE "N" TO WS-OT-FLAGGED(WS-OPER-HIT).
       	PERFORM VARYING WS-IND-IDX FROM 1 BY 1
       		UNTIL WS-IND-IDX > 6
       		MOVE 0 TO WS-OT-CNT(WS-OPER-HIT, WS-IND-IDX)
       		MOVE 0 TO WS-OT-AMT(WS-OPER-HIT, WS-IND-IDX)
       		MOVE SPACE TO WS-OT-FLAG(WS-OPER-HIT, WS-IND-IDX)
       	END-PERFORM.
       	MOVE 0 TO WS-OT-LIMIT(WS-OPER-HIT).
       	IF (OP-ROLE-MANAGER)
       		GO TO END-FIND-OPER-RTN
       	END-IF.
       	MOVE WS-LIM-DEFAULT TO WS-OT-LIMIT(WS-OPER-HIT).
       	PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
       		UNTIL WS-LIM-IDX > WS-LIM-CTR
       		IF (WS-LT-OPER(WS-LIM-IDX) = WS-LOOK-OPER)
       			MOVE WS-LT-MAX(WS-LIM-IDX) TO
       				WS-OT-LIMIT(WS-OPER-HIT)
       		END-IF
       	END-PERFORM.
       END-FIND-OPER-RTN.
       SCORE-LOST-RTN.
       	OPEN INPUT LTKFILE.
       	IF (WS-LTKFILE-STATUS NOT = "00")
       		GO TO END-SCORE-LOST-RTN
       	END-IF.
       	MOVE "N" TO WS-LTK-EOF.
       	READ LTKFILE AT END MOVE "Y" TO WS-LTK-EOF
       	END-READ.
       	PERFORM SCORE-LOST-ONE-RTN THRU END-SCORE-LOST-ONE-RTN
       		UNTIL WS-LTK-EOF = "Y".
       	CLOSE LTKFILE.
       END-SCORE-LOST-RTN.
       SCORE-LOST-ONE-RTN.
       	IF (LTK-DATE >= WS-FROM-DATE AND LTK-DATE <= WS-TO-DATE)
       		MOVE LTK-OPERATOR TO WS-LOOK-OPER
       		PERFORM FIND-OPER-RTN THRU END-FIND-OPER-RTN
       		IF (WS-OPER-HIT > 0)
       			ADD 1 TO WS-OT-CNT(WS-OPER-HIT, 3)
       			ADD LTK-AMOUNT TO WS-OT-AMT(WS-OPER-HIT, 3)
       			ADD 1 TO WS-TOT-CNT(3)
       			ADD LTK-AMOUNT TO WS-TOT-AMT(3)
       		END-IF
       	END-IF.
       	READ LTKFILE AT END MOVE "Y" TO WS-LTK-EOF
       	END-READ.
       END-SCORE-LOST-ONE-RTN.
       AVERAGE-RTN.
       	IF (WS-OPER-CTR = 0)
       		GO TO END-AVERAGE-RTN
       	END-IF.
       	PERFORM VARYING WS-IND-IDX FROM 1 BY 1
       		UNTIL WS-IND-IDX > 6
       		COMPUTE WS-AVG-CNT(WS-IND-IDX) ROUNDED =
       			WS-TOT-CNT(WS-IND-IDX) / WS-OPER-CTR
       		COMPUTE WS-AVG-AMT(WS-IND-IDX) ROUNDED =
       			WS-TOT-AMT(WS-IND-IDX) / WS-OPER-CTR
       	END-PERFORM.
       END-AVERAGE-RTN.
      ******************************************************************
      * Over the threshold on the count or on the amount, with at
      * least the minimum number of occurrences.
      ******************************************************************
       FLAG-OPER-RTN.
       	PERFORM VARYING WS-IND-IDX FROM 1 BY 1
       		UNTIL WS-IND-IDX > 6
       		PERFORM FLAG-IND-RTN THRU END-FLAG-IND-RTN
       	END-PERFORM.
       	IF (WS-OT-FLAGGED(WS-OPER-IDX) = "Y")
       		ADD 1 TO WS-FLAGGED-CTR
       	END-IF.
       END-FLAG-OPER-RTN.
       FLAG-IND-RTN.
       	COMPUTE WS-WK-CNT =
       		WS-OT-CNT(WS-OPER-IDX, WS-IND-IDX) * 100.
       	COMPUTE WS-WK-AMT =
       		WS-OT-AMT(WS-OPER-IDX, WS-IND-IDX) * 100.
       	COMPUTE WS-AVG-WK-CNT =
       		WS-AVG-CNT(WS-IND-IDX) * WS-FLAG-PCT.
       	COMPUTE WS-AVG-WK-AMT =
       		WS-AVG-AMT(WS-IND-IDX) * WS-FLAG-PCT.
       	IF (WS-WK-CNT = 0) OR
       	(WS-WK-CNT < WS-MIN-CNT * 100)
       		GO TO END-FLAG-IND-RTN
       	END-IF.
       	IF (WS-WK-CNT > WS-AVG-WK-CNT) OR
       	(WS-WK-AMT > WS-AVG-WK-AMT)
       		MOVE WS-IND-CODE(WS-IND-IDX) TO
       			WS-OT-FLAG(WS-OPER-IDX, WS-IND-IDX)
       		MOVE "Y" TO WS-OT-FLAGGED(WS-OPER-IDX)
       	END-IF.
       END-FLAG-IND-RTN.
       HEADER-RTN.
       	MOVE SPACES TO SCR-LINE-OUT.
       	STRING WS-BR-CODE " " WS-BR-NAME
       		" - TELLER EXCEPTION SCORECARD"
       		DELIMITED BY SIZE INTO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE WS-FROM-DATE TO W-FROM-DISP.
       	MOVE WS-TO-DATE TO W-DATE-DISP.
       	MOVE SPACES TO SCR-LINE-OUT.
       	STRING "PERIOD " W-FROM-DISP " TO " W-DATE-DISP
       		"   FLAG OVER " WS-FLAG-PCT "% OF BRANCH AVERAGE, MIN "
       		WS-MIN-CNT "   NEAR LIMIT AT " WS-NEAR-PCT "%"
       		DELIMITED BY SIZE INTO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE ALL "=" TO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE SPACES TO WS-RPT-HEAD.
       	MOVE "OPERATOR" TO RH-OPER.
       	PERFORM VARYING WS-IND-IDX FROM 1 BY 1
       		UNTIL WS-IND-IDX > 6
       		MOVE WS-IND-NAME(WS-IND-IDX) TO RH-IND(WS-IND-IDX)
       	END-PERFORM.
       	MOVE "FLAGS" TO RH-FLAGS.
       	MOVE WS-RPT-HEAD TO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE SPACES TO WS-RPT-HEAD.
       	PERFORM VARYING WS-IND-IDX FROM 1 BY 1
       		UNTIL WS-IND-IDX > 6
       		MOVE "  NO.     AMOUNT" TO RH-IND(WS-IND-IDX)
       	END-PERFORM.
       	MOVE WS-RPT-HEAD TO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       END-HEADER-RTN.
       OPER-LINE-RTN.
       	MOVE SPACES TO WS-RPT-OPER.
       	MOVE WS-OT-NAME(WS-OPER-IDX) TO RO-OPER.
       	PERFORM VARYING WS-IND-IDX FROM 1 BY 1
       		UNTIL WS-IND-IDX > 6
       		MOVE WS-OT-CNT(WS-OPER-IDX, WS-IND-IDX) TO
       			RO-CNT(WS-IND-IDX)
       		MOVE WS-OT-AMT(WS-OPER-IDX, WS-IND-IDX) TO
       			RO-AMT(WS-IND-IDX)
       		MOVE WS-OT-FLAG(WS-OPER-IDX, WS-IND-IDX) TO
       			RO-FLAGS(WS-IND-IDX:1)
       	END-PERFORM.
       	MOVE WS-RPT-OPER TO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       END-OPER-LINE-RTN.
       AVERAGE-LINE-RTN.
       	MOVE ALL "-" TO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE SPACES TO WS-RPT-AVG.
       	MOVE "BRANCH AVG" TO RA-LABEL.
       	PERFORM VARYING WS-IND-IDX FROM 1 BY 1
       		UNTIL WS-IND-IDX > 6
       		MOVE WS-AVG-CNT(WS-IND-IDX) TO RA-CNT(WS-IND-IDX)
       		MOVE WS-AVG-AMT(WS-IND-IDX) TO RA-AMT(WS-IND-IDX)
       	END-PERFORM.
       	MOVE WS-RPT-AVG TO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE SPACES TO SCR-LINE-OUT.
       	MOVE WS-OPER-CTR TO W-CTR-DISP.
       	STRING "OPERATORS SCORED: " W-CTR-DISP
       		DELIMITED BY SIZE INTO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE SPACES TO SCR-LINE-OUT.
       	MOVE WS-FLAGGED-CTR TO W-CTR-DISP.
       	STRING "OPERATORS FLAGGED: " W-CTR-DISP
       		DELIMITED BY SIZE INTO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       END-AVERAGE-LINE-RTN.
      ******************************************************************
      * Every exception charged to a flagged operator in the month,
      * those under a flagged indicator marked "*".  The journal and
      * LOSTTKT.Dat are read again for each flagged operator.
      ******************************************************************
       DETAIL-OPER-RTN.
       	MOVE SPACES TO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE SPACES TO SCR-LINE-OUT.
       	STRING "FLAGGED OPERATOR " WS-OT-NAME(WS-DET-OPER)
       		" - EXCEPTIONS IN THE PERIOD"
       		DELIMITED BY SIZE INTO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE SPACES TO SCR-LINE-OUT.
       	STRING "      DATE        TRANS  INDICATOR       AMOUNT"
       		"  BY          NOTE"
       		DELIMITED BY SIZE INTO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	MOVE 0 TO WS-DET-CTR.
       	PERFORM START-PERIOD-RTN THRU END-START-PERIOD-RTN.
       	PERFORM DETAIL-TXJ-RTN THRU END-DETAIL-TXJ-RTN
       		UNTIL WS-EOF = "Y".
       	OPEN INPUT LTKFILE.
       	IF (WS-LTKFILE-STATUS = "00")
       		MOVE "N" TO WS-LTK-EOF
       		READ LTKFILE AT END MOVE "Y" TO WS-LTK-EOF
       		END-READ
       		PERFORM DETAIL-LOST-RTN THRU END-DETAIL-LOST-RTN
       			UNTIL WS-LTK-EOF = "Y"
       		CLOSE LTKFILE
       	END-IF.
       	MOVE SPACES TO SCR-LINE-OUT.
       	MOVE WS-DET-CTR TO W-CTR-DISP.
       	STRING "  ENTRIES: " W-CTR-DISP
       		DELIMITED BY SIZE INTO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       END-DETAIL-OPER-RTN.
       DETAIL-TXJ-RTN.
       	PERFORM CLASSIFY-RTN THRU END-CLASSIFY-RTN.
       	IF (WS-OPER-HIT = WS-DET-OPER AND WS-IND > 0)
       		MOVE SPACES TO WS-RPT-DET
       		MOVE WS-CUR-DATE TO RD-DATE
       		MOVE WS-CUR-TRANSNO TO RD-TRANSNO
       		MOVE WS-CUR-AMT TO RD-AMT
       		MOVE WS-CUR-OPER TO RD-BY
       		MOVE WS-CUR-NOTE TO RD-NOTE
       		PERFORM DETAIL-LINE-RTN THRU END-DETAIL-LINE-RTN
       	END-IF.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-DETAIL-TXJ-RTN.
       DETAIL-LOST-RTN.
       	IF (LTK-DATE >= WS-FROM-DATE AND LTK-DATE <= WS-TO-DATE) AND
       	(LTK-OPERATOR = WS-OT-NAME(WS-DET-OPER))
       		MOVE SPACES TO WS-RPT-DET
       		MOVE 3 TO WS-IND
       		MOVE LTK-DATE TO RD-DATE
       		MOVE LTK-TRANSNO TO RD-TRANSNO
       		MOVE LTK-AMOUNT TO RD-AMT
       		MOVE LTK-MANAGER TO RD-BY
       		STRING "AFFIDAVIT " LTK-AFFIDAVIT
       			DELIMITED BY SIZE INTO RD-NOTE
       		PERFORM DETAIL-LINE-RTN THRU END-DETAIL-LINE-RTN
       	END-IF.
       	READ LTKFILE AT END MOVE "Y" TO WS-LTK-EOF
       	END-READ.
       END-DETAIL-LOST-RTN.
       DETAIL-LINE-RTN.
       	MOVE WS-IND-NAME(WS-IND) TO RD-IND.
       	IF (WS-OT-FLAG(WS-DET-OPER, WS-IND) NOT = SPACE)
       		MOVE "*" TO RD-MARK
       	END-IF.
       	MOVE WS-RPT-DET TO SCR-LINE-OUT.
       	WRITE SCR-LINE-OUT.
       	ADD 1 TO WS-DET-CTR.
       END-DETAIL-LINE-RTN.
