       	 RECORD KEY IS TRANSNO
       	 ALTERNATE RECORD KEY IS CLNAME WITH DUPLICATES
       	 FILE STATUS IS WS-LOANFILE-STATUS.
       	 SELECT PLGFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PLG-KEY
       	 FILE STATUS IS WS-PLGFILE-STATUS.
       	 SELECT PORTRPT ASSIGN TO "PORTFOLIO.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PORTRPT-STATUS.
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  PLGFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PLGITEM.Dat"
       	 DATA RECORD IS PLEDGE-ITEM-REC.
       COPY PLGREC.
       FD  PORTRPT
       	 LABEL RECORD IS STANDARD.
       01  PORT-LINE			PIC X(90).
       	 05 FILLER		PIC X(8) VALUE "13-99 MO".
       01 WS-TIER-LABEL-TBL REDEFINES WS-TIER-LABELS.
       	 05 WS-TIER-LABEL OCCURS 4 TIMES PIC X(8).
       01 WS-ITM-TABLE.
       	 05 WS-ITM-ENTRY OCCURS 9 TIMES.
       	 	10 WS-ITM-CAT		PIC X(10).
       	 	10 WS-ITM-APPR	PIC 9(5)V99.
       01 W-PRIN-DISP	PIC ZZZ,ZZZ,Z99.99.
       01 W-INT-DISP		PIC ZZ,ZZZ,Z99.99.
       01 W-RATIO-DISP	PIC Z9.99.
       77 WS-TIER-IDX		PIC 9.
       77 WS-RATIO		PIC 9(3)V9999.
       77 WS-AVG-RATIO	PIC 9(3)V99.
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-PLG-OPEN	PIC A.
       77 WS-PLG-EOF		PIC A.
       77 WS-ITM-CTR		PIC 9(2).
       77 WS-ITM-IDX		PIC 9(2).
       77 WS-ITM-APPR-TOT	PIC 9(6)V99.
       77 WS-TALLY-CAT	PIC X(10).
       77 WS-TALLY-PRIN	PIC 9(7)V99.
       77 WS-TALLY-INT	PIC 9(7)V99.
       77 WS-LEFT-PRIN	PIC 9(7)V99.
       77 WS-LEFT-INT	PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       			WS-LOANFILE-STATUS
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-PLG-OPEN.
       	OPEN INPUT PLGFILE.
       	IF (WS-PLGFILE-STATUS = "00")
       		MOVE "Y" TO WS-PLG-OPEN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	PERFORM TALLY-REC-RTN THRU END-TALLY-REC-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE LOANFILE.
       	IF (WS-PLG-OPEN = "Y")
       		CLOSE PLGFILE
       	END-IF.
       	PERFORM REPORT-RTN THRU END-REPORT-RTN.
       	STOP RUN.
       TALLY-REC-RTN.
       	ADD 1 TO RCTR.
       	MOVE 0 TO WS-ITM-CTR.
       	IF (WS-PLG-OPEN = "Y")
       		PERFORM LOAD-ITEMS-RTN THRU END-LOAD-ITEMS-RTN
       	END-IF.
       	IF (WS-ITM-CTR > 0)
       		PERFORM TALLY-ITEMS-RTN THRU END-TALLY-ITEMS-RTN
       	ELSE
       		MOVE W-ITEM-CATEGORY TO WS-TALLY-CAT
       		MOVE W-DECIMAL TO WS-TALLY-PRIN
       		MOVE W-DECI TO WS-TALLY-INT
       		PERFORM TALLY-ONE-CAT-RTN THRU END-TALLY-ONE-CAT-RTN
       	END-IF.
       	MOVE 0 TO WS-TIER-IDX.
       	MOVE W-NOMON TO NOMON.
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-TALLY-REC-RTN.
      ******************************************************************
      * Articles behind the ticket from PLGITEM.Dat - those still held
      * while the loan is open, every article once it has closed.  A
      * ticket written before articles were recorded separately loads
      * none and is tallied on its loan-level category.
      ******************************************************************
       LOAD-ITEMS-RTN.
       	MOVE 0 TO WS-ITM-APPR-TOT.
       	MOVE W-TRANSNO TO PLG-TRANSNO.
       	MOVE 0 TO PLG-LINE.
       	MOVE "N" TO WS-PLG-EOF.
       	START PLGFILE KEY > PLG-KEY
       		INVALID KEY MOVE "Y" TO WS-PLG-EOF
       	END-START.
       	IF (WS-PLG-EOF = "N")
       		READ PLGFILE NEXT RECORD AT END
       			MOVE "Y" TO WS-PLG-EOF
       		END-READ
       	END-IF.
       	PERFORM LOAD-ITEM-ONE-RTN THRU END-LOAD-ITEM-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       END-LOAD-ITEMS-RTN.
       LOAD-ITEM-ONE-RTN.
       	IF (PLG-TRANSNO NOT = W-TRANSNO) OR (WS-ITM-CTR = 9)
       		MOVE "Y" TO WS-PLG-EOF
       		GO TO END-LOAD-ITEM-ONE-RTN
       	END-IF.
       	IF (PLG-STATUS = "IN") OR
       	(W-LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		ADD 1 TO WS-ITM-CTR
       		MOVE PLG-ITEM-CATEGORY TO WS-ITM-CAT(WS-ITM-CTR)
       		MOVE PLG-APPRAISED TO WS-ITM-APPR(WS-ITM-CTR)
       		ADD PLG-APPRAISED TO WS-ITM-APPR-TOT
       	END-IF.
       	READ PLGFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       END-LOAD-ITEM-ONE-RTN.
      ******************************************************************
      * Each article counts in its own category, carrying principal and
      * interest in proportion to its appraisal.  The last article
      * takes what is left so the categories add back to the loan.
      ******************************************************************
       TALLY-ITEMS-RTN.
       	MOVE W-DECIMAL TO WS-LEFT-PRIN.
       	MOVE W-DECI TO WS-LEFT-INT.
       	PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
       		UNTIL WS-ITM-IDX > WS-ITM-CTR
       		MOVE WS-ITM-CAT(WS-ITM-IDX) TO WS-TALLY-CAT
       		IF (WS-ITM-IDX = WS-ITM-CTR) OR (WS-ITM-APPR-TOT = 0)
       			MOVE WS-LEFT-PRIN TO WS-TALLY-PRIN
       			MOVE WS-LEFT-INT TO WS-TALLY-INT
       		ELSE
       			COMPUTE WS-TALLY-PRIN ROUNDED =
       				W-DECIMAL * WS-ITM-APPR(WS-ITM-IDX)
       				/ WS-ITM-APPR-TOT
       			COMPUTE WS-TALLY-INT ROUNDED =
       				W-DECI * WS-ITM-APPR(WS-ITM-IDX)
       				/ WS-ITM-APPR-TOT
       		END-IF
       		SUBTRACT WS-TALLY-PRIN FROM WS-LEFT-PRIN
       		SUBTRACT WS-TALLY-INT FROM WS-LEFT-INT
       		PERFORM TALLY-ONE-CAT-RTN THRU END-TALLY-ONE-CAT-RTN
       	END-PERFORM.
       END-TALLY-ITEMS-RTN.
       TALLY-ONE-CAT-RTN.
       	PERFORM FIND-CAT-RTN THRU END-FIND-CAT-RTN.
       	IF (WS-CAT-HIT > 0)
       		PERFORM TALLY-CAT-RTN THRU END-TALLY-CAT-RTN
       	ELSE
       		ADD 1 TO WS-CAT-LOST
       	END-IF.
       END-TALLY-ONE-CAT-RTN.
       FIND-CAT-RTN.
       	MOVE 0 TO WS-CAT-HIT.
       	PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
       		UNTIL WS-CAT-IDX > WS-CAT-CTR
       		IF (WS-TALLY-CAT = WS-CAT-NAME(WS-CAT-IDX))
       			MOVE WS-CAT-IDX TO WS-CAT-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-CAT-HIT = 0 AND WS-CAT-CTR < 20)
       		ADD 1 TO WS-CAT-CTR
       		MOVE WS-CAT-CTR TO WS-CAT-HIT
       		MOVE WS-TALLY-CAT TO WS-CAT-NAME(WS-CAT-HIT)
       		MOVE 0 TO WS-CAT-CNT(WS-CAT-HIT)
       		MOVE 0 TO WS-CAT-PRIN(WS-CAT-HIT)
       		MOVE 0 TO WS-CAT-INT(WS-CAT-HIT)
       END-FIND-CAT-RTN.
       TALLY-CAT-RTN.
       	ADD 1 TO WS-CAT-CNT(WS-CAT-HIT).
       	ADD WS-TALLY-PRIN TO WS-CAT-PRIN(WS-CAT-HIT).
       	ADD WS-TALLY-INT TO WS-CAT-INT(WS-CAT-HIT).
       	IF (W-APPR-DEC > 0)
       		COMPUTE WS-RATIO = W-DECIMAL / W-APPR-DEC
       		ADD WS-RATIO TO WS-CAT-RSUM(WS-CAT-HIT)
