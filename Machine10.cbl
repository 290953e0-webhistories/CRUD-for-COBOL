       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT EODRPT ASSIGN TO "EODRPT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-EODRPT-STATUS.
       	 SELECT SHIFTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS SH-OPERATOR
       	 FILE STATUS IS WS-SHIFTFILE-STATUS.
       	 SELECT SAFEFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS SF-KEY
       	 FILE STATUS IS WS-SAFEFILE-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  EODRPT
       	 LABEL RECORD IS STANDARD.
       01  EOD-LINE			PIC X(90).
       FD  SHIFTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "SHIFT.Dat"
       	 DATA RECORD IS SHIFT-REC.
       COPY SHIFTREC.
       FD  SAFEFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "SAFE.Dat"
       	 DATA RECORD IS SAFE-REC.
       COPY SAFEREC.
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       01 WS-AUD-FIELDS.
       	 05 WS-AUD-TRANSNO-X	PIC X(5).
       	 05 WS-AUD-AMT-X	PIC X(8).
       	 05 WS-AUD-AMT REDEFINES WS-AUD-AMT-X PIC 9(6)V99.
       01 WS-OPER-TABLE.
       	 05 WS-OPER-ENTRY OCCURS 200 TIMES.
       	 	10 WS-OT-NAME		PIC X(10).
       	 	10 WS-OT-CREATES	PIC 9(5).
       	 	10 WS-OT-PAYMENTS	PIC 9(5).
       01 W-AMT-IN-DISP	PIC Z,ZZZ,Z99.99.
       01 W-NET-DISP		PIC Z,ZZZ,Z99.99-.
       01 W-RPTDATE-DISP	PIC 9999/99/99.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-EODRPT-STATUS PIC XX.
       77 WS-EOF			PIC A.
       77 WS-RPT-DATE		PIC 9(8).
       77 WS-OPER-CTR		PIC 9(3).
       77 WS-OPER-IDX		PIC 9(3).
       77 WS-OPER-HIT		PIC 9(3).
       77 WS-OPER-LOST	PIC 9(5).
       77 WS-LINE-CTR		PIC 9(6).
       77 WS-TOT-OUT		PIC 9(9)V99.
       77 WS-TOT-IN		PIC 9(9)V99.
       77 WS-NET-CASH		PIC S9(9)V99.
       01 W-POS1-DISP	PIC Z,ZZZ,Z99.99-.
       01 W-POS2-DISP	PIC Z,ZZZ,Z99.99-.
       01 W-POS3-DISP	PIC Z,ZZZ,Z99.99-.
       77 WS-SHIFTFILE-STATUS PIC XX.
       77 WS-SAFEFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-SF-DATE		PIC 9(8).
       77 WS-SF-FOUND		PIC A.
       77 WS-SF-ANY		PIC A.
       77 WS-SF-EOF		PIC A.
       77 WS-SF-PRIOR		PIC S9(8)V99.
       77 WS-SF-EXPECTED	PIC S9(8)V99.
       77 WS-POS-DRAWER	PIC S9(9)V99.
       77 WS-POS-OPEN-CTR	PIC 9(3).
       77 WS-POS-SAFE	PIC S9(9)V99.
       77 WS-POS-TOTAL	PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	MOVE 0 TO WS-OPER-CTR.
       	MOVE 0 TO WS-OPER-LOST.
       	MOVE 0 TO WS-LINE-CTR.
       	MOVE 0 TO WS-TOT-OUT.
       	MOVE 0 TO WS-TOT-IN.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat ON FILE. STATUS: "
       			WS-TXJFILE-STATUS
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	MOVE WS-RPT-DATE TO TXJ-DATE.
       	MOVE LOW-VALUES TO TXJ-BRANCH.
       	MOVE 0 TO TXJ-SEQ.
       	START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       	PERFORM TALLY-LINE-RTN THRU END-TALLY-LINE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE TXJFILE.
       	PERFORM REPORT-RTN THRU END-REPORT-RTN.
       	STOP RUN.
       TALLY-LINE-RTN.
       	ADD 1 TO WS-LINE-CTR.
       	MOVE TXJ-TRANSNO TO WS-AUD-TRANSNO-X.
       	MOVE TXJ-ACTION TO WS-AUD-ACTION.
       	MOVE TXJ-OPERATOR TO WS-AUD-OPER.
       	MOVE TXJ-DATE TO WS-AUD-TS-X(1:8).
       	MOVE TXJ-TIME TO WS-AUD-TS-X(9:6).
       	MOVE TXJ-AMOUNT TO WS-AUD-AMT.
       	PERFORM TALLY-ENTRY-RTN THRU END-TALLY-ENTRY-RTN.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-TALLY-LINE-RTN.
       READ-TXJ-RTN.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-TXJ-RTN
       	END-IF.
       	READ TXJFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "N" AND TXJ-DATE NOT = WS-RPT-DATE)
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-READ-TXJ-RTN.
       TALLY-ENTRY-RTN.
       	IF (WS-AUD-AMT-X IS NOT NUMERIC)
       		MOVE 0 TO WS-AUD-AMT
       			MOVE WS-OPER-IDX TO WS-OPER-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-OPER-HIT = 0 AND WS-OPER-CTR < 200)
       		ADD 1 TO WS-OPER-CTR
       		MOVE WS-OPER-CTR TO WS-OPER-HIT
       		MOVE WS-AUD-OPER TO WS-OT-NAME(WS-OPER-HIT)
       				WS-OT-AMT-IN(WS-OPER-HIT)
       		END-IF
       	END-IF.
       	IF (WS-AUD-ACTION = "REDEEM") OR
       	(WS-AUD-ACTION = "INCSETTLE")
       		ADD WS-AUD-AMT TO WS-TOT-IN
       		IF (WS-OPER-HIT > 0)
       			ADD 1 TO WS-OT-REDEEMS(WS-OPER-HIT)
       				WS-OT-AMT-IN(WS-OPER-HIT)
       		END-IF
       	END-IF.
       	IF (WS-AUD-ACTION = "DISPOSE") OR
       	(WS-AUD-ACTION = "RTLSALE")
       		ADD WS-AUD-AMT TO WS-TOT-IN
       		IF (WS-OPER-HIT > 0)
       			ADD 1 TO WS-OT-DISPOSES(WS-OPER-HIT)
       				WS-OT-AMT-IN(WS-OPER-HIT)
       		END-IF
       	END-IF.
       	IF (WS-AUD-ACTION = "LAYPAY")
       		ADD WS-AUD-AMT TO WS-TOT-IN
       		IF (WS-OPER-HIT > 0)
       			ADD WS-AUD-AMT TO
       				WS-OT-AMT-IN(WS-OPER-HIT)
       		END-IF
       	END-IF.
       	IF (WS-AUD-ACTION = "LAYDONE" AND WS-OPER-HIT > 0)
       		ADD 1 TO WS-OT-DISPOSES(WS-OPER-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "LAYREF") OR
       	(WS-AUD-ACTION = "INCCOMP")
       		ADD WS-AUD-AMT TO WS-TOT-OUT
       		IF (WS-OPER-HIT > 0)
       			ADD WS-AUD-AMT TO
       				WS-OT-AMT-OUT(WS-OPER-HIT)
       		END-IF
       	END-IF.
       	IF (WS-AUD-ACTION = "SVCCHG") OR
       	(WS-AUD-ACTION = "DSTAX") OR
       	(WS-AUD-ACTION = "SVCCHG-RN") OR
       	(WS-AUD-ACTION = "DSTAX-RN")
       		ADD WS-AUD-AMT TO WS-TOT-IN
       		IF (WS-OPER-HIT > 0)
       			ADD WS-AUD-AMT TO
       				WS-OT-AMT-IN(WS-OPER-HIT)
       		END-IF
       	END-IF.
       	IF (WS-AUD-ACTION = "RENEWAL" AND WS-OPER-HIT > 0)
       		ADD 1 TO WS-OT-RENEWALS(WS-OPER-HIT)
       	END-IF.
       			DELIMITED BY SIZE INTO EOD-LINE
       		WRITE EOD-LINE
       	END-IF.
       	PERFORM DRAWER-POS-RTN THRU END-DRAWER-POS-RTN.
       	PERFORM POSITION-RTN THRU END-POSITION-RTN.
       	CLOSE EODRPT.
       	DISPLAY " ".
       	DISPLAY "TOTAL RELEASED:  P" W-AMT-OUT-DISP.
       	DISPLAY "TOTAL COLLECTED: P" W-AMT-IN-DISP.
       	DISPLAY "NET CASH MOVEMENT: P" W-NET-DISP.
       	DISPLAY "JOURNAL ENTRIES FOR THIS DATE: " WS-LINE-CTR.
       	IF (WS-OPER-LOST > 0)
       		DISPLAY "NOT IN OPERATOR TABLE (FULL): "
       			WS-OPER-LOST
       	WRITE EOD-LINE.
       	DISPLAY EOD-LINE.
       END-OPER-LINE-RTN.
      ******************************************************************
      * Branch cash position for WS-RPT-DATE: cash in the drawers still
      * open (float plus cash in less cash out - a closed drawer has
      * been turned in to the safe) and in the main safe, the count
      * when the safe was counted that day, else its expected balance.
      ******************************************************************
       POSITION-RTN.
       	MOVE WS-RPT-DATE TO WS-SF-DATE.
       	MOVE 0 TO WS-SF-EXPECTED.
       	MOVE "N" TO WS-SF-FOUND.
       	OPEN INPUT SAFEFILE.
       	IF (WS-SAFEFILE-STATUS NOT = "00")
       		GO TO POSITION-PRINT-RTN
       	END-IF.
       	MOVE WS-BR-CODE TO SF-BRANCHCD.
       	MOVE WS-SF-DATE TO SF-DATE.
       	MOVE "Y" TO WS-SF-FOUND.
       	READ SAFEFILE
       		INVALID KEY MOVE "N" TO WS-SF-FOUND
       	END-READ.
       	IF (WS-SF-FOUND = "Y")
       		COMPUTE WS-SF-EXPECTED = SF-OPENING - SF-FLOAT-ISS +
       			SF-TURNIN - SF-DEPOSIT + SF-REPLEN
       	ELSE
       		PERFORM SAFE-PRIOR-RTN THRU END-SAFE-PRIOR-RTN
       		MOVE WS-SF-PRIOR TO WS-SF-EXPECTED
       	END-IF.
       	CLOSE SAFEFILE.
       POSITION-PRINT-RTN.
       	MOVE WS-SF-EXPECTED TO WS-POS-SAFE.
       	IF (WS-SF-FOUND = "Y" AND SF-STATUS = "COUNTED")
       		MOVE SF-COUNTED TO WS-POS-SAFE
       	END-IF.
       	COMPUTE WS-POS-TOTAL = WS-POS-DRAWER + WS-POS-SAFE.
       	MOVE SPACES TO EOD-LINE.
       	WRITE EOD-LINE.
       	MOVE SPACES TO EOD-LINE.
       	STRING "BRANCH CASH POSITION - BRANCH " WS-BR-CODE
       		"  " WS-BR-NAME
       		DELIMITED BY SIZE INTO EOD-LINE.
       	WRITE EOD-LINE.
       	DISPLAY " ".
       	DISPLAY EOD-LINE.
       	MOVE WS-POS-DRAWER TO W-POS1-DISP.
       	MOVE SPACES TO EOD-LINE.
       	STRING "  DRAWERS STILL OPEN (" WS-POS-OPEN-CTR "): P"
       		W-POS1-DISP
       		DELIMITED BY SIZE INTO EOD-LINE.
       	WRITE EOD-LINE.
       	DISPLAY EOD-LINE.
       	MOVE WS-SF-EXPECTED TO W-POS2-DISP.
       	MOVE SPACES TO EOD-LINE.
       	STRING "  MAIN SAFE EXPECTED:     P" W-POS2-DISP
       		DELIMITED BY SIZE INTO EOD-LINE.
       	WRITE EOD-LINE.
       	DISPLAY EOD-LINE.
       	IF (WS-SAFEFILE-STATUS NOT = "00")
       		MOVE "  NO SAFE.Dat ON FILE - RUN MACHINE41."
       			TO EOD-LINE
       		WRITE EOD-LINE
       		DISPLAY EOD-LINE
       	ELSE
       		IF (WS-SF-FOUND = "Y" AND SF-STATUS = "COUNTED")
       			MOVE SF-COUNTED TO W-POS1-DISP
       			MOVE SF-VARIANCE TO W-POS2-DISP
       			MOVE SPACES TO EOD-LINE
       			STRING "  MAIN SAFE COUNTED:      P" W-POS1-DISP
       				"  VARIANCE: P" W-POS2-DISP
       				DELIMITED BY SIZE INTO EOD-LINE
       			WRITE EOD-LINE
       			DISPLAY EOD-LINE
       		ELSE
       			MOVE "  MAIN SAFE NOT COUNTED FOR THIS DATE."
       				TO EOD-LINE
       			WRITE EOD-LINE
       			DISPLAY EOD-LINE
       		END-IF
       	END-IF.
       	MOVE WS-POS-TOTAL TO W-POS3-DISP.
       	MOVE SPACES TO EOD-LINE.
       	STRING "  TOTAL BRANCH CASH:      P" W-POS3-DISP
       		DELIMITED BY SIZE INTO EOD-LINE.
       	WRITE EOD-LINE.
       	DISPLAY EOD-LINE.
       END-POSITION-RTN.
      * closing balance of the branch's last safe day before
      * WS-SF-DATE - the count when it was counted, else expected
       SAFE-PRIOR-RTN.
       	MOVE 0 TO WS-SF-PRIOR.
       	MOVE "N" TO WS-SF-ANY.
       	MOVE "N" TO WS-SF-EOF.
       	MOVE WS-BR-CODE TO SF-BRANCHCD.
       	MOVE 0 TO SF-DATE.
       	START SAFEFILE KEY IS NOT LESS THAN SF-KEY
       		INVALID KEY MOVE "Y" TO WS-SF-EOF
       	END-START.
       	PERFORM SAFE-PRIOR-ONE-RTN THRU END-SAFE-PRIOR-ONE-RTN
       		UNTIL WS-SF-EOF = "Y".
       END-SAFE-PRIOR-RTN.
       SAFE-PRIOR-ONE-RTN.
       	READ SAFEFILE NEXT RECORD AT END MOVE "Y" TO WS-SF-EOF
       	END-READ.
       	IF (WS-SF-EOF = "N") AND
       	(SF-BRANCHCD NOT = WS-BR-CODE OR SF-DATE NOT < WS-SF-DATE)
       		MOVE "Y" TO WS-SF-EOF
       	END-IF.
       	IF (WS-SF-EOF = "Y")
       		GO TO END-SAFE-PRIOR-ONE-RTN
       	END-IF.
       	MOVE "Y" TO WS-SF-ANY.
       	IF (SF-STATUS = "COUNTED")
       		MOVE SF-COUNTED TO WS-SF-PRIOR
       	ELSE
       		COMPUTE WS-SF-PRIOR = SF-OPENING - SF-FLOAT-ISS +
       			SF-TURNIN - SF-DEPOSIT + SF-REPLEN
       	END-IF.
       END-SAFE-PRIOR-ONE-RTN.
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
      * cash in the drawers still open on SHIFT.Dat for WS-RPT-DATE
       DRAWER-POS-RTN.
       	MOVE 0 TO WS-POS-DRAWER.
       	MOVE 0 TO WS-POS-OPEN-CTR.
       	OPEN INPUT SHIFTFILE.
       	IF (WS-SHIFTFILE-STATUS NOT = "00")
       		GO TO END-DRAWER-POS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ SHIFTFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM DRAWER-POS-ONE-RTN THRU END-DRAWER-POS-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE SHIFTFILE.
       END-DRAWER-POS-RTN.
       DRAWER-POS-ONE-RTN.
       	IF (SH-DATE = WS-RPT-DATE AND SH-STATUS = "OPEN")
       		ADD 1 TO WS-POS-OPEN-CTR
       		COMPUTE WS-POS-DRAWER = WS-POS-DRAWER + SH-FLOAT +
       			SH-CASH-IN - SH-CASH-OUT
       	END-IF.
       	READ SHIFTFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-DRAWER-POS-ONE-RTN.
