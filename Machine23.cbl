      * Three-way daily cash proof.  For one business date this batch
      * compares, per operator: the drawer movement on SHIFT.Dat
      * (SH-CASH-IN / SH-CASH-OUT), the PAYMENT.Dat ledger entries,
      * and the amounts on the TXJRNL.Dat journal entries for the
      * date - PAYMENT/REDEEM on the cash-in leg, CREATE/VOID/SURPAY/
      * BUY on the cash-out leg - and
      * prints a variance report to CASHPRF.prt.  Ledger-in stays
      * gross and "V" reversal rows form a ledger-out leg proofed
      * against the VOID audit lines, mirroring how the drawer books
      * a void (SH-CASH-IN stays, SH-CASH-OUT gets the backout).
      * Catches activity posted with no matching drawer update (the
      * "NO OPEN SHIFT - DRAWER NOT UPDATED" path in
      * UPDATE-SHIFT-RTN) on any leg.  Service charge and stamp tax
      * deducted at release (SVCCHG/DSTAX) reduce the audit cash-out
      * leg, since the drawer pays out only the net proceeds; those
      * collected at renewal (SVCCHG-RN/DSTAX-RN) join the audit
      * cash-in leg but are kept out of the ledger comparison, as
      * they never reach PAYMENT.Dat.  MACHINE35 retail cash sales and
      * layaway receipts (RTLSALE/LAYPAY) are drawer cash-in kept out
      * of the ledger comparison the same way; layaway refunds
      * (LAYREF) join the cash-out leg.  A MACHINE37 incident
      * settlement posts the amount owed set off (INCSETTLE) to the
      * ledger and cash-in legs like a redemption, and the
      * compensation (INCCOMP) to the cash-out leg.  The report ends
      * with the branch's total cash position: the drawers still open
      * plus the MACHINE41 main safe, counted or expected.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       	 SELECT PAYFILE ASSIGN TO "PAYMENT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PAYFILE-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT PRFRPT ASSIGN TO "CASHPRF.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PRFRPT-STATUS.
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
       FD  SHIFTFILE
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  PRFRPT
       	 LABEL RECORD IS STANDARD.
       01  PRF-LINE			PIC X(90).
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
       	 	10 WS-OT-SH-IN	PIC S9(9)V99.
       	 	10 WS-OT-SH-OUT	PIC S9(9)V99.
       	 	10 WS-OT-AUD-IN	PIC S9(9)V99.
       	 	10 WS-OT-AUD-OUT	PIC S9(9)V99.
       	 	10 WS-OT-AUD-VOID	PIC S9(9)V99.
       	 	10 WS-OT-AUD-CHG	PIC S9(9)V99.
       01 W-RPTDATE-DISP	PIC 9999/99/99.
       01 W-AMT1-DISP	PIC Z,ZZZ,Z99.99-.
       01 W-AMT2-DISP	PIC Z,ZZZ,Z99.99-.
       01 W-VAR4-DISP	PIC Z,ZZZ,Z99.99-.
       77 WS-SHIFTFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-PRFRPT-STATUS PIC XX.
       77 WS-EOF			PIC A.
       77 WS-RPT-DATE		PIC 9(8).
       77 WS-OPER-CTR		PIC 9(3).
       77 WS-OPER-IDX		PIC 9(3).
       77 WS-OPER-HIT		PIC 9(3).
       77 WS-OPER-LOST	PIC 9(5).
       77 WS-LOOK-OPER	PIC X(10).
       77 WS-VAR-DRAWER	PIC S9(9)V99.
       77 WS-VAR-OUT		PIC S9(9)V99.
       77 WS-VAR-LVOID	PIC S9(9)V99.
       77 WS-VAR-CTR		PIC 9(3).
       01 W-POS1-DISP	PIC Z,ZZZ,Z99.99-.
       01 W-POS2-DISP	PIC Z,ZZZ,Z99.99-.
       01 W-POS3-DISP	PIC Z,ZZZ,Z99.99-.
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
       	MOVE 0 TO WS-VAR-CTR.
       	MOVE 0 TO WS-POS-DRAWER.
       	MOVE 0 TO WS-POS-OPEN-CTR.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM SCAN-AUDIT-RTN THRU END-SCAN-AUDIT-RTN.
       	PERFORM SCAN-PAY-RTN THRU END-SCAN-PAY-RTN.
       	PERFORM SCAN-SHIFT-RTN THRU END-SCAN-SHIFT-RTN.
       			MOVE WS-OPER-IDX TO WS-OPER-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-OPER-HIT = 0 AND WS-OPER-CTR < 200)
       		ADD 1 TO WS-OPER-CTR
       		MOVE WS-OPER-CTR TO WS-OPER-HIT
       		MOVE WS-LOOK-OPER TO WS-OT-NAME(WS-OPER-HIT)
       		MOVE 0 TO WS-OT-AUD-IN(WS-OPER-HIT)
       		MOVE 0 TO WS-OT-AUD-OUT(WS-OPER-HIT)
       		MOVE 0 TO WS-OT-AUD-VOID(WS-OPER-HIT)
       		MOVE 0 TO WS-OT-AUD-CHG(WS-OPER-HIT)
       	END-IF.
       	IF (WS-OPER-HIT = 0)
       		ADD 1 TO WS-OPER-LOST
       	END-IF.
       END-FIND-OPER-RTN.
       SCAN-AUDIT-RTN.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat ON FILE. STATUS: "
       			WS-TXJFILE-STATUS
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		GO TO END-SCAN-AUDIT-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	MOVE WS-RPT-DATE TO TXJ-DATE.
       	MOVE LOW-VALUES TO TXJ-BRANCH.
       	MOVE 0 TO TXJ-SEQ.
       	START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       	PERFORM TALLY-AUDIT-RTN THRU END-TALLY-AUDIT-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE TXJFILE.
       END-SCAN-AUDIT-RTN.
       TALLY-AUDIT-RTN.
       	MOVE TXJ-TRANSNO TO WS-AUD-TRANSNO-X.
       	MOVE TXJ-ACTION TO WS-AUD-ACTION.
       	MOVE TXJ-OPERATOR TO WS-AUD-OPER.
       	MOVE TXJ-DATE TO WS-AUD-TS-X(1:8).
       	MOVE TXJ-TIME TO WS-AUD-TS-X(9:6).
       	MOVE TXJ-AMOUNT TO WS-AUD-AMT.
       	MOVE WS-AUD-OPER TO WS-LOOK-OPER.
       	PERFORM FIND-OPER-RTN THRU END-FIND-OPER-RTN.
       	IF (WS-OPER-HIT = 0)
       		GO TO TALLY-AUDIT-NEXT-RTN
       	END-IF.
       	IF (WS-AUD-ACTION = "PAYMENT") OR
       	(WS-AUD-ACTION = "REDEEM") OR
       	(WS-AUD-ACTION = "INCSETTLE")
       		ADD WS-AUD-AMT TO WS-OT-AUD-IN(WS-OPER-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "SVCCHG-RN") OR
       	(WS-AUD-ACTION = "DSTAX-RN") OR
       	(WS-AUD-ACTION = "RTLSALE") OR
       	(WS-AUD-ACTION = "LAYPAY")
       		ADD WS-AUD-AMT TO WS-OT-AUD-IN(WS-OPER-HIT)
       		ADD WS-AUD-AMT TO WS-OT-AUD-CHG(WS-OPER-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "SVCCHG") OR
       	(WS-AUD-ACTION = "DSTAX")
       		SUBTRACT WS-AUD-AMT FROM WS-OT-AUD-OUT(WS-OPER-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "CREATE") OR
       	(WS-AUD-ACTION = "VOID") OR
       	(WS-AUD-ACTION = "SURPAY") OR
       	(WS-AUD-ACTION = "BUY") OR
       	(WS-AUD-ACTION = "LAYREF") OR
       	(WS-AUD-ACTION = "INCCOMP")
       		ADD WS-AUD-AMT TO WS-OT-AUD-OUT(WS-OPER-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "VOID")
       		ADD WS-AUD-AMT TO WS-OT-AUD-VOID(WS-OPER-HIT)
       	END-IF.
       TALLY-AUDIT-NEXT-RTN.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-TALLY-AUDIT-RTN.
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
       SCAN-PAY-RTN.
       	OPEN INPUT PAYFILE.
       	IF (WS-PAYFILE-STATUS NOT = "00")
       	IF (SH-DATE NOT = WS-RPT-DATE)
       		GO TO TALLY-SHIFT-NEXT-RTN
       	END-IF.
       	IF (SH-STATUS = "OPEN")
       		ADD 1 TO WS-POS-OPEN-CTR
       		COMPUTE WS-POS-DRAWER = WS-POS-DRAWER + SH-FLOAT +
       			SH-CASH-IN - SH-CASH-OUT
       	END-IF.
       	MOVE SH-OPERATOR TO WS-LOOK-OPER.
       	PERFORM FIND-OPER-RTN THRU END-FIND-OPER-RTN.
       	IF (WS-OPER-HIT = 0)
       	STRING "OPERATORS WITH VARIANCES: " WS-VAR-CTR
       		DELIMITED BY SIZE INTO PRF-LINE.
       	WRITE PRF-LINE.
       	PERFORM POSITION-RTN THRU END-POSITION-RTN.
       	CLOSE PRFRPT.
       	DISPLAY " ".
       	DISPLAY "OPERATORS WITH VARIANCES: " WS-VAR-CTR.
       		WS-OT-AUD-IN(WS-OPER-IDX).
       	COMPUTE WS-VAR-LEDGER =
       		WS-OT-PAY-IN(WS-OPER-IDX) -
       		WS-OT-AUD-IN(WS-OPER-IDX) +
       		WS-OT-AUD-CHG(WS-OPER-IDX).
       	COMPUTE WS-VAR-OUT =
       		WS-OT-SH-OUT(WS-OPER-IDX) -
       		WS-OT-AUD-OUT(WS-OPER-IDX).
       		DISPLAY PRF-LINE
       	END-IF.
       END-PROOF-LINE-RTN.
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
       	MOVE SPACES TO PRF-LINE.
       	WRITE PRF-LINE.
       	MOVE SPACES TO PRF-LINE.
       	STRING "BRANCH CASH POSITION - BRANCH " WS-BR-CODE
       		"  " WS-BR-NAME
       		DELIMITED BY SIZE INTO PRF-LINE.
       	WRITE PRF-LINE.
       	DISPLAY " ".
       	DISPLAY PRF-LINE.
       	MOVE WS-POS-DRAWER TO W-POS1-DISP.
       	MOVE SPACES TO PRF-LINE.
       	STRING "  DRAWERS STILL OPEN (" WS-POS-OPEN-CTR "): P"
       		W-POS1-DISP
       		DELIMITED BY SIZE INTO PRF-LINE.
       	WRITE PRF-LINE.
       	DISPLAY PRF-LINE.
       	MOVE WS-SF-EXPECTED TO W-POS2-DISP.
       	MOVE SPACES TO PRF-LINE.
       	STRING "  MAIN SAFE EXPECTED:     P" W-POS2-DISP
       		DELIMITED BY SIZE INTO PRF-LINE.
       	WRITE PRF-LINE.
       	DISPLAY PRF-LINE.
       	IF (WS-SAFEFILE-STATUS NOT = "00")
       		MOVE "  NO SAFE.Dat ON FILE - RUN MACHINE41."
       			TO PRF-LINE
       		WRITE PRF-LINE
       		DISPLAY PRF-LINE
       	ELSE
       		IF (WS-SF-FOUND = "Y" AND SF-STATUS = "COUNTED")
       			MOVE SF-COUNTED TO W-POS1-DISP
       			MOVE SF-VARIANCE TO W-POS2-DISP
       			MOVE SPACES TO PRF-LINE
       			STRING "  MAIN SAFE COUNTED:      P" W-POS1-DISP
       				"  VARIANCE: P" W-POS2-DISP
       				DELIMITED BY SIZE INTO PRF-LINE
       			WRITE PRF-LINE
       			DISPLAY PRF-LINE
       		ELSE
       			MOVE "  MAIN SAFE NOT COUNTED FOR THIS DATE."
       				TO PRF-LINE
       			WRITE PRF-LINE
       			DISPLAY PRF-LINE
       		END-IF
       	END-IF.
       	MOVE WS-POS-TOTAL TO W-POS3-DISP.
       	MOVE SPACES TO PRF-LINE.
       	STRING "  TOTAL BRANCH CASH:      P" W-POS3-DISP
       		DELIMITED BY SIZE INTO PRF-LINE.
       	WRITE PRF-LINE.
       	DISPLAY PRF-LINE.
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
