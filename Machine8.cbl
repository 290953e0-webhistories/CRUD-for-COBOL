       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS BUY-REFNO
       	 FILE STATUS IS WS-BUYFILE-STATUS.
       	 SELECT PLGFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PLG-KEY
       	 FILE STATUS IS WS-PLGFILE-STATUS.
       	 SELECT HOLDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PH-KEY
       	 FILE STATUS IS WS-HOLDFILE-STATUS.
       	 SELECT PRDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PRD-PERIOD
       	 FILE STATUS IS WS-PRDFILE-STATUS.

       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT TXJCTL ASSIGN TO "TXJCTL.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-TXJCTL-STATUS.
       	 SELECT LOCKREG ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LCK-KEY
       	 FILE STATUS IS WS-LOCKREG-STATUS.
       	 SELECT LOCKLOG ASSIGN TO "LOCKLOG.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LOCKLOG-STATUS.
       	 SELECT ORIFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS ORI-NBR
       	 FILE STATUS IS WS-ORIFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE
       	 VALUE OF FILE-ID IS "BUYSTK.Dat"
       	 DATA RECORD IS BUYSTK-REC.
       COPY BUYREC.
       FD  PLGFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PLGITEM.Dat"
       	 DATA RECORD IS PLEDGE-ITEM-REC.
       COPY PLGREC.
       FD  HOLDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "POLHOLD.Dat"
       	 DATA RECORD IS POLHOLD-REC.
       COPY POLHOLD.
       FD  PRDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PERIOD.Dat"
       	 DATA RECORD IS PERIOD-REC.
       COPY PRDREC.

       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
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
       FD  LOCKREG
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOCKREG.Dat"
       	 DATA RECORD IS LOCK-REC.
       COPY LCKREC.
       FD  LOCKLOG
       	 LABEL RECORD IS STANDARD.
       01  LOCKLOG-REC			PIC X(120).
       FD  ORIFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "ORISSUE.Dat"
       	 DATA RECORD IS ORISSUE-REC.
       COPY ORIREC.
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       COPY NOTTBL.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-AUCTIONFILE-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-LOCKREG-STATUS PIC XX.
       77 WS-LOCKLOG-STATUS PIC XX.
       77 WS-ORIFILE-STATUS PIC XX.
       77 WS-ORI-TRIES	PIC 9(4).
       77 WS-ORI-DONE	PIC A.
       77 WS-LCK-FILE	PIC X(8).
       77 WS-LCK-KEY		PIC X(10).
       77 WS-LCK-MODE	PIC A.
       77 WS-LCK-GOT		PIC A.
       77 WS-LCK-RETRY	PIC A.
       77 WS-LCK-ANS		PIC A.
       77 WS-LCK-TS		PIC 9(14).
       77 WS-LCK-TODAY	PIC 9(8).
       77 WS-LCK-OUTCOME	PIC X(8).
       77 WS-LCK-HOLDER	PIC X(10).
       77 WS-LCK-HOLD-PGM	PIC X(10).
       77 WS-LCK-HOLD-TS	PIC 9(14).
       77 WS-LCK-MSG		PIC X(60).
       77 WS-LCK-TRANSNO	PIC 9(5).
       77 WS-BUSY-CTR	PIC 9(5).
       77 WS-CHANGED-CTR	PIC 9(5).
       77 WS-OPERATOR-ID	PIC X(10).
       77 WS-AUDIT-ACTION	PIC X(10).
       77 WS-AUDIT-TRANSNO	PIC 9(5).
       77 WS-NOTICE-AGE	PIC S9(6).
       77 WS-RCPTREGF-STATUS PIC XX.
       77 WS-BUYFILE-STATUS PIC XX.
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-PLG-EOF		PIC A.
       77 WS-PLG-CTR		PIC 9(2).
       77 WS-BUYPULL-CTR	PIC 9(5).
       77 WS-BUYSKIP-CTR	PIC 9(5).
       77 WS-HOLDFILE-STATUS PIC XX.
       77 WS-POLHOLD-CTR	PIC 9(5).
       77 WS-PRDFILE-STATUS PIC XX.
       77 WS-PRD-DATE		PIC 9(8).
       77 WS-PRD-CLOSED	PIC A.
       77 WS-BUY-EOF		PIC A.
       77 WS-SALE-KIND	PIC A.
       01 W-OR-DATE-DISP	PIC 9999/99/99.
       	MOVE 0 TO WS-PULL-CTR.
       	MOVE 0 TO WS-SKIP-CTR.
       	MOVE 0 TO WS-NONOTICE-CTR.
       	MOVE 0 TO WS-POLHOLD-CTR.
       	MOVE 0 TO WS-BUSY-CTR.
       	MOVE 0 TO WS-CHANGED-CTR.
       	MOVE "N" TO WS-NOTICE-OPEN.
       	OPEN INPUT NOTICEFILE.
       	IF (WS-NOTICEFILE-STATUS = "00")
       		WS-NONOTICE-CTR.
       	DISPLAY "PURCHASED STOCK PULLED: " WS-BUYPULL-CTR
       		"   ALREADY ON FILE: " WS-BUYSKIP-CTR.
       	DISPLAY "HELD - POLICE HOLD: " WS-POLHOLD-CTR.
       	DISPLAY "HELD - IN USE AT A COUNTER: " WS-BUSY-CTR.
       	DISPLAY "SKIPPED - CHANGED SINCE READ: " WS-CHANGED-CTR.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-PULL-LOTS-RTN.
       PULL-ONE-RTN.
       	IF (W-LOAN-STATUS = "POLICEHOLD")
       		ADD 1 TO WS-POLHOLD-CTR
       	END-IF.
       	IF (W-LOAN-STATUS = "FORFEITED")
       		PERFORM CHECK-NOTICE-RTN THRU
       			END-CHECK-NOTICE-RTN
       			ADD 1 TO WS-NONOTICE-CTR
       			GO TO PULL-NEXT-RTN
       		END-IF
       		MOVE W-TRANSNO TO WS-LCK-TRANSNO
       		MOVE "S" TO WS-LCK-MODE
       		PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN
       		IF (WS-LCK-GOT = "N")
       			ADD 1 TO WS-BUSY-CTR
       			GO TO PULL-NEXT-RTN
       		END-IF
       		PERFORM RECHECK-LOAN-RTN THRU END-RECHECK-LOAN-RTN
       		IF (WS-FOUND = "N")
       			PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       			IF (WS-EOF = "Y")
       				GO TO END-PULL-ONE-RTN
       			END-IF
       			GO TO PULL-NEXT-RTN
       		END-IF
       		MOVE W-TRANSNO TO LOT-TRANSNO
       		MOVE "N" TO WS-FOUND
       		READ AUCTIONFILE
       			MOVE 0 TO W-LOT-HAMMER
       			MOVE "FORSALE" TO W-LOT-STATUS
       			WRITE AUCTION-REC FROM W-AUCTION-REC
       			PERFORM PLEDGE-AUCTION-RTN THRU
       				END-PLEDGE-AUCTION-RTN
       			PERFORM VAULT-AUCTION-RTN THRU
       				END-VAULT-AUCTION-RTN
       			ADD 1 TO WS-PULL-CTR
       		ELSE
       			ADD 1 TO WS-SKIP-CTR
       		END-IF
       		MOVE W-TRANSNO TO WS-LCK-TRANSNO
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       	END-IF.
       PULL-NEXT-RTN.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       	END-READ.
       END-PULL-ONE-RTN.
      ******************************************************************
      * The scan's copy of the loan was read before the lock was
      * taken, so a counter may have redeemed, renewed or held it
      * since.  The loan is read again under the lock and WS-FOUND is
      * "N" unless it is still FORFEITED.  A loan gone from LOAN.Dat
      * leaves the scan positioned after its key.
      ******************************************************************
       RECHECK-LOAN-RTN.
       	MOVE "N" TO WS-FOUND.
       	MOVE WS-LCK-TRANSNO TO TRANSNO.
       	READ LOANFILE INTO W-LOAN-REC
       		INVALID KEY CONTINUE
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N")
       		ADD 1 TO WS-CHANGED-CTR
       		MOVE WS-LCK-TRANSNO TO TRANSNO
       		START LOANFILE KEY > TRANSNO
       			INVALID KEY MOVE "Y" TO WS-EOF
       		END-START
       		GO TO END-RECHECK-LOAN-RTN
       	END-IF.
       	IF (W-LOAN-STATUS = "POLICEHOLD")
       		ADD 1 TO WS-POLHOLD-CTR
       		MOVE "N" TO WS-FOUND
       		GO TO END-RECHECK-LOAN-RTN
       	END-IF.
       	IF (W-LOAN-STATUS NOT = "FORFEITED")
       		ADD 1 TO WS-CHANGED-CTR
       		MOVE "N" TO WS-FOUND
       	END-IF.
       END-RECHECK-LOAN-RTN.
      ******************************************************************
      * A forfeited loan may only become a lot once its notice-of-sale
      * (MACHINE21) is on file and NOTICE-DAYS have lapsed.
      ******************************************************************
       	CLOSE BUYFILE.
       END-PULL-BUYSTK-RTN.
       PULL-BUY-ONE-RTN.
       	IF (BUY-STATUS = "POLICEHOLD")
       		ADD 1 TO WS-POLHOLD-CTR
       	END-IF.
       	IF (BUY-STATUS NOT = "ONHAND")
       		GO TO BUY-NEXT-RTN
       	END-IF.
       	ACCEPT WS-SALE-TRANSNO.
       	MOVE WS-SALE-TRANSNO TO LOT-TRANSNO.
       	MOVE "N" TO WS-FOUND.
       	MOVE WS-SALE-TRANSNO TO WS-LCK-TRANSNO.
       	MOVE "I" TO WS-LCK-MODE.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "Y")
       		READ AUCTIONFILE INTO W-AUCTION-REC
       			INVALID KEY
       			DISPLAY "LOT NOT FOUND."
       			NOT INVALID KEY MOVE "Y" TO WS-FOUND
       		END-READ
       	END-IF.
       	IF (WS-FOUND = "Y" AND W-LOT-STATUS = "SOLD")
       		DISPLAY "LOT ALREADY SOLD."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "Y" AND W-LOT-STATUS = "LAYAWAY")
       		DISPLAY "LOT RESERVED ON A MACHINE35 LAYAWAY PLAN."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "Y")
       		PERFORM CHECK-HOLD-RTN THRU END-CHECK-HOLD-RTN
       	END-IF.
       	IF (WS-FOUND = "Y")
       		DISPLAY "ITEM: " W-LOT-ITEM-DESC
       		DISPLAY "SALE DATE (YYYYMMDD, 0=TODAY): "
       			MOVE FUNCTION CURRENT-DATE(1:8)
       				TO WS-SALE-DATE
       		END-IF
       		MOVE WS-SALE-DATE TO WS-PRD-DATE
       		PERFORM CHECK-PERIOD-RTN THRU END-CHECK-PERIOD-RTN
       		IF (WS-PRD-CLOSED = "Y")
       			DISPLAY "SALE DATE FALLS IN A CLOSED PERIOD."
       			MOVE "N" TO WS-FOUND
       		END-IF
       	END-IF.
       	IF (WS-FOUND = "Y")
       		DISPLAY "HAMMER PRICE: "
       		ACCEPT WS-HAMMER
       		PERFORM UNTIL WS-HAMMER > 0
       		PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN
       		DISPLAY "SALE RECORDED. LOAN CLOSED."
       	END-IF.
       	MOVE WS-SALE-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-RECORD-SALE-RTN.
      ******************************************************************
      * A lot whose pawn ticket or purchase is under police hold in
      * POLHOLD.Dat (placed by the MACHINE32 hot-list screening) may
      * not be sold until a manager releases the hold in MACHINE31.
      * Lots share the ticket / purchase number series, so both kinds
      * are looked up, as CLOSE-LOAN-RTN and CLOSE-BUY-RTN do.
      ******************************************************************
       CHECK-HOLD-RTN.
       	OPEN INPUT HOLDFILE.
       	IF (WS-HOLDFILE-STATUS NOT = "00")
       		GO TO END-CHECK-HOLD-RTN
       	END-IF.
       	MOVE "L" TO PH-KIND.
       	MOVE WS-SALE-TRANSNO TO PH-REFNO.
       	PERFORM CHECK-HOLD-ONE-RTN THRU END-CHECK-HOLD-ONE-RTN.
       	MOVE "B" TO PH-KIND.
       	MOVE WS-SALE-TRANSNO TO PH-REFNO.
       	PERFORM CHECK-HOLD-ONE-RTN THRU END-CHECK-HOLD-ONE-RTN.
       	CLOSE HOLDFILE.
       END-CHECK-HOLD-RTN.
       CHECK-HOLD-ONE-RTN.
       	READ HOLDFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (PH-STATUS = "HELD")
       			DISPLAY "LOT UNDER POLICE HOLD - CASE "
       				PH-CASE-REF
       			DISPLAY "SALE BLOCKED UNTIL A MANAGER "
       				"RELEASES THE HOLD."
       			MOVE "N" TO WS-FOUND
       		END-IF
       	END-READ.
       END-CHECK-HOLD-ONE-RTN.
      ******************************************************************
      * WS-PRD-CLOSED is "Y" when the month WS-PRD-DATE falls in has
      * been closed in PERIOD.Dat by the MACHINE33 month-end and not
      * reopened by a manager.
      ******************************************************************
       CHECK-PERIOD-RTN.
       	MOVE "N" TO WS-PRD-CLOSED.
       	OPEN INPUT PRDFILE.
       	IF (WS-PRDFILE-STATUS NOT = "00")
       		GO TO END-CHECK-PERIOD-RTN
       	END-IF.
       	MOVE WS-PRD-DATE(1:6) TO PRD-PERIOD.
       	READ PRDFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (PRD-STATUS = "CLOSED")
       			MOVE "Y" TO WS-PRD-CLOSED
       		END-IF
       	END-READ.
       	CLOSE PRDFILE.
       END-CHECK-PERIOD-RTN.
       CLOSE-LOAN-RTN.
       	OPEN I-O LOANFILE.
       	IF (WS-LOANFILE-STATUS = "00")
      * lot and logs the movement for the MACHINE20 stock-take.
      ******************************************************************
       VAULT-AUCTION-RTN.
       	MOVE "VAULT" TO WS-LCK-FILE.
       	MOVE W-TRANSNO TO WS-LCK-KEY.
       	MOVE "M" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       	OPEN I-O VAULTFILE.
       	IF (WS-VAULTFILE-STATUS NOT = "00")
       		GO TO VAULT-AUCTION-UNLOCK-RTN
       	END-IF.
       	MOVE W-TRANSNO TO VLT-TRANSNO.
       	READ VAULTFILE
       		MOVE FUNCTION CURRENT-DATE(1:8) TO VLT-OUT-DATE
       		REWRITE VAULT-REC
       		END-REWRITE
       		IF (WS-PLG-CTR = 0)
       			MOVE VLT-LOCATION TO WS-VLT-LOCATION
       			MOVE W-TRANSNO TO WS-VLT-TRANSNO
       			MOVE "TOAUCTION" TO WS-VLT-ACTION
       			PERFORM WRITE-VAULTMOV-RTN THRU
       				END-WRITE-VAULTMOV-RTN
       		END-IF
       	END-READ.
       	CLOSE VAULTFILE.
       VAULT-AUCTION-UNLOCK-RTN.
       	MOVE "VAULT" TO WS-LCK-FILE.
       	MOVE W-TRANSNO TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-VAULT-AUCTION-RTN.
      ******************************************************************
      * Every article still held on the ticket goes into the lot: each
      * PLGITEM line that is IN is marked AUCTION and its movement is
      * logged from its own location.  WS-PLG-CTR counts the articles
      * moved; a ticket with no item lines leaves it zero and the
      * movement is logged from VAULT.Dat as before.
      ******************************************************************
       PLEDGE-AUCTION-RTN.
       	MOVE 0 TO WS-PLG-CTR.
       	OPEN I-O PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-PLEDGE-AUCTION-RTN
       	END-IF.
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
       	PERFORM PLEDGE-AUCTION-ONE-RTN THRU
       		END-PLEDGE-AUCTION-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       	CLOSE PLGFILE.
       END-PLEDGE-AUCTION-RTN.
       PLEDGE-AUCTION-ONE-RTN.
       	IF (PLG-TRANSNO NOT = W-TRANSNO)
       		MOVE "Y" TO WS-PLG-EOF
       		GO TO END-PLEDGE-AUCTION-ONE-RTN
       	END-IF.
       	IF (PLG-STATUS = "IN")
       		MOVE "AUCTION" TO PLG-STATUS
       		MOVE FUNCTION CURRENT-DATE(1:8) TO PLG-OUT-DATE
       		REWRITE PLEDGE-ITEM-REC
       		END-REWRITE
       		ADD 1 TO WS-PLG-CTR
       		MOVE PLG-LOCATION TO WS-VLT-LOCATION
       		MOVE W-TRANSNO TO WS-VLT-TRANSNO
       		MOVE "TOAUCTION" TO WS-VLT-ACTION
       		PERFORM WRITE-VAULTMOV-RTN THRU
       			END-WRITE-VAULTMOV-RTN
       	END-IF.
       	READ PLGFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       END-PLEDGE-AUCTION-ONE-RTN.
       WRITE-VAULTMOV-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VLT-TS.
       	 OPEN EXTEND VAULTMOV.
       	 	MOVE OR-NEXT-NBR TO WS-OR-NBR
       	 	CLOSE ORCTL
       	 END-IF.
       	 PERFORM ISSUE-OR-RTN THRU END-ISSUE-OR-RTN.
       	 OPEN OUTPUT ORCTL.
       	 COMPUTE OR-NEXT-NBR = WS-OR-NBR + 1.
       	 WRITE ORCTL-REC.
       	 CLOSE ORCTL.
       END-GET-OR-NBR-RTN.
      ******************************************************************
      * ORCTL.Dat only suggests the number.  It is issued by writing
      * its ORISSUE.Dat record; a number another counter has already
      * written is logged and skipped, the same way WRITE-TXJ-ONE-RTN
      * steps past a journal sequence taken by another counter.
      ******************************************************************
       ISSUE-OR-RTN.
       	 OPEN I-O ORIFILE.
       	 IF (WS-ORIFILE-STATUS = "35")
       	 	OPEN OUTPUT ORIFILE
       	 	CLOSE ORIFILE
       	 	OPEN I-O ORIFILE
       	 END-IF.
       	 IF (WS-ORIFILE-STATUS NOT = "00")
       	 	DISPLAY "ORISSUE.Dat NOT UPDATED. STATUS: "
       	 		WS-ORIFILE-STATUS
       	 	GO TO END-ISSUE-OR-RTN
       	 END-IF.
       	 MOVE 0 TO WS-ORI-TRIES.
       	 MOVE "N" TO WS-ORI-DONE.
       	 PERFORM ISSUE-OR-ONE-RTN THRU END-ISSUE-OR-ONE-RTN
       	 	UNTIL WS-ORI-DONE = "Y".
       	 CLOSE ORIFILE.
       END-ISSUE-OR-RTN.
       ISSUE-OR-ONE-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LCK-TS.
       	 MOVE WS-OR-NBR TO ORI-NBR.
       	 MOVE WS-LCK-TS(1:8) TO ORI-DATE.
       	 MOVE WS-LCK-TS(9:6) TO ORI-TIME.
       	 MOVE WS-BR-CODE TO ORI-BRANCH.
       	 MOVE WS-OPERATOR-ID TO ORI-OPERATOR.
       	 MOVE "MACHINE8" TO ORI-PROGRAM.
       	 WRITE ORISSUE-REC
       	 	INVALID KEY CONTINUE
       	 END-WRITE.
       	 IF (WS-ORIFILE-STATUS = "22" AND WS-ORI-TRIES < 9999)
       	 	PERFORM OR-TAKEN-RTN THRU END-OR-TAKEN-RTN
       	 	ADD 1 TO WS-OR-NBR
       	 	ADD 1 TO WS-ORI-TRIES
       	 	GO TO END-ISSUE-OR-ONE-RTN
       	 END-IF.
       	 IF (WS-ORIFILE-STATUS NOT = "00")
       	 	DISPLAY "ORISSUE.Dat NOT UPDATED. STATUS: "
       	 		WS-ORIFILE-STATUS
       	 END-IF.
       	 MOVE "Y" TO WS-ORI-DONE.
       END-ISSUE-OR-ONE-RTN.
       OR-TAKEN-RTN.
       	 MOVE SPACES TO WS-LCK-HOLDER.
       	 MOVE SPACES TO WS-LCK-HOLD-PGM.
       	 MOVE 0 TO WS-LCK-HOLD-TS.
       	 READ ORIFILE
       	 	INVALID KEY CONTINUE
       	 	NOT INVALID KEY
       	 	MOVE ORI-OPERATOR TO WS-LCK-HOLDER
       	 	MOVE ORI-PROGRAM TO WS-LCK-HOLD-PGM
       	 	MOVE ORI-DATE TO WS-LCK-HOLD-TS(1:8)
       	 	MOVE ORI-TIME TO WS-LCK-HOLD-TS(9:6)
       	 END-READ.
       	 MOVE "ORNBR" TO WS-LCK-FILE.
       	 MOVE WS-OR-NBR TO WS-LCK-KEY.
       	 MOVE "NEXTNBR" TO WS-LCK-OUTCOME.
       	 PERFORM LOCK-LOG-RTN THRU END-LOCK-LOG-RTN.
       END-OR-TAKEN-RTN.
       PRINT-SURRCPT-RTN.
       	 PERFORM GET-OR-NBR-RTN THRU END-GET-OR-NBR-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RCPT-DATE.
       	 CLOSE RCPTREGF.
       END-WRITE-RCPTREG-RTN.
       UPDATE-SHIFT-RTN.
       	 MOVE "SHIFT" TO WS-LCK-FILE.
       	 MOVE WS-OPERATOR-ID TO WS-LCK-KEY.
       	 MOVE "M" TO WS-LCK-MODE.
       	 PERFORM LOCK-RTN THRU END-LOCK-RTN.
       	 OPEN I-O SHIFTFILE.
       	 IF (WS-SHIFTFILE-STATUS = "00")
       	 	MOVE WS-OPERATOR-ID TO SH-OPERATOR
       	 	END-READ
       	 	CLOSE SHIFTFILE
       	 END-IF.
       	 PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UPDATE-SHIFT-RTN.
      ******************************************************************
      * Record locking, as in MACHINE4, so lots can be pulled and sold
      * while the counters are open.  The caller sets WS-LCK-FILE and
      * WS-LCK-KEY; WS-LCK-GOT comes back "Y" once this operator holds
      * the record in LOCKREG.Dat.  A record held by another operator
      * is shown with the holder.  WS-LCK-MODE "I" lets the manager
      * retry or give up, "M" retries until the record is free and "S"
      * gives up at once (the lot pull leaves the ticket for the next
      * run).  Every conflict goes to LOCKLOG.log.
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
       	(LCK-PROGRAM = "MACHINE8")) OR
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
       	IF (WS-LCK-MODE = "S")
       		MOVE "SKIPPED" TO WS-LCK-OUTCOME
       		MOVE "N" TO WS-LCK-RETRY
       	END-IF.
       	IF (WS-LCK-MODE = "M")
       		DISPLAY "POSTING MUST FINISH - PRESS ENTER TO RETRY."
       		ACCEPT WS-LCK-ANS
       		MOVE "WAIT" TO WS-LCK-OUTCOME
       	END-IF.
       	IF (WS-LCK-MODE = "I")
       		DISPLAY "RETRY [Y/N]?: "
       		ACCEPT WS-LCK-ANS
       		MOVE "RETRY" TO WS-LCK-OUTCOME
       		IF (WS-LCK-ANS NOT = "Y" AND WS-LCK-ANS NOT = "y")
       			MOVE "CANCEL" TO WS-LCK-OUTCOME
       			MOVE "N" TO WS-LCK-RETRY
       			DISPLAY "NOTHING POSTED."
       		END-IF
       	END-IF.
       	PERFORM LOCK-LOG-RTN THRU END-LOCK-LOG-RTN.
       END-LOCK-TRY-RTN.
       LOCK-FILL-RTN.
       	MOVE WS-LCK-FILE TO LCK-FILE.
       	MOVE WS-LCK-KEY TO LCK-RECKEY.
       	MOVE WS-OPERATOR-ID TO LCK-OPERATOR.
       	MOVE "MACHINE8" TO LCK-PROGRAM.
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
       		(LCK-PROGRAM = "MACHINE8")
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
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE8  ,"
       		WS-OPERATOR-ID "," WS-LCK-FILE "," WS-LCK-KEY ","
       		WS-LCK-HOLDER "," WS-LCK-HOLD-PGM "," WS-LCK-HOLD-TS ","
       		WS-LCK-OUTCOME DELIMITED BY SIZE INTO LOCKLOG-REC.
       	WRITE LOCKLOG-REC.
       	CLOSE LOCKLOG.
       END-LOCK-LOG-RTN.
       LOCK-LOAN-RTN.
       	MOVE "LOAN" TO WS-LCK-FILE.
       	MOVE WS-LCK-TRANSNO TO WS-LCK-KEY.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-LOAN-RTN.
       UNLOCK-LOAN-RTN.
       	MOVE "LOAN" TO WS-LCK-FILE.
       	MOVE WS-LCK-TRANSNO TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UNLOCK-LOAN-RTN.
       RECOVERY-RPT-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "TAMBUNTING PAWNSHOP".
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
       SIGNON-RTN.
       	MOVE 0 TO WS-TRIES.
       	MOVE "N" TO WS-SIGNED-ON.
