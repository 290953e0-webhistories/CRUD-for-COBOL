       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE35.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Retail showroom sales.  Sells an AUCTION.Dat lot - a forfeited
      * pledge pulled by MACHINE8, or purchased stock, which is moved
      * onto the floor as a lot here if it is still ONHAND - at its tag
      * price, either for cash or on a layaway plan.  A cash sale books
      * the lot SOLD and closes the loan or purchase the way a MACHINE8
      * lot sale does, posts any surplus over the loan owed to
      * SURPLUS.Dat, takes the money into the drawer on SHIFT.Dat under
      * an official receipt and writes an RTLSALE audit action for the
      * MACHINE22 journal.  A layaway plan (LAYAWAY.Dat) reserves the
      * lot against a deposit; the deposit and each instalment get
      * their own receipt, a LAYPMT.Dat ledger line and a LAYPAY audit
      * action, and are held as customer deposits until the balance is
      * paid off, when the sale is booked the same way (LAYDONE) and
      * the item waits for pickup.  Plans that lapse are cancelled by
      * the MACHINE36 batch; the refund it leaves owed is paid out
      * here (LAYREF).  House rules come from LAYPARM.Dat.  The lot
      * (under its ticket number, as MACHINE8 locks it) and the drawer
      * are locked in LOCKREG.Dat while a sale or plan posts, and the
      * lot or plan is read again once the lock is held.
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
       	 SELECT AUCTIONFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LOT-TRANSNO
       	 FILE STATUS IS WS-AUCTIONFILE-STATUS.
       	 SELECT LAYFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LAY-PLANNO
       	 FILE STATUS IS WS-LAYFILE-STATUS.
       	 SELECT LPYFILE ASSIGN TO "LAYPMT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LPYFILE-STATUS.
       	 SELECT LPMFILE ASSIGN TO "LAYPARM.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LPMFILE-STATUS.
       	 SELECT SURPLUSFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS SUR-TRANSNO
       	 FILE STATUS IS WS-SURPLUSFILE-STATUS.
       	 SELECT BUYFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS BUY-REFNO
       	 FILE STATUS IS WS-BUYFILE-STATUS.
       	 SELECT HOLDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PH-KEY
       	 FILE STATUS IS WS-HOLDFILE-STATUS.
       	 SELECT AUDITLOG ASSIGN TO "AUDIT.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AUDITLOG-STATUS.
       	 SELECT ORCTL ASSIGN TO "ORCTL.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-ORCTL-STATUS.
       	 SELECT RCPTFILE ASSIGN TO "RECEIPT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-RCPTFILE-STATUS.
       	 SELECT RCPTREGF ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS REG-ORNBR
       	 FILE STATUS IS WS-RCPTREGF-STATUS.
       	 SELECT SHIFTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS SH-OPERATOR
       	 FILE STATUS IS WS-SHIFTFILE-STATUS.

       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
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
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  AUCTIONFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "AUCTION.Dat"
       	 DATA RECORD IS AUCTION-REC.
       COPY AUCREC.
       FD  LAYFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LAYAWAY.Dat"
       	 DATA RECORD IS LAYAWAY-REC.
       COPY LAYREC.
       FD  LPYFILE
       	 LABEL RECORD IS STANDARD.
       COPY LPYREC.
       FD  LPMFILE
       	 LABEL RECORD IS STANDARD.
       COPY LPMREC.
       FD  SURPLUSFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "SURPLUS.Dat"
       	 DATA RECORD IS SURPLUS-REC.
       COPY SURREC.
       FD  BUYFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "BUYSTK.Dat"
       	 DATA RECORD IS BUYSTK-REC.
       COPY BUYREC.
       FD  HOLDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "POLHOLD.Dat"
       	 DATA RECORD IS POLHOLD-REC.
       COPY POLHOLD.
       FD  AUDITLOG
       	 LABEL RECORD IS STANDARD.
       01  AUDIT-REC			PIC X(60).
       FD  ORCTL
       	 LABEL RECORD IS STANDARD.
       01  ORCTL-REC.
       	 05 OR-NEXT-NBR	PIC 9(8).
       FD  RCPTFILE
       	 LABEL RECORD IS STANDARD.
       01  RCPT-LINE			PIC X(80).
       FD  RCPTREGF
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "RCPTREG.Dat"
       	 DATA RECORD IS RCPTREG-REC.
       COPY RGRREC.
       FD  SHIFTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "SHIFT.Dat"
       	 DATA RECORD IS SHIFT-REC.
       COPY SHIFTREC.

       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
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
       01 W-AUCTION-REC.
       	 05 W-LOT-TRANSNO	PIC 9(5).
       	 05 W-LOT-ITEM-DESC PIC X(20).
       	 05 W-LOT-ITEM-CATEGORY PIC X(10).
       	 05 W-LOT-APPRAISED PIC 9(5)V99.
       	 05 W-LOT-TLOAN	PIC 9(5)V99.
       	 05 W-LOT-SALE-DATE PIC 9(8).
       	 05 W-LOT-HAMMER	PIC 9(6)V99.
       	 05 W-LOT-STATUS	PIC X(10).
       01 W-TRANSNO-DISP	PIC ZZZ99.
       01 W-PLANNO-DISP	PIC ZZZ99.
       01 W-APPR-DISP	PIC ZZ,Z99.99.
       01 W-TLOAN-DISP	PIC ZZ,Z99.99.
       01 W-AMT-DISP	PIC ZZZ,Z99.99.
       01 W-AMT2-DISP	PIC ZZZ,Z99.99.
       01 W-AMT3-DISP	PIC ZZZ,Z99.99.
       01 W-TOTAMT-DISP	PIC Z,ZZZ,Z99.99.
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-DATE2-DISP	PIC 9999/99/99.
       01 W-OR-DATE-DISP	PIC 9999/99/99.
       01 W-SUR-AMT-DISP	PIC ZZZ,Z99.99.
       01 W-PCT-DISP	PIC ZZ9.
       77 CHOICE		PIC A.
       77 RESP			PIC A.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-AUCTIONFILE-STATUS PIC XX.
       77 WS-LAYFILE-STATUS PIC XX.
       77 WS-LPYFILE-STATUS PIC XX.
       77 WS-LPMFILE-STATUS PIC XX.
       77 WS-SURPLUSFILE-STATUS PIC XX.
       77 WS-BUYFILE-STATUS PIC XX.
       77 WS-HOLDFILE-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-LOCKLOG-STATUS PIC XX.
       77 WS-ORIFILE-STATUS PIC XX.
       77 WS-ORI-TRIES	PIC 9(4).
       77 WS-ORI-DONE	PIC A.
       77 WS-LCK-FILE	PIC X(8).
       77 WS-LCK-KEY		PIC X(10).
       77 WS-LCK-TS		PIC 9(14).
       77 WS-LCK-OUTCOME	PIC X(8).
       77 WS-LCK-HOLDER	PIC X(10).
       77 WS-LCK-HOLD-PGM	PIC X(10).
       77 WS-LCK-HOLD-TS	PIC 9(14).
       77 WS-LOCKREG-STATUS PIC XX.
       77 WS-LCK-MODE	PIC A.
       77 WS-LCK-GOT		PIC A.
       77 WS-LCK-RETRY	PIC A.
       77 WS-LCK-ANS		PIC A.
       77 WS-LCK-TODAY	PIC 9(8).
       77 WS-LCK-MSG		PIC X(60).
       77 WS-LCK-TRANSNO	PIC 9(5).
       77 WS-ORCTL-STATUS PIC XX.
       77 WS-RCPTFILE-STATUS PIC XX.
       77 WS-RCPTREGF-STATUS PIC XX.
       77 WS-SHIFTFILE-STATUS PIC XX.
       77 WS-OPERATOR-ID	PIC X(10).
       77 WS-AUDIT-ACTION	PIC X(10).
       77 WS-AUDIT-TRANSNO	PIC 9(5).
       77 WS-AUDIT-TIMESTAMP	PIC 9(14).
       77 WS-AUDIT-AMOUNT	PIC 9(6)V99.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-BR-ADDRS		PIC X(30).
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-PASSWORD		PIC X(10).
       77 WS-OPERATOR-ROLE	PIC X.
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-EOF			PIC A.
       77 WS-FOUND		PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-SALE-TRANSNO	PIC 9(5).
       77 WS-SALE-DATE		PIC 9(8).
       77 WS-SALE-PRICE	PIC 9(6)V99.
       77 WS-SALE-KIND	PIC A.
       77 WS-SALE-CLNAME	PIC X(20).
       77 WS-SALE-CLIENTNO	PIC 9(5).
       77 WS-SURPLUS		PIC S9(7)V99.
       77 WS-PRICE		PIC 9(6)V99.
       77 WS-AMT			PIC 9(6)V99.
       77 WS-MIN-DEP		PIC 9(6)V99.
       77 WS-TERM		PIC 9(3).
       77 WS-DUE-DATE		PIC 9(8).
       77 WS-CUSTNAME		PIC X(20).
       77 WS-CONTACT		PIC X(15).
       77 WS-PLANNO		PIC 9(5).
       77 WS-NEXT-PLANNO	PIC 9(5).
       77 WS-MIN-DEP-PCT	PIC 9(3).
       77 WS-MAX-TERM		PIC 9(3).
       77 WS-LAPSE-DAYS	PIC 9(3).
       77 WS-FORF-PCT		PIC 9(3).
       77 WS-OR-NBR		PIC 9(8).
       77 WS-RCPT-DATE		PIC 9(8).
       77 WS-RCPT-TITLE	PIC X(30).
       77 WS-RCPT-LABEL	PIC X(15).
       77 WS-RCPT-NAME		PIC X(20).
       77 WS-RCPT-AMT		PIC 9(6)V99.
       77 WS-RCPT-BAL		PIC 9(6)V99.
       77 WS-LPY-KIND		PIC X(8).
       77 WS-SH-IN-AMT	PIC 9(6)V99.
       77 WS-SH-OUT-AMT	PIC 9(6)V99.
       77 WS-LIST-CTR		PIC 9(5).
       77 WS-REFUND-CTR	PIC 9(5).
       77 WS-TOT-BAL		PIC 9(8)V99.
       77 WS-TOT-REFUND	PIC 9(8)V99.

       SCREEN SECTION.
       01  CLRSCR.
       	 05 BLANK SCREEN.
       01 RTLMENU.
       	05 VALUE "****************************************" COL 20.
       	05 VALUE "RETAIL SHOWROOM SALES AND LAYAWAY"
       	LINE 2 COL 24.
       	05 VALUE "****************************************" LINE 3
       	COL 20.
       	05 VALUE "[S] CASH SALE" LINE 6 COL 23.
       	05 VALUE "[N] NEW LAYAWAY PLAN" LINE 7 COL 23.
       	05 VALUE "[P] LAYAWAY PAYMENT" LINE 8 COL 23.
       	05 VALUE "[K] RELEASE PAID-UP ITEM (PICKUP)" LINE 9 COL 23.
       	05 VALUE "[R] PAY LAPSED-PLAN REFUND" LINE 10 COL 23.
       	05 VALUE "[I] PLAN INQUIRY" LINE 11 COL 23.
       	05 VALUE "[L] LAYAWAY PLAN LIST" LINE 12 COL 23.
       	05 VALUE "[X] EXIT" LINE 13 COL 23.
       	05 VALUE "ENTER THE LETTER OF YOUR CHOICE: " LINE 15
       	COL 20.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY CLRSCR.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM SIGNON-RTN THRU END-SIGNON-RTN.
       	PERFORM LOAD-PARM-RTN THRU END-LOAD-PARM-RTN.
       	PERFORM OPEN-FILES-RTN THRU END-OPEN-FILES-RTN.
       	MOVE SPACE TO CHOICE.
       	PERFORM MENU-RTN THRU END-MENU-RTN
       		UNTIL CHOICE = "X" OR CHOICE = "x".
       	DISPLAY "END OF PROGRAM. EXITING NOW...".
       	CLOSE AUCTIONFILE.
       	CLOSE LAYFILE.
       	STOP RUN.
       OPEN-FILES-RTN.
       	OPEN I-O AUCTIONFILE.
       	IF (WS-AUCTIONFILE-STATUS = "35")
       		OPEN OUTPUT AUCTIONFILE
       		CLOSE AUCTIONFILE
       		OPEN I-O AUCTIONFILE
       	END-IF.
       	IF (WS-AUCTIONFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING AUCTION.Dat. STATUS: "
       			WS-AUCTIONFILE-STATUS
       		STOP RUN
       	END-IF.
       	OPEN I-O LAYFILE.
       	IF (WS-LAYFILE-STATUS = "35")
       		OPEN OUTPUT LAYFILE
       		CLOSE LAYFILE
       		OPEN I-O LAYFILE
       	END-IF.
       	IF (WS-LAYFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING LAYAWAY.Dat. STATUS: "
       			WS-LAYFILE-STATUS
       		STOP RUN
       	END-IF.
       END-OPEN-FILES-RTN.
      ******************************************************************
      * House rules from LAYPARM.Dat; a missing file or a value out of
      * range leaves the head-office rule in force.
      ******************************************************************
       LOAD-PARM-RTN.
       	MOVE 20 TO WS-MIN-DEP-PCT.
       	MOVE 90 TO WS-MAX-TERM.
       	MOVE 30 TO WS-LAPSE-DAYS.
       	MOVE 100 TO WS-FORF-PCT.
       	OPEN INPUT LPMFILE.
       	IF (WS-LPMFILE-STATUS NOT = "00")
       		GO TO END-LOAD-PARM-RTN
       	END-IF.
       	READ LPMFILE
       		AT END CONTINUE
       		NOT AT END
       		IF (LPM-MIN-DEP-PCT IS NUMERIC) AND
       		(LPM-MIN-DEP-PCT > 0) AND (LPM-MIN-DEP-PCT < 100)
       			MOVE LPM-MIN-DEP-PCT TO WS-MIN-DEP-PCT
       		END-IF
       		IF (LPM-MAX-TERM IS NUMERIC) AND
       		(LPM-MAX-TERM > 0)
       			MOVE LPM-MAX-TERM TO WS-MAX-TERM
       		END-IF
       		IF (LPM-LAPSE-DAYS IS NUMERIC) AND
       		(LPM-LAPSE-DAYS > 0)
       			MOVE LPM-LAPSE-DAYS TO WS-LAPSE-DAYS
       		END-IF
       		IF (LPM-FORF-PCT IS NUMERIC) AND
       		(LPM-FORF-PCT NOT > 100)
       			MOVE LPM-FORF-PCT TO WS-FORF-PCT
       		END-IF
       	END-READ.
       	CLOSE LPMFILE.
       END-LOAD-PARM-RTN.
       MENU-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY RTLMENU.
       	ACCEPT CHOICE LINE 15 COL 54.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	IF (CHOICE = "S" OR CHOICE = "s")
       		PERFORM CASH-SALE-RTN THRU END-CASH-SALE-RTN
       	END-IF.
       	IF (CHOICE = "N" OR CHOICE = "n")
       		PERFORM NEW-PLAN-RTN THRU END-NEW-PLAN-RTN
       	END-IF.
       	IF (CHOICE = "P" OR CHOICE = "p")
       		PERFORM PLAN-PAYMENT-RTN THRU END-PLAN-PAYMENT-RTN
       	END-IF.
       	IF (CHOICE = "K" OR CHOICE = "k")
       		PERFORM PICKUP-RTN THRU END-PICKUP-RTN
       	END-IF.
       	IF (CHOICE = "R" OR CHOICE = "r")
       		PERFORM PAY-REFUND-RTN THRU END-PAY-REFUND-RTN
       	END-IF.
       	IF (CHOICE = "I" OR CHOICE = "i")
       		PERFORM PLAN-INQUIRY-RTN THRU END-PLAN-INQUIRY-RTN
       	END-IF.
       	IF (CHOICE = "L" OR CHOICE = "l")
       		PERFORM PLAN-LIST-RTN THRU END-PLAN-LIST-RTN
       	END-IF.
       END-MENU-RTN.
      ******************************************************************
      * Item on the showroom floor: a FORSALE lot on AUCTION.Dat.  A
      * purchase still ONHAND in BUYSTK.Dat is made a lot on the spot,
      * exactly as the MACHINE8 pull does, so it can be sold without
      * waiting for the next pull.  A pledge not yet pulled, a lot sold
      * or on layaway, and anything under police hold are refused.
      ******************************************************************
       FIND-ITEM-RTN.
       	DISPLAY "LOT / STOCK NO.: ".
       	ACCEPT WS-SALE-TRANSNO.
       	MOVE WS-SALE-TRANSNO TO LOT-TRANSNO.
       	MOVE "N" TO WS-FOUND.
       	READ AUCTIONFILE INTO W-AUCTION-REC
       		INVALID KEY CONTINUE
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N")
       		PERFORM PULL-STOCK-RTN THRU END-PULL-STOCK-RTN
       	END-IF.
       	IF (WS-FOUND = "N")
       		GO TO END-FIND-ITEM-RTN
       	END-IF.
       	IF (W-LOT-STATUS NOT = "FORSALE")
       		DISPLAY "LOT IS " W-LOT-STATUS " - NOT AVAILABLE."
       		MOVE "N" TO WS-FOUND
       		GO TO END-FIND-ITEM-RTN
       	END-IF.
       	PERFORM CHECK-HOLD-RTN THRU END-CHECK-HOLD-RTN.
       	IF (WS-FOUND = "N")
       		GO TO END-FIND-ITEM-RTN
       	END-IF.
       	MOVE W-LOT-APPRAISED TO W-APPR-DISP.
       	MOVE W-LOT-TLOAN TO W-TLOAN-DISP.
       	DISPLAY "ITEM: " W-LOT-ITEM-DESC "  " W-LOT-ITEM-CATEGORY.
       	DISPLAY "APPRAISED:  P" W-APPR-DISP.
       	DISPLAY "COST / LOAN OWED: P" W-TLOAN-DISP.
       END-FIND-ITEM-RTN.
       PULL-STOCK-RTN.
       	OPEN I-O BUYFILE.
       	IF (WS-BUYFILE-STATUS NOT = "00")
       		DISPLAY "NOT ON THE SALES FLOOR."
       		GO TO END-PULL-STOCK-RTN
       	END-IF.
       	MOVE WS-SALE-TRANSNO TO BUY-REFNO.
       	READ BUYFILE
       		INVALID KEY
       		DISPLAY "NOT ON THE SALES FLOOR."
       		NOT INVALID KEY
       		IF (BUY-STATUS = "ONHAND")
       			MOVE "Y" TO WS-FOUND
       		ELSE
       			DISPLAY "PURCHASE IS " BUY-STATUS
       				" - NOT AVAILABLE."
       		END-IF
       	END-READ.
       	IF (WS-FOUND = "Y")
       		MOVE BUY-REFNO TO W-LOT-TRANSNO
       		MOVE BUY-ITEM-DESC TO W-LOT-ITEM-DESC
       		MOVE BUY-ITEM-CATEGORY TO W-LOT-ITEM-CATEGORY
       		MOVE BUY-APPRAISED TO W-LOT-APPRAISED
       		MOVE BUY-PRICE TO W-LOT-TLOAN
       		MOVE 0 TO W-LOT-SALE-DATE
       		MOVE 0 TO W-LOT-HAMMER
       		MOVE "FORSALE" TO W-LOT-STATUS
       		WRITE AUCTION-REC FROM W-AUCTION-REC
       		MOVE "AUCTION" TO BUY-STATUS
       		REWRITE BUYSTK-REC
       		END-REWRITE
       		DISPLAY "PURCHASE MOVED TO THE SALES FLOOR AS LOT "
       			W-LOT-TRANSNO "."
       	END-IF.
       	CLOSE BUYFILE.
       END-PULL-STOCK-RTN.
      ******************************************************************
      * Same police hold check as the MACHINE8 lot sale: lots share the
      * ticket / purchase number series, so both kinds are looked up.
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
       			DISPLAY "ITEM UNDER POLICE HOLD - CASE "
       				PH-CASE-REF
       			DISPLAY "BLOCKED UNTIL A MANAGER "
       				"RELEASES THE HOLD."
       			MOVE "N" TO WS-FOUND
       		END-IF
       	END-READ.
       END-CHECK-HOLD-ONE-RTN.
       GET-PRICE-RTN.
       	DISPLAY "TAG PRICE: ".
       	ACCEPT WS-PRICE.
       	PERFORM UNTIL WS-PRICE > 0
       		DISPLAY "INVALID AMOUNT. MUST BE > ZERO: "
       		ACCEPT WS-PRICE
       	END-PERFORM.
       	IF (WS-PRICE < W-LOT-TLOAN)
       		DISPLAY "NOTE: TAG PRICE IS BELOW THE COST / LOAN OWED."
       	END-IF.
       END-GET-PRICE-RTN.
      ******************************************************************
      * [S] Cash sale at the tag price.
      ******************************************************************
       CASH-SALE-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ CASH SALE @@@@@>".
       	PERFORM FIND-ITEM-RTN THRU END-FIND-ITEM-RTN.
       	IF (WS-FOUND = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-CASH-SALE-RTN
       	END-IF.
       	PERFORM GET-PRICE-RTN THRU END-GET-PRICE-RTN.
       	DISPLAY "CUSTOMER NAME: ".
       	ACCEPT WS-CUSTNAME.
       	MOVE WS-PRICE TO W-AMT-DISP.
       	DISPLAY "SELL LOT " WS-SALE-TRANSNO " FOR P" W-AMT-DISP
       		" [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "SALE CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-CASH-SALE-RTN
       	END-IF.
       	MOVE WS-SALE-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-CASH-SALE-RTN
       	END-IF.
       	PERFORM RECHECK-LOT-RTN THRU END-RECHECK-LOT-RTN.
       	IF (WS-FOUND = "N")
       		DISPLAY "SALE CANCELLED."
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-CASH-SALE-RTN
       	END-IF.
       	MOVE WS-PRICE TO WS-SALE-PRICE.
       	PERFORM SELL-LOT-RTN THRU END-SELL-LOT-RTN.
       	MOVE "RETAIL SALE" TO WS-RCPT-TITLE.
       	MOVE "RECEIVED FROM: " TO WS-RCPT-LABEL.
       	MOVE WS-CUSTNAME TO WS-RCPT-NAME.
       	MOVE WS-PRICE TO WS-RCPT-AMT.
       	MOVE 0 TO WS-RCPT-BAL.
       	PERFORM PRINT-RCPT-RTN THRU END-PRINT-RCPT-RTN.
       	MOVE WS-SALE-TRANSNO TO WS-AUDIT-TRANSNO.
       	MOVE "RTLSALE" TO WS-AUDIT-ACTION.
       	MOVE WS-PRICE TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE WS-PRICE TO WS-SH-IN-AMT.
       	MOVE 0 TO WS-SH-OUT-AMT.
       	PERFORM UPDATE-SHIFT-RTN THRU END-UPDATE-SHIFT-RTN.
       	MOVE WS-SALE-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       	DISPLAY "SALE RECORDED.".
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-CASH-SALE-RTN.
      ******************************************************************
      * The lot WS-SALE-TRANSNO read again once it is locked: another
      * counter or MACHINE8 may have sold or reserved it, or a hold
      * may have been placed, since it was first shown.
      ******************************************************************
       RECHECK-LOT-RTN.
       	MOVE WS-SALE-TRANSNO TO LOT-TRANSNO.
       	MOVE "N" TO WS-FOUND.
       	READ AUCTIONFILE INTO W-AUCTION-REC
       		INVALID KEY
       		DISPLAY "LOT " WS-SALE-TRANSNO " NOT FOUND."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N")
       		GO TO END-RECHECK-LOT-RTN
       	END-IF.
       	IF (W-LOT-STATUS NOT = "FORSALE")
       		DISPLAY "LOT IS NOW " W-LOT-STATUS " - NOT AVAILABLE."
       		MOVE "N" TO WS-FOUND
       		GO TO END-RECHECK-LOT-RTN
       	END-IF.
       	PERFORM CHECK-HOLD-RTN THRU END-CHECK-HOLD-RTN.
       END-RECHECK-LOT-RTN.
      ******************************************************************
      * The plan WS-PLANNO read again once its lot is locked, so a
      * payment, pickup or refund posted at another counter (or a
      * lapse by MACHINE36) since it was shown is not posted twice.
      * The caller checks the status it needs.
      ******************************************************************
       RELOAD-PLAN-RTN.
       	MOVE LAY-LOTNO TO WS-LCK-TRANSNO.
       	MOVE "N" TO WS-FOUND.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "N")
       		GO TO END-RELOAD-PLAN-RTN
       	END-IF.
       	MOVE WS-PLANNO TO LAY-PLANNO.
       	READ LAYFILE
       		INVALID KEY
       		DISPLAY "PLAN NOT FOUND."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N")
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       	END-IF.
       END-RELOAD-PLAN-RTN.
      ******************************************************************
      * Books the lot WS-SALE-TRANSNO SOLD today at WS-SALE-PRICE and
      * closes what it came from, as the MACHINE8 lot sale does: the
      * pawn ticket goes DISPOSED with any surplus over the loan owed
      * posted to SURPLUS.Dat for the pawner, otherwise the purchase
      * goes SOLD.
      ******************************************************************
       SELL-LOT-RTN.
       	MOVE WS-SALE-TRANSNO TO LOT-TRANSNO.
       	READ AUCTIONFILE INTO W-AUCTION-REC
       		INVALID KEY
       		DISPLAY "LOT " WS-SALE-TRANSNO " NOT FOUND."
       		GO TO END-SELL-LOT-RTN
       	END-READ.
       	MOVE WS-TODAY TO WS-SALE-DATE.
       	MOVE WS-SALE-DATE TO W-LOT-SALE-DATE.
       	MOVE WS-SALE-PRICE TO W-LOT-HAMMER.
       	MOVE "SOLD" TO W-LOT-STATUS.
       	REWRITE AUCTION-REC FROM W-AUCTION-REC.
       	MOVE SPACES TO WS-SALE-CLNAME.
       	MOVE 0 TO WS-SALE-CLIENTNO.
       	MOVE SPACE TO WS-SALE-KIND.
       	PERFORM CLOSE-LOAN-RTN THRU END-CLOSE-LOAN-RTN.
       	IF (WS-SALE-KIND NOT = "L")
       		PERFORM CLOSE-BUY-RTN THRU END-CLOSE-BUY-RTN
       	END-IF.
       	COMPUTE WS-SURPLUS = WS-SALE-PRICE - W-LOT-TLOAN.
       	IF (WS-SURPLUS > 0 AND WS-SALE-KIND = "L")
       		PERFORM SURPLUS-POST-RTN THRU END-SURPLUS-POST-RTN
       	END-IF.
       END-SELL-LOT-RTN.
       CLOSE-LOAN-RTN.
       	OPEN I-O LOANFILE.
       	IF (WS-LOANFILE-STATUS = "00")
       		MOVE WS-SALE-TRANSNO TO TRANSNO
       		READ LOANFILE
       			INVALID KEY
       			CONTINUE
       			NOT INVALID KEY
       			MOVE "L" TO WS-SALE-KIND
       			MOVE CLNAME TO WS-SALE-CLNAME
       			MOVE CLIENTNO TO WS-SALE-CLIENTNO
       			MOVE "DISPOSED" TO LOAN-STATUS
       			REWRITE LOAN-REC
       			END-REWRITE
       		END-READ
       		CLOSE LOANFILE
       	ELSE
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       	END-IF.
       END-CLOSE-LOAN-RTN.
       CLOSE-BUY-RTN.
       	OPEN I-O BUYFILE.
       	IF (WS-BUYFILE-STATUS NOT = "00")
       		DISPLAY "LOAN/STOCK RECORD NOT FOUND."
       		GO TO END-CLOSE-BUY-RTN
       	END-IF.
       	MOVE WS-SALE-TRANSNO TO BUY-REFNO.
       	READ BUYFILE
       		INVALID KEY
       		DISPLAY "LOAN/STOCK RECORD NOT FOUND."
       		NOT INVALID KEY
       		MOVE "B" TO WS-SALE-KIND
       		MOVE "SOLD" TO BUY-STATUS
       		REWRITE BUYSTK-REC
       		END-REWRITE
       	END-READ.
       	CLOSE BUYFILE.
       END-CLOSE-BUY-RTN.
       SURPLUS-POST-RTN.
       	OPEN I-O SURPLUSFILE.
       	IF (WS-SURPLUSFILE-STATUS = "35")
       		OPEN OUTPUT SURPLUSFILE
       		CLOSE SURPLUSFILE
       		OPEN I-O SURPLUSFILE
       	END-IF.
       	IF (WS-SURPLUSFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN SURPLUS.Dat. STATUS: "
       			WS-SURPLUSFILE-STATUS
       		GO TO END-SURPLUS-POST-RTN
       	END-IF.
       	MOVE WS-SALE-TRANSNO TO SUR-TRANSNO.
       	MOVE WS-SALE-CLNAME TO SUR-CLNAME.
       	MOVE WS-SALE-CLIENTNO TO SUR-CLIENTNO.
       	MOVE WS-SALE-DATE TO SUR-SALE-DATE.
       	MOVE WS-SURPLUS TO SUR-AMOUNT.
       	MOVE 0 TO SUR-PAID-DATE.
       	MOVE "PAYABLE" TO SUR-STATUS.
       	WRITE SURPLUS-REC
       		INVALID KEY
       		REWRITE SURPLUS-REC
       		END-REWRITE
       	END-WRITE.
       	CLOSE SURPLUSFILE.
       	MOVE WS-SALE-TRANSNO TO WS-AUDIT-TRANSNO.
       	MOVE "SURPLUS" TO WS-AUDIT-ACTION.
       	MOVE WS-SURPLUS TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE WS-SURPLUS TO W-SUR-AMT-DISP.
       	DISPLAY "SURPLUS DUE TO PAWNER: P" W-SUR-AMT-DISP.
       	DISPLAY "PAID OUT THROUGH MACHINE8 CLAIM SURPLUS REFUND.".
       END-SURPLUS-POST-RTN.
      ******************************************************************
      * [N] New layaway plan.  The deposit must reach the house minimum
      * share of the tag price but not cover it (that is a cash sale);
      * the term runs up to the house maximum.  The lot is held as
      * LAYAWAY so neither this program nor MACHINE8 can sell it while
      * the plan runs.
      ******************************************************************
       NEW-PLAN-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ NEW LAYAWAY PLAN @@@@@>".
       	PERFORM FIND-ITEM-RTN THRU END-FIND-ITEM-RTN.
       	IF (WS-FOUND = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-NEW-PLAN-RTN
       	END-IF.
       	PERFORM GET-PRICE-RTN THRU END-GET-PRICE-RTN.
       	COMPUTE WS-MIN-DEP ROUNDED =
       		WS-PRICE * WS-MIN-DEP-PCT / 100.
       	IF (WS-MIN-DEP = 0)
       		MOVE 0.01 TO WS-MIN-DEP
       	END-IF.
       	IF (WS-MIN-DEP NOT < WS-PRICE)
       		DISPLAY "PRICE TOO LOW FOR LAYAWAY - SELL FOR CASH."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-NEW-PLAN-RTN
       	END-IF.
       	DISPLAY "CUSTOMER NAME: ".
       	ACCEPT WS-CUSTNAME.
       	PERFORM UNTIL WS-CUSTNAME NOT = SPACES
       		DISPLAY "NAME IS REQUIRED: "
       		ACCEPT WS-CUSTNAME
       	END-PERFORM.
       	DISPLAY "CONTACT NO.: ".
       	ACCEPT WS-CONTACT.
       	MOVE WS-MIN-DEP TO W-AMT-DISP.
       	MOVE WS-MIN-DEP-PCT TO W-PCT-DISP.
       	DISPLAY "MINIMUM DEPOSIT (" W-PCT-DISP "%): P" W-AMT-DISP.
       	DISPLAY "DEPOSIT: ".
       	ACCEPT WS-AMT.
       	PERFORM UNTIL (WS-AMT NOT < WS-MIN-DEP) AND
       		(WS-AMT < WS-PRICE)
       		DISPLAY "DEPOSIT MUST BE AT LEAST THE MINIMUM AND "
       			"BELOW THE PRICE: "
       		ACCEPT WS-AMT
       	END-PERFORM.
       	DISPLAY "TERM IN DAYS (MAX " WS-MAX-TERM ", 0=MAX): ".
       	ACCEPT WS-TERM.
       	PERFORM UNTIL WS-TERM NOT > WS-MAX-TERM
       		DISPLAY "TERM OVER THE HOUSE MAXIMUM. RE-ENTER: "
       		ACCEPT WS-TERM
       	END-PERFORM.
       	IF (WS-TERM = 0)
       		MOVE WS-MAX-TERM TO WS-TERM
       	END-IF.
       	COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
       		FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-TERM).
       	MOVE WS-DUE-DATE TO W-DATE-DISP.
       	COMPUTE WS-RCPT-BAL = WS-PRICE - WS-AMT.
       	MOVE WS-RCPT-BAL TO W-AMT-DISP.
       	DISPLAY "BALANCE P" W-AMT-DISP " DUE BY " W-DATE-DISP.
       	MOVE WS-FORF-PCT TO W-PCT-DISP.
       	DISPLAY "LAPSES AFTER " WS-LAPSE-DAYS " DAYS WITHOUT PAYMENT"
       		" OR PAST DUE; " W-PCT-DISP "% OF DEPOSIT KEPT.".
       	DISPLAY "OPEN THE PLAN AND TAKE THE DEPOSIT [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "PLAN CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-NEW-PLAN-RTN
       	END-IF.
       	MOVE WS-SALE-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-NEW-PLAN-RTN
       	END-IF.
       	PERFORM RECHECK-LOT-RTN THRU END-RECHECK-LOT-RTN.
       	IF (WS-FOUND = "N")
       		DISPLAY "PLAN CANCELLED."
       		GO TO UNLOCK-NEW-PLAN-RTN
       	END-IF.
       	PERFORM NEXT-PLANNO-RTN THRU END-NEXT-PLANNO-RTN.
       	MOVE WS-NEXT-PLANNO TO LAY-PLANNO.
       	MOVE WS-SALE-TRANSNO TO LAY-LOTNO.
       	MOVE W-LOT-ITEM-DESC TO LAY-ITEM-DESC.
       	MOVE FUNCTION UPPER-CASE(WS-CUSTNAME) TO LAY-CUSTNAME.
       	MOVE WS-CONTACT TO LAY-CONTACT.
       	MOVE WS-PRICE TO LAY-PRICE.
       	MOVE WS-AMT TO LAY-DEPOSIT.
       	MOVE WS-AMT TO LAY-PAID.
       	MOVE WS-RCPT-BAL TO LAY-BALANCE.
       	MOVE WS-TODAY TO LAY-START-DATE.
       	MOVE WS-DUE-DATE TO LAY-DUE-DATE.
       	MOVE WS-TODAY TO LAY-LAST-PAY.
       	MOVE 0 TO LAY-PAY-CTR.
       	MOVE 0 TO LAY-PICKUP-DATE.
       	MOVE 0 TO LAY-LAPSE-DATE.
       	MOVE 0 TO LAY-FORFEITED.
       	MOVE 0 TO LAY-REFUND.
       	MOVE 0 TO LAY-REFUND-DATE.
       	MOVE "OPEN" TO LAY-STATUS.
       	MOVE WS-OPERATOR-ID TO LAY-OPERATOR.
       	MOVE WS-BR-CODE TO LAY-BRANCHCD.
       	WRITE LAYAWAY-REC
       		INVALID KEY
       		DISPLAY "WRITE FAILED. STATUS: " WS-LAYFILE-STATUS
       		GO TO UNLOCK-NEW-PLAN-RTN
       	END-WRITE.
       	MOVE "LAYAWAY" TO W-LOT-STATUS.
       	REWRITE AUCTION-REC FROM W-AUCTION-REC.
       	MOVE "LAYAWAY DEPOSIT" TO WS-RCPT-TITLE.
       	MOVE "DEPOSIT" TO WS-LPY-KIND.
       	PERFORM TAKE-MONEY-RTN THRU END-TAKE-MONEY-RTN.
       	MOVE LAY-PLANNO TO W-PLANNO-DISP.
       	DISPLAY "LAYAWAY PLAN NO. " W-PLANNO-DISP " OPENED.".
       UNLOCK-NEW-PLAN-RTN.
       	MOVE WS-SALE-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-NEW-PLAN-RTN.
       NEXT-PLANNO-RTN.
       	MOVE 0 TO WS-NEXT-PLANNO.
       	MOVE 0 TO LAY-PLANNO.
       	MOVE "N" TO WS-EOF.
       	START LAYFILE KEY NOT < LAY-PLANNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM NEXT-PLANNO-ONE-RTN THRU END-NEXT-PLANNO-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	ADD 1 TO WS-NEXT-PLANNO.
       END-NEXT-PLANNO-RTN.
       NEXT-PLANNO-ONE-RTN.
       	READ LAYFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       		NOT AT END MOVE LAY-PLANNO TO WS-NEXT-PLANNO
       	END-READ.
       END-NEXT-PLANNO-ONE-RTN.
      ******************************************************************
      * Money WS-AMT received on the plan in LAYAWAY-REC: official
      * receipt, ledger line, LAYPAY audit action and the drawer.
      ******************************************************************
       TAKE-MONEY-RTN.
       	MOVE "RECEIVED FROM: " TO WS-RCPT-LABEL.
       	MOVE LAY-CUSTNAME TO WS-RCPT-NAME.
       	MOVE WS-AMT TO WS-RCPT-AMT.
       	MOVE LAY-BALANCE TO WS-RCPT-BAL.
       	MOVE LAY-LOTNO TO WS-SALE-TRANSNO.
       	PERFORM PRINT-RCPT-RTN THRU END-PRINT-RCPT-RTN.
       	PERFORM WRITE-LPY-RTN THRU END-WRITE-LPY-RTN.
       	MOVE LAY-LOTNO TO WS-AUDIT-TRANSNO.
       	MOVE "LAYPAY" TO WS-AUDIT-ACTION.
       	MOVE WS-AMT TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE WS-AMT TO WS-SH-IN-AMT.
       	MOVE 0 TO WS-SH-OUT-AMT.
       	PERFORM UPDATE-SHIFT-RTN THRU END-UPDATE-SHIFT-RTN.
       END-TAKE-MONEY-RTN.
       WRITE-LPY-RTN.
       	OPEN EXTEND LPYFILE.
       	IF (WS-LPYFILE-STATUS = "35")
       		OPEN OUTPUT LPYFILE
       	END-IF.
       	MOVE LAY-PLANNO TO LPY-PLANNO.
       	MOVE WS-TODAY TO LPY-DATE.
       	MOVE WS-LPY-KIND TO LPY-KIND.
       	MOVE WS-AMT TO LPY-AMOUNT.
       	MOVE WS-OR-NBR TO LPY-ORNBR.
       	MOVE LAY-BALANCE TO LPY-BALANCE.
       	MOVE WS-OPERATOR-ID TO LPY-OPERATOR.
       	WRITE LAYPMT-REC.
       	CLOSE LPYFILE.
       END-WRITE-LPY-RTN.
       GET-PLAN-RTN.
       	DISPLAY "LAYAWAY PLAN NO.: ".
       	ACCEPT WS-PLANNO.
       	MOVE WS-PLANNO TO LAY-PLANNO.
       	MOVE "N" TO WS-FOUND.
       	READ LAYFILE
       		INVALID KEY
       		DISPLAY "PLAN NOT FOUND."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N")
       		GO TO END-GET-PLAN-RTN
       	END-IF.
       	MOVE LAY-PRICE TO W-AMT-DISP.
       	MOVE LAY-PAID TO W-AMT2-DISP.
       	MOVE LAY-BALANCE TO W-AMT3-DISP.
       	MOVE LAY-DUE-DATE TO W-DATE-DISP.
       	DISPLAY "CUSTOMER: " LAY-CUSTNAME "  " LAY-CONTACT.
       	DISPLAY "LOT " LAY-LOTNO ": " LAY-ITEM-DESC.
       	DISPLAY "PRICE P" W-AMT-DISP "  PAID P" W-AMT2-DISP
       		"  BALANCE P" W-AMT3-DISP.
       	DISPLAY "DUE BY " W-DATE-DISP "  STATUS " LAY-STATUS.
       END-GET-PLAN-RTN.
      ******************************************************************
      * [P] Instalment on an OPEN plan.  The payment that clears the
      * balance books the sale.
      ******************************************************************
       PLAN-PAYMENT-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ LAYAWAY PAYMENT @@@@@>".
       	PERFORM GET-PLAN-RTN THRU END-GET-PLAN-RTN.
       	IF (WS-FOUND = "Y" AND LAY-STATUS NOT = "OPEN")
       		DISPLAY "PLAN IS NOT OPEN FOR PAYMENT."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PLAN-PAYMENT-RTN
       	END-IF.
       	DISPLAY "AMOUNT PAID (0=CANCEL): ".
       	ACCEPT WS-AMT.
       	PERFORM UNTIL WS-AMT NOT > LAY-BALANCE
       		DISPLAY "MORE THAN THE BALANCE. RE-ENTER: "
       		ACCEPT WS-AMT
       	END-PERFORM.
       	IF (WS-AMT = 0)
       		DISPLAY "PAYMENT CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PLAN-PAYMENT-RTN
       	END-IF.
       	PERFORM RELOAD-PLAN-RTN THRU END-RELOAD-PLAN-RTN.
       	IF (WS-FOUND = "N")
       		DISPLAY "PAYMENT CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PLAN-PAYMENT-RTN
       	END-IF.
       	IF (LAY-STATUS NOT = "OPEN" OR WS-AMT > LAY-BALANCE)
       		DISPLAY "PLAN CHANGED AT ANOTHER COUNTER - "
       			"NOTHING POSTED."
       		GO TO UNLOCK-PLAN-PAYMENT-RTN
       	END-IF.
       	ADD WS-AMT TO LAY-PAID.
       	SUBTRACT WS-AMT FROM LAY-BALANCE.
       	MOVE WS-TODAY TO LAY-LAST-PAY.
       	ADD 1 TO LAY-PAY-CTR.
       	REWRITE LAYAWAY-REC
       		INVALID KEY
       		DISPLAY "REWRITE FAILED. STATUS: " WS-LAYFILE-STATUS
       		GO TO UNLOCK-PLAN-PAYMENT-RTN
       	END-REWRITE.
       	MOVE "LAYAWAY INSTALMENT" TO WS-RCPT-TITLE.
       	MOVE "INSTAL" TO WS-LPY-KIND.
       	PERFORM TAKE-MONEY-RTN THRU END-TAKE-MONEY-RTN.
       	MOVE LAY-BALANCE TO W-AMT-DISP.
       	DISPLAY "PAYMENT POSTED. BALANCE P" W-AMT-DISP.
       	IF (LAY-BALANCE = 0)
       		PERFORM COMPLETE-PLAN-RTN THRU END-COMPLETE-PLAN-RTN
       	END-IF.
       UNLOCK-PLAN-PAYMENT-RTN.
       	MOVE LAY-LOTNO TO WS-LCK-TRANSNO.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-PLAN-PAYMENT-RTN.
      ******************************************************************
      * Paid-up plan: the sale is booked at the tag price (LAYDONE
      * moves the customer's deposits to sales) and the item waits for
      * the customer unless it is handed over now.
      ******************************************************************
       COMPLETE-PLAN-RTN.
       	MOVE LAY-LOTNO TO WS-SALE-TRANSNO.
       	MOVE LAY-PRICE TO WS-SALE-PRICE.
       	PERFORM SELL-LOT-RTN THRU END-SELL-LOT-RTN.
       	MOVE LAY-LOTNO TO WS-AUDIT-TRANSNO.
       	MOVE "LAYDONE" TO WS-AUDIT-ACTION.
       	MOVE LAY-PRICE TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE "PAIDUP" TO LAY-STATUS.
       	REWRITE LAYAWAY-REC
       	END-REWRITE.
       	DISPLAY "PLAN PAID UP - SALE BOOKED.".
       	DISPLAY "RELEASE THE ITEM TO THE CUSTOMER NOW [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP = "Y" OR RESP = "y")
       		MOVE "Y" TO WS-FOUND
       		PERFORM CHECK-HOLD-RTN THRU END-CHECK-HOLD-RTN
       		IF (WS-FOUND = "Y")
       			PERFORM PICKUP-POST-RTN THRU END-PICKUP-POST-RTN
       		END-IF
       	ELSE
       		DISPLAY "ITEM HELD FOR PICKUP - USE OPTION K."
       	END-IF.
       END-COMPLETE-PLAN-RTN.
      ******************************************************************
      * [K] Hand-over of a PAIDUP plan's item.  Not while the lot is
      * under police hold.
      ******************************************************************
       PICKUP-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ RELEASE PAID-UP ITEM @@@@@>".
       	PERFORM GET-PLAN-RTN THRU END-GET-PLAN-RTN.
       	IF (WS-FOUND = "Y" AND LAY-STATUS NOT = "PAIDUP")
       		DISPLAY "PLAN IS NOT AWAITING PICKUP."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "Y")
       		MOVE LAY-LOTNO TO WS-SALE-TRANSNO
       		PERFORM CHECK-HOLD-RTN THRU END-CHECK-HOLD-RTN
       	END-IF.
       	IF (WS-FOUND = "Y")
       		DISPLAY "RELEASE THE ITEM [Y/N]?: "
       		ACCEPT RESP
       		IF (RESP NOT = "Y" AND RESP NOT = "y")
       			DISPLAY "RELEASE CANCELLED."
       			MOVE "N" TO WS-FOUND
       		END-IF
       	END-IF.
       	IF (WS-FOUND = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PICKUP-RTN
       	END-IF.
       	PERFORM RELOAD-PLAN-RTN THRU END-RELOAD-PLAN-RTN.
       	IF (WS-FOUND = "N")
       		DISPLAY "RELEASE CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PICKUP-RTN
       	END-IF.
       	IF (LAY-STATUS NOT = "PAIDUP")
       		DISPLAY "PLAN CHANGED AT ANOTHER COUNTER - "
       			"NOTHING POSTED."
       	ELSE
       		PERFORM PICKUP-POST-RTN THRU END-PICKUP-POST-RTN
       	END-IF.
       	MOVE LAY-LOTNO TO WS-LCK-TRANSNO.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-PICKUP-RTN.
       PICKUP-POST-RTN.
       	MOVE WS-TODAY TO LAY-PICKUP-DATE.
       	MOVE "PICKEDUP" TO LAY-STATUS.
       	REWRITE LAYAWAY-REC
       	END-REWRITE.
       	MOVE LAY-LOTNO TO WS-AUDIT-TRANSNO.
       	MOVE "LAYPICKUP" TO WS-AUDIT-ACTION.
       	MOVE 0 TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	DISPLAY "ITEM RELEASED TO " LAY-CUSTNAME.
       END-PICKUP-POST-RTN.
      ******************************************************************
      * [R] Refund owed on a plan the MACHINE36 batch lapsed: what was
      * paid less the deposit kept under the house rules.  Paid out of
      * the drawer under an official receipt (LAYREF).
      ******************************************************************
       PAY-REFUND-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ PAY LAPSED-PLAN REFUND @@@@@>".
       	PERFORM GET-PLAN-RTN THRU END-GET-PLAN-RTN.
       	IF (WS-FOUND = "Y") AND
       	(LAY-STATUS NOT = "LAPSED" OR LAY-REFUND = 0)
       		DISPLAY "NO REFUND OWED ON THIS PLAN."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PAY-REFUND-RTN
       	END-IF.
       	MOVE LAY-FORFEITED TO W-AMT-DISP.
       	MOVE LAY-REFUND TO W-AMT2-DISP.
       	DISPLAY "DEPOSIT FORFEITED: P" W-AMT-DISP.
       	DISPLAY "REFUND DUE:        P" W-AMT2-DISP.
       	DISPLAY "PAY OUT NOW [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "REFUND CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PAY-REFUND-RTN
       	END-IF.
       	PERFORM RELOAD-PLAN-RTN THRU END-RELOAD-PLAN-RTN.
       	IF (WS-FOUND = "N")
       		DISPLAY "REFUND CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PAY-REFUND-RTN
       	END-IF.
       	IF (LAY-STATUS NOT = "LAPSED" OR LAY-REFUND = 0)
       		DISPLAY "PLAN CHANGED AT ANOTHER COUNTER - "
       			"NOTHING POSTED."
       		GO TO UNLOCK-PAY-REFUND-RTN
       	END-IF.
       	MOVE WS-TODAY TO LAY-REFUND-DATE.
       	MOVE "REFUNDED" TO LAY-STATUS.
       	REWRITE LAYAWAY-REC
       	END-REWRITE.
       	MOVE LAY-REFUND TO WS-AMT.
       	MOVE "LAYAWAY REFUND" TO WS-RCPT-TITLE.
       	MOVE "PAID TO: " TO WS-RCPT-LABEL.
       	MOVE LAY-CUSTNAME TO WS-RCPT-NAME.
       	MOVE WS-AMT TO WS-RCPT-AMT.
       	MOVE 0 TO WS-RCPT-BAL.
       	MOVE LAY-LOTNO TO WS-SALE-TRANSNO.
       	PERFORM PRINT-RCPT-RTN THRU END-PRINT-RCPT-RTN.
       	MOVE "REFUND" TO WS-LPY-KIND.
       	PERFORM WRITE-LPY-RTN THRU END-WRITE-LPY-RTN.
       	MOVE LAY-LOTNO TO WS-AUDIT-TRANSNO.
       	MOVE "LAYREF" TO WS-AUDIT-ACTION.
       	MOVE WS-AMT TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE 0 TO WS-SH-IN-AMT.
       	MOVE WS-AMT TO WS-SH-OUT-AMT.
       	PERFORM UPDATE-SHIFT-RTN THRU END-UPDATE-SHIFT-RTN.
       	DISPLAY "LAYAWAY REFUND PAID.".
       UNLOCK-PAY-REFUND-RTN.
       	MOVE LAY-LOTNO TO WS-LCK-TRANSNO.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-PAY-REFUND-RTN.
      ******************************************************************
      * [I] One plan with its LAYPMT.Dat ledger lines.
      ******************************************************************
       PLAN-INQUIRY-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ LAYAWAY PLAN INQUIRY @@@@@>".
       	PERFORM GET-PLAN-RTN THRU END-GET-PLAN-RTN.
       	IF (WS-FOUND = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-PLAN-INQUIRY-RTN
       	END-IF.
       	MOVE LAY-START-DATE TO W-DATE-DISP.
       	DISPLAY "OPENED " W-DATE-DISP " BY " LAY-OPERATOR
       		"  INSTALMENTS: " LAY-PAY-CTR.
       	IF (LAY-PICKUP-DATE NOT = 0)
       		MOVE LAY-PICKUP-DATE TO W-DATE-DISP
       		DISPLAY "PICKED UP " W-DATE-DISP
       	END-IF.
       	IF (LAY-LAPSE-DATE NOT = 0)
       		MOVE LAY-LAPSE-DATE TO W-DATE-DISP
       		MOVE LAY-FORFEITED TO W-AMT-DISP
       		MOVE LAY-REFUND TO W-AMT2-DISP
       		DISPLAY "LAPSED " W-DATE-DISP "  FORFEITED P" W-AMT-DISP
       			"  REFUND P" W-AMT2-DISP
       	END-IF.
       	DISPLAY " ".
       	DISPLAY "DATE        KIND      OR NO.        AMOUNT"
       		"     BALANCE".
       	OPEN INPUT LPYFILE.
       	IF (WS-LPYFILE-STATUS = "00")
       		MOVE "N" TO WS-EOF
       		READ LPYFILE AT END MOVE "Y" TO WS-EOF
       		END-READ
       		PERFORM INQUIRY-LINE-RTN THRU END-INQUIRY-LINE-RTN
       			UNTIL WS-EOF = "Y"
       		CLOSE LPYFILE
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-PLAN-INQUIRY-RTN.
       INQUIRY-LINE-RTN.
       	IF (LPY-PLANNO = LAY-PLANNO)
       		MOVE LPY-DATE TO W-DATE-DISP
       		MOVE LPY-AMOUNT TO W-AMT-DISP
       		MOVE LPY-BALANCE TO W-AMT2-DISP
       		DISPLAY W-DATE-DISP "  " LPY-KIND "  " LPY-ORNBR
       			"  P" W-AMT-DISP "  P" W-AMT2-DISP
       	END-IF.
       	READ LPYFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-INQUIRY-LINE-RTN.
      ******************************************************************
      * [L] Plans still needing attention: OPEN plans with their
      * balance and due date, PAIDUP items awaiting pickup and LAPSED
      * plans with a refund still owed.
      ******************************************************************
       PLAN-LIST-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ LAYAWAY PLAN LIST @@@@@>".
       	DISPLAY "PLAN   LOT    CUSTOMER              STATUS"
       		"          AMOUNT  DUE".
       	MOVE 0 TO WS-LIST-CTR.
       	MOVE 0 TO WS-REFUND-CTR.
       	MOVE 0 TO WS-TOT-BAL.
       	MOVE 0 TO WS-TOT-REFUND.
       	MOVE 0 TO LAY-PLANNO.
       	MOVE "N" TO WS-EOF.
       	START LAYFILE KEY NOT < LAY-PLANNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ LAYFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM PLAN-LINE-RTN THRU END-PLAN-LINE-RTN
       		UNTIL WS-EOF = "Y".
       	DISPLAY " ".
       	MOVE WS-TOT-BAL TO W-TOTAMT-DISP.
       	DISPLAY "OPEN PLANS: " WS-LIST-CTR
       		"   BALANCES OUTSTANDING: P" W-TOTAMT-DISP.
       	MOVE WS-TOT-REFUND TO W-TOTAMT-DISP.
       	DISPLAY "REFUNDS OWED: " WS-REFUND-CTR
       		"   TOTAL: P" W-TOTAMT-DISP.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-PLAN-LIST-RTN.
       PLAN-LINE-RTN.
       	MOVE LAY-PLANNO TO W-PLANNO-DISP.
       	MOVE LAY-LOTNO TO W-TRANSNO-DISP.
       	IF (LAY-STATUS = "OPEN")
       		ADD 1 TO WS-LIST-CTR
       		ADD LAY-BALANCE TO WS-TOT-BAL
       		MOVE LAY-BALANCE TO W-AMT-DISP
       		MOVE LAY-DUE-DATE TO W-DATE-DISP
       		DISPLAY W-PLANNO-DISP "  " W-TRANSNO-DISP "  "
       			LAY-CUSTNAME "  " LAY-STATUS "  P" W-AMT-DISP
       			"  " W-DATE-DISP
       	END-IF.
       	IF (LAY-STATUS = "PAIDUP")
       		MOVE LAY-PRICE TO W-AMT-DISP
       		DISPLAY W-PLANNO-DISP "  " W-TRANSNO-DISP "  "
       			LAY-CUSTNAME "  " LAY-STATUS "  P" W-AMT-DISP
       			"  PICKUP"
       	END-IF.
       	IF (LAY-STATUS = "LAPSED" AND LAY-REFUND > 0)
       		ADD 1 TO WS-REFUND-CTR
       		ADD LAY-REFUND TO WS-TOT-REFUND
       		MOVE LAY-REFUND TO W-AMT-DISP
       		DISPLAY W-PLANNO-DISP "  " W-TRANSNO-DISP "  "
       			LAY-CUSTNAME "  " LAY-STATUS "  P" W-AMT-DISP
       			"  REFUND"
       	END-IF.
       	READ LAYFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-PLAN-LINE-RTN.
       GET-OR-NBR-RTN.
       	 OPEN INPUT ORCTL.
       	 IF (WS-ORCTL-STATUS = "35")
       	 	MOVE 1 TO WS-OR-NBR
       	 ELSE
       	 	MOVE 1 TO OR-NEXT-NBR
       	 	READ ORCTL AT END CONTINUE
       	 	END-READ
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
       	 MOVE "MACHINE35" TO ORI-PROGRAM.
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
      ******************************************************************
      * Record locking, as in MACHINE4, so the showroom can sell while
      * the counters are open.  The caller sets WS-LCK-FILE and
      * WS-LCK-KEY; WS-LCK-GOT comes back "Y" once this operator holds
      * the record in LOCKREG.Dat.  A record held by another operator
      * is shown with the holder.  WS-LCK-MODE "I" lets the clerk
      * retry or give up before anything is posted and "M" - a drawer
      * update in the middle of the posting - retries until the record
      * is free.  Every conflict goes to LOCKLOG.log.
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
       	(LCK-PROGRAM = "MACHINE35")) OR
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
       	MOVE "MACHINE35" TO LCK-PROGRAM.
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
       		(LCK-PROGRAM = "MACHINE35")
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
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE35 ,"
       		WS-OPERATOR-ID "," WS-LCK-FILE "," WS-LCK-KEY ","
       		WS-LCK-HOLDER "," WS-LCK-HOLD-PGM "," WS-LCK-HOLD-TS ","
       		WS-LCK-OUTCOME DELIMITED BY SIZE INTO LOCKLOG-REC.
       	WRITE LOCKLOG-REC.
       	CLOSE LOCKLOG.
       END-LOCK-LOG-RTN.
       LOCK-LOAN-RTN.
       	MOVE "LOAN" TO WS-LCK-FILE.
       	MOVE WS-LCK-TRANSNO TO WS-LCK-KEY.
       	MOVE "I" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-LOAN-RTN.
       UNLOCK-LOAN-RTN.
       	MOVE "LOAN" TO WS-LCK-FILE.
       	MOVE WS-LCK-TRANSNO TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UNLOCK-LOAN-RTN.
       LOCK-SHIFT-RTN.
       	MOVE "SHIFT" TO WS-LCK-FILE.
       	MOVE WS-OPERATOR-ID TO WS-LCK-KEY.
       	MOVE "M" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-SHIFT-RTN.
      ******************************************************************
      * Official receipt for WS-RCPT-AMT on lot WS-SALE-TRANSNO, with
      * the plan balance left when there is one, registered in
      * RCPTREG.Dat for reprint.
      ******************************************************************
       PRINT-RCPT-RTN.
       	 PERFORM GET-OR-NBR-RTN THRU END-GET-OR-NBR-RTN.
       	 MOVE WS-TODAY TO WS-RCPT-DATE.
       	 MOVE WS-RCPT-DATE TO W-OR-DATE-DISP.
       	 MOVE WS-RCPT-AMT TO W-AMT-DISP.
       	 MOVE WS-RCPT-BAL TO W-AMT2-DISP.
       	 MOVE WS-SALE-TRANSNO TO W-TRANSNO-DISP.
       	 OPEN EXTEND RCPTFILE.
       	 IF (WS-RCPTFILE-STATUS = "35")
       	 	OPEN OUTPUT RCPTFILE
       	 END-IF.
       	 MOVE ALL "-" TO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE "TAMBUNTING PAWNSHOP - OFFICIAL RECEIPT"
       	 	TO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE WS-RCPT-TITLE TO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "OR NO.: " WS-OR-NBR "   DATE: " W-OR-DATE-DISP
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING WS-RCPT-LABEL WS-RCPT-NAME
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "LOT NO.: " W-TRANSNO-DISP "  " W-LOT-ITEM-DESC
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 IF (WS-RCPT-TITLE(1:7) = "LAYAWAY")
       	 	MOVE SPACES TO RCPT-LINE
       	 	MOVE LAY-PLANNO TO W-PLANNO-DISP
       	 	STRING "LAYAWAY PLAN NO.: " W-PLANNO-DISP
       	 		DELIMITED BY SIZE INTO RCPT-LINE
       	 	WRITE RCPT-LINE
       	 END-IF.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "AMOUNT:            P" W-AMT-DISP
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 IF (WS-RCPT-BAL > 0)
       	 	MOVE SPACES TO RCPT-LINE
       	 	STRING "BALANCE REMAINING: P" W-AMT2-DISP
       	 		DELIMITED BY SIZE INTO RCPT-LINE
       	 	WRITE RCPT-LINE
       	 END-IF.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "OPERATOR: " WS-OPERATOR-ID
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE ALL "-" TO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 CLOSE RCPTFILE.
       	 PERFORM WRITE-RCPTREG-RTN THRU END-WRITE-RCPTREG-RTN.
       	 DISPLAY "OR NO. " WS-OR-NBR " PRINTED.".
       END-PRINT-RCPT-RTN.
       WRITE-RCPTREG-RTN.
       	 OPEN I-O RCPTREGF.
       	 IF (WS-RCPTREGF-STATUS = "35")
       	 	OPEN OUTPUT RCPTREGF
       	 	CLOSE RCPTREGF
       	 	OPEN I-O RCPTREGF
       	 END-IF.
       	 IF (WS-RCPTREGF-STATUS NOT = "00")
       	 	DISPLAY "CANNOT OPEN RCPTREG.Dat. STATUS: "
       	 		WS-RCPTREGF-STATUS
       	 	GO TO END-WRITE-RCPTREG-RTN
       	 END-IF.
       	 MOVE WS-OR-NBR TO REG-ORNBR.
       	 MOVE WS-SALE-TRANSNO TO REG-TRANSNO.
       	 MOVE WS-RCPT-DATE TO REG-DATE.
       	 MOVE WS-RCPT-NAME TO REG-CLNAME.
       	 MOVE WS-RCPT-AMT TO REG-AMT.
       	 MOVE WS-RCPT-BAL TO REG-BALANCE.
       	 MOVE 0 TO REG-PENALTY.
       	 MOVE 0 TO REG-INTEREST.
       	 MOVE 0 TO REG-PRINCIPAL.
       	 MOVE WS-OPERATOR-ID TO REG-OPERATOR.
       	 MOVE 0 TO REG-REPRINTS.
       	 WRITE RCPTREG-REC
       	 	INVALID KEY
       	 	REWRITE RCPTREG-REC
       	 	END-REWRITE
       	 END-WRITE.
       	 CLOSE RCPTREGF.
       END-WRITE-RCPTREG-RTN.
       UPDATE-SHIFT-RTN.
       	 PERFORM LOCK-SHIFT-RTN THRU END-LOCK-SHIFT-RTN.
       	 OPEN I-O SHIFTFILE.
       	 IF (WS-SHIFTFILE-STATUS = "00")
       	 	MOVE WS-OPERATOR-ID TO SH-OPERATOR
       	 	READ SHIFTFILE
       	 		NOT INVALID KEY
       	 		IF (SH-STATUS = "OPEN")
       	 			ADD WS-SH-IN-AMT TO SH-CASH-IN
       	 			ADD WS-SH-OUT-AMT TO SH-CASH-OUT
       	 			REWRITE SHIFT-REC
       	 			END-REWRITE
       	 		ELSE
       	 			DISPLAY "NO OPEN SHIFT - "
       	 				"DRAWER NOT UPDATED."
       	 		END-IF
       	 	END-READ
       	 	CLOSE SHIFTFILE
       	 END-IF.
       	 PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UPDATE-SHIFT-RTN.
       WRITE-AUDIT-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP.
       	 OPEN EXTEND AUDITLOG.
       	 IF (WS-AUDITLOG-STATUS = "35")
       	 	OPEN OUTPUT AUDITLOG
       	 END-IF.
       	 MOVE SPACES TO AUDIT-REC.
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
       SIGNON-RTN.
       	MOVE 0 TO WS-TRIES.
       	MOVE "N" TO WS-SIGNED-ON.
       	PERFORM UNTIL WS-SIGNED-ON = "Y" OR WS-TRIES > 2
       		DISPLAY "OPERATOR ID: "
       		ACCEPT WS-OPERATOR-ID
       		DISPLAY "PASSWORD: "
       		ACCEPT WS-PASSWORD
       		PERFORM CHECK-OPERATOR-RTN THRU
       			END-CHECK-OPERATOR-RTN
       		IF (WS-SIGNED-ON = "N")
       			ADD 1 TO WS-TRIES
       			DISPLAY "INVALID SIGN-ON."
       		END-IF
       	END-PERFORM.
       	IF (WS-SIGNED-ON = "N")
       		DISPLAY "SIGN-ON FAILED. EXITING."
       		STOP RUN
       	END-IF.
       END-SIGNON-RTN.
       CHECK-OPERATOR-RTN.
       	MOVE "N" TO WS-SIGNED-ON.
       	OPEN INPUT OPERFILE.
       	IF (WS-OPERFILE-STATUS = "35")
       		DISPLAY "NO OPERATOR FILE ON RECORD."
       		DISPLAY "RUN MACHINE11 TO SET UP OPERATORS."
       		STOP RUN
       	END-IF.
       	MOVE WS-OPERATOR-ID TO OP-ID.
       	READ OPERFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (OP-STATUS = "ACTIVE")
       			IF (OP-PASSWORD = WS-PASSWORD)
       				MOVE "Y" TO WS-SIGNED-ON
       				MOVE OP-ROLE TO WS-OPERATOR-ROLE
       			END-IF
       		END-IF
       	END-READ.
       	CLOSE OPERFILE.
       END-CHECK-OPERATOR-RTN.
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
       PAUSE-RTN.
       	DISPLAY "PRESS ENTER TO CONTINUE...".
       	ACCEPT RESP.
       END-PAUSE-RTN.
