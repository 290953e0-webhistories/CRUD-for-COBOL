       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE32.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Stolen-goods hot list screening batch.  Every article still in
      * the branch's keeping - pledges IN the vault or pulled for
      * AUCTION on a ticket not yet closed, and purchased stock ONHAND
      * or in a lot - is matched against the ACTIVE hot list entries
      * the same way MACHINE1/MACHINE4 screen at the counter (serial
      * equal, or the circular's description found in the article's
      * description).  A match puts the ticket or purchase under
      * POLICEHOLD: the status it had is kept in POLHOLD.Dat, a POLHOLD
      * action goes to the audit log and the item is listed on
      * HOTSCRN.prt.  A hold a manager has already released for the
      * same entry is not placed again.  A matched ticket is locked in
      * LOCKREG.Dat and read again before the hold is placed; one in
      * use at a counter is listed as not held and is picked up when
      * the batch is run again.  Run from MACHINE31 whenever the list
      * changes, or on its own before the branch opens.
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
       	 SELECT PLGFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PLG-KEY
       	 FILE STATUS IS WS-PLGFILE-STATUS.
       	 SELECT BUYFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS BUY-REFNO
       	 FILE STATUS IS WS-BUYFILE-STATUS.
       	 SELECT HOTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HL-HOTNO
       	 FILE STATUS IS WS-HOTFILE-STATUS.
       	 SELECT HOLDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PH-KEY
       	 FILE STATUS IS WS-HOLDFILE-STATUS.
       	 SELECT SCRNRPT ASSIGN TO "HOTSCRN.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-SCRNRPT-STATUS.
       	 SELECT LOCKREG ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LCK-KEY
       	 FILE STATUS IS WS-LOCKREG-STATUS.
       	 SELECT LOCKLOG ASSIGN TO "LOCKLOG.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LOCKLOG-STATUS.
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
       FD  LOANFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  PLGFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PLGITEM.Dat"
       	 DATA RECORD IS PLEDGE-ITEM-REC.
       COPY PLGREC.
       FD  BUYFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "BUYSTK.Dat"
       	 DATA RECORD IS BUYSTK-REC.
       COPY BUYREC.
       FD  HOTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOTLIST.Dat"
       	 DATA RECORD IS HOTLIST-REC.
       COPY HOTLIST.
       FD  HOLDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "POLHOLD.Dat"
       	 DATA RECORD IS POLHOLD-REC.
       COPY POLHOLD.
       FD  SCRNRPT
       	 LABEL RECORD IS STANDARD.
       01  SCRN-LINE			PIC X(90).
       FD  LOCKREG
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOCKREG.Dat"
       	 DATA RECORD IS LOCK-REC.
       COPY LCKREC.
       FD  LOCKLOG
       	 LABEL RECORD IS STANDARD.
       01  LOCKLOG-REC			PIC X(120).
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
       COPY WLOANREC.
       01 WS-HT-TABLE.
       	 05 WS-HT-ENTRY OCCURS 500 TIMES.
       	 	10 WS-HT-HOTNO	PIC 9(5).
       	 	10 WS-HT-DESC		PIC X(20).
       	 	10 WS-HT-LEN		PIC 9(2).
       	 	10 WS-HT-SERIAL	PIC X(20).
       	 	10 WS-HT-CASE		PIC X(15).
       	 	10 WS-HT-STATION	PIC X(20).
       01 WS-RPT-DETAIL.
       	 05 RD-KIND		PIC X(4).
       	 05 RD-REFNO		PIC 9(5).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-LINE		PIC Z9.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RD-ITEM		PIC X(20).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-SERIAL		PIC X(20).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-HOTNO		PIC 9(5).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-CASE		PIC X(15).
       01 W-DATE-DISP		PIC 9999/99/99.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-BUYFILE-STATUS PIC XX.
       77 WS-HOTFILE-STATUS PIC XX.
       77 WS-HOLDFILE-STATUS PIC XX.
       77 WS-SCRNRPT-STATUS PIC XX.
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
       77 WS-PLG-OPEN	PIC A.
       77 WS-PLG-EOF		PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-HT-CTR		PIC 9(3).
       77 WS-HT-IDX		PIC 9(3).
       77 WS-HT-HIT		PIC 9(3).
       77 WS-HOT-TALLY	PIC 9(3).
       77 WS-SCR-DESC	PIC X(20).
       77 WS-SCR-SERIAL	PIC X(20).
       77 WS-SCR-KIND	PIC X.
       77 WS-SCR-REFNO	PIC 9(5).
       77 WS-SCR-LINE	PIC 9(2).
       77 WS-SCR-PRIOR	PIC X(10).
       77 WS-PLACE		PIC A.
       77 WS-HOLD-FOUND	PIC A.
       77 WS-ITM-CTR		PIC 9(2).
       77 WS-LOAN-CTR	PIC 9(5).
       77 WS-BUY-CTR		PIC 9(5).
       77 WS-HELD-CTR	PIC 9(5).
       77 WS-SKIP-CTR	PIC 9(5).
       77 WS-BUSY-CTR	PIC 9(5).
       77 WS-OPERATOR-ID	PIC X(10) VALUE "HOTSCREEN".
       77 WS-AUDIT-ACTION	PIC X(10).
       77 WS-AUDIT-TRANSNO	PIC 9(5).
       77 WS-AUDIT-TIMESTAMP	PIC 9(14).
       77 WS-AUDIT-AMOUNT	PIC 9(6)V99.
       77 WS-LOCKREG-STATUS PIC XX.
       77 WS-LOCKLOG-STATUS PIC XX.
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

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ HOT LIST SCREENING BATCH @@@@@>".
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	MOVE 0 TO WS-LOAN-CTR.
       	MOVE 0 TO WS-BUY-CTR.
       	MOVE 0 TO WS-HELD-CTR.
       	MOVE 0 TO WS-SKIP-CTR.
       	MOVE 0 TO WS-BUSY-CTR.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM LOAD-HOT-RTN THRU END-LOAD-HOT-RTN.
       	IF (WS-HT-CTR = 0)
       		DISPLAY "NO ACTIVE HOT LIST ENTRIES - NOTHING "
       			"TO SCREEN."
       		STOP RUN
       	END-IF.
       	OPEN I-O HOLDFILE.
       	IF (WS-HOLDFILE-STATUS = "35")
       		OPEN OUTPUT HOLDFILE
       		CLOSE HOLDFILE
       		OPEN I-O HOLDFILE
       	END-IF.
       	IF (WS-HOLDFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING POLHOLD.Dat. STATUS: "
       			WS-HOLDFILE-STATUS
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT SCRNRPT.
       	PERFORM HEADER-RTN THRU END-HEADER-RTN.
       	PERFORM SCREEN-LOANS-RTN THRU END-SCREEN-LOANS-RTN.
       	PERFORM SCREEN-BUYS-RTN THRU END-SCREEN-BUYS-RTN.
       	PERFORM FOOTER-RTN THRU END-FOOTER-RTN.
       	CLOSE SCRNRPT.
       	CLOSE HOLDFILE.
       	DISPLAY "ACTIVE HOT LIST ENTRIES:      " WS-HT-CTR.
       	DISPLAY "PAWN TICKETS SCREENED:        " WS-LOAN-CTR.
       	DISPLAY "PURCHASES SCREENED:           " WS-BUY-CTR.
       	DISPLAY "PLACED UNDER POLICE HOLD:     " WS-HELD-CTR.
       	DISPLAY "MATCHES ALREADY RELEASED:     " WS-SKIP-CTR.
       	DISPLAY "IN USE - NOT HELD, RUN AGAIN: " WS-BUSY-CTR.
       	DISPLAY "SEE HOTSCRN.prt".
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
      ******************************************************************
      * ACTIVE entries are held in a table so each article is matched
      * without re-reading HOTLIST.Dat.  The trimmed length of the
      * description is kept for the INSPECT in MATCH-RTN.
      ******************************************************************
       LOAD-HOT-RTN.
       	MOVE 0 TO WS-HT-CTR.
       	OPEN INPUT HOTFILE.
       	IF (WS-HOTFILE-STATUS NOT = "00")
       		GO TO END-LOAD-HOT-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ HOTFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-HOT-ONE-RTN THRU END-LOAD-HOT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE HOTFILE.
       END-LOAD-HOT-RTN.
       LOAD-HOT-ONE-RTN.
       	IF (HL-STATUS = "ACTIVE") AND (WS-HT-CTR < 500)
       		ADD 1 TO WS-HT-CTR
       		MOVE HL-HOTNO TO WS-HT-HOTNO(WS-HT-CTR)
       		MOVE HL-DESC TO WS-HT-DESC(WS-HT-CTR)
       		MOVE 0 TO WS-HT-LEN(WS-HT-CTR)
       		IF (HL-DESC NOT = SPACES)
       			COMPUTE WS-HT-LEN(WS-HT-CTR) =
       			FUNCTION LENGTH(FUNCTION TRIM(HL-DESC TRAILING))
       		END-IF
       		MOVE HL-SERIAL TO WS-HT-SERIAL(WS-HT-CTR)
       		MOVE HL-CASE-REF TO WS-HT-CASE(WS-HT-CTR)
       		MOVE HL-STATION TO WS-HT-STATION(WS-HT-CTR)
       	END-IF.
       	READ HOTFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-HOT-ONE-RTN.
       HEADER-RTN.
       	MOVE SPACES TO SCRN-LINE.
       	STRING WS-BR-CODE DELIMITED BY SIZE
       		" " DELIMITED BY SIZE
       		WS-BR-NAME DELIMITED BY SIZE
       		INTO SCRN-LINE.
       	WRITE SCRN-LINE.
       	MOVE WS-TODAY TO W-DATE-DISP.
       	MOVE SPACES TO SCRN-LINE.
       	STRING "HOT LIST SCREENING - POLICE HOLDS PLACED "
       		DELIMITED BY SIZE
       		W-DATE-DISP DELIMITED BY SIZE
       		INTO SCRN-LINE.
       	WRITE SCRN-LINE.
       	MOVE SPACES TO SCRN-LINE.
       	WRITE SCRN-LINE.
       	MOVE "KIND REF. LN  ITEM                 SERIAL/MARKINGS"
       		TO SCRN-LINE.
       	MOVE "      ENTRY CASE REF." TO SCRN-LINE(52:21).
       	WRITE SCRN-LINE.
       END-HEADER-RTN.
       FOOTER-RTN.
       	MOVE SPACES TO SCRN-LINE.
       	WRITE SCRN-LINE.
       	IF (WS-HELD-CTR = 0)
       		MOVE "NO ARTICLES MATCHED THE HOT LIST." TO SCRN-LINE
       		WRITE SCRN-LINE
       	END-IF.
       	MOVE SPACES TO SCRN-LINE.
       	STRING "PLACED UNDER POLICE HOLD: " DELIMITED BY SIZE
       		WS-HELD-CTR DELIMITED BY SIZE
       		"   ALREADY RELEASED: " DELIMITED BY SIZE
       		WS-SKIP-CTR DELIMITED BY SIZE
       		INTO SCRN-LINE.
       	WRITE SCRN-LINE.
       	IF (WS-BUSY-CTR > 0)
       		MOVE SPACES TO SCRN-LINE
       		STRING "TICKETS IN USE - NOT HELD: " DELIMITED BY SIZE
       			WS-BUSY-CTR DELIMITED BY SIZE
       			"   RUN THE SCREENING AGAIN." DELIMITED BY SIZE
       			INTO SCRN-LINE
       		WRITE SCRN-LINE
       	END-IF.
       END-FOOTER-RTN.
      ******************************************************************
      * Pawn tickets.  Closed tickets and tickets already held are
      * passed over.  A ticket's articles come from PLGITEM.Dat; a
      * ticket written before articles were recorded separately is
      * screened on its loan-level description.
      ******************************************************************
       SCREEN-LOANS-RTN.
       	OPEN I-O LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		GO TO END-SCREEN-LOANS-RTN
       	END-IF.
       	MOVE "N" TO WS-PLG-OPEN.
       	OPEN INPUT PLGFILE.
       	IF (WS-PLGFILE-STATUS = "00")
       		MOVE "Y" TO WS-PLG-OPEN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCREEN-LOAN-ONE-RTN THRU END-SCREEN-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-PLG-OPEN = "Y")
       		CLOSE PLGFILE
       	END-IF.
       	CLOSE LOANFILE.
       END-SCREEN-LOANS-RTN.
       SCREEN-LOAN-ONE-RTN.
       	IF (W-LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR
       	"POLICEHOLD" OR "SETTLED")
       		GO TO SCREEN-LOAN-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-LOAN-CTR.
       	MOVE "L" TO WS-SCR-KIND.
       	MOVE W-TRANSNO TO WS-SCR-REFNO.
       	MOVE W-LOAN-STATUS TO WS-SCR-PRIOR.
       	MOVE 0 TO WS-HT-HIT.
       	MOVE 0 TO WS-ITM-CTR.
       	IF (WS-PLG-OPEN = "Y")
       		PERFORM SCREEN-ITEMS-RTN THRU END-SCREEN-ITEMS-RTN
       	END-IF.
       	IF (WS-ITM-CTR = 0)
       		MOVE 0 TO WS-SCR-LINE
       		MOVE W-ITEM-DESC TO WS-SCR-DESC
       		MOVE SPACES TO WS-SCR-SERIAL
       		PERFORM MATCH-RTN THRU END-MATCH-RTN
       	END-IF.
       	IF (WS-HT-HIT > 0)
       		PERFORM HOLD-LOAN-RTN THRU END-HOLD-LOAN-RTN
       	END-IF.
       	IF (WS-EOF = "Y")
       		GO TO END-SCREEN-LOAN-ONE-RTN
       	END-IF.
       SCREEN-LOAN-NEXT-RTN.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCREEN-LOAN-ONE-RTN.
      ******************************************************************
      * A matched ticket is locked and read again: a counter may have
      * redeemed or changed it since the screening read it.  The lock
      * is released once the hold is posted.
      ******************************************************************
       HOLD-LOAN-RTN.
       	MOVE W-TRANSNO TO WS-LCK-TRANSNO.
       	MOVE "S" TO WS-LCK-MODE.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "N")
       		ADD 1 TO WS-BUSY-CTR
       		MOVE SPACES TO SCRN-LINE
       		STRING WS-LCK-MSG DELIMITED BY "  "
       			" - NOT HELD" DELIMITED BY SIZE
       			INTO SCRN-LINE
       		WRITE SCRN-LINE
       		GO TO END-HOLD-LOAN-RTN
       	END-IF.
       	MOVE W-TRANSNO TO TRANSNO.
       	MOVE "Y" TO WS-PLACE.
       	READ LOANFILE INTO W-LOAN-REC
       		INVALID KEY MOVE "N" TO WS-PLACE
       	END-READ.
       	IF (WS-PLACE = "N")
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       		START LOANFILE KEY IS GREATER THAN TRANSNO
       			INVALID KEY MOVE "Y" TO WS-EOF
       		END-START
       		GO TO END-HOLD-LOAN-RTN
       	END-IF.
       	IF (W-LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR
       	"POLICEHOLD" OR "SETTLED")
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       		GO TO END-HOLD-LOAN-RTN
       	END-IF.
       	MOVE W-LOAN-STATUS TO WS-SCR-PRIOR.
       	PERFORM PLACE-HOLD-RTN THRU END-PLACE-HOLD-RTN.
       	IF (WS-PLACE = "Y")
       		MOVE W-LOAN-REC TO LOAN-REC
       		MOVE "POLICEHOLD" TO LOAN-STATUS
       		REWRITE LOAN-REC
       		END-REWRITE
       	END-IF.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       END-HOLD-LOAN-RTN.
       SCREEN-ITEMS-RTN.
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
       	PERFORM SCREEN-ITEM-ONE-RTN THRU END-SCREEN-ITEM-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       END-SCREEN-ITEMS-RTN.
       SCREEN-ITEM-ONE-RTN.
       	IF (PLG-TRANSNO NOT = W-TRANSNO)
       		MOVE "Y" TO WS-PLG-EOF
       		GO TO END-SCREEN-ITEM-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-ITM-CTR.
       	IF (PLG-STATUS = "IN" OR "AUCTION")
       		MOVE PLG-LINE TO WS-SCR-LINE
       		MOVE PLG-ITEM-DESC TO WS-SCR-DESC
       		MOVE PLG-SERIAL TO WS-SCR-SERIAL
       		PERFORM MATCH-RTN THRU END-MATCH-RTN
       		IF (WS-HT-HIT > 0)
       			MOVE "Y" TO WS-PLG-EOF
       			GO TO END-SCREEN-ITEM-ONE-RTN
       		END-IF
       	END-IF.
       	READ PLGFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       END-SCREEN-ITEM-ONE-RTN.
      ******************************************************************
      * Purchased stock still on hand or in an auction lot.
      ******************************************************************
       SCREEN-BUYS-RTN.
       	OPEN I-O BUYFILE.
       	IF (WS-BUYFILE-STATUS NOT = "00")
       		GO TO END-SCREEN-BUYS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ BUYFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCREEN-BUY-ONE-RTN THRU END-SCREEN-BUY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE BUYFILE.
       END-SCREEN-BUYS-RTN.
       SCREEN-BUY-ONE-RTN.
       	IF (BUY-STATUS NOT = "ONHAND" AND BUY-STATUS NOT = "AUCTION")
       		GO TO SCREEN-BUY-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-BUY-CTR.
       	MOVE "B" TO WS-SCR-KIND.
       	MOVE BUY-REFNO TO WS-SCR-REFNO.
       	MOVE BUY-STATUS TO WS-SCR-PRIOR.
       	MOVE 0 TO WS-SCR-LINE.
       	MOVE BUY-ITEM-DESC TO WS-SCR-DESC.
       	MOVE BUY-SERIAL TO WS-SCR-SERIAL.
       	PERFORM MATCH-RTN THRU END-MATCH-RTN.
       	IF (WS-HT-HIT > 0)
       		PERFORM PLACE-HOLD-RTN THRU END-PLACE-HOLD-RTN
       		IF (WS-PLACE = "Y")
       			MOVE "POLICEHOLD" TO BUY-STATUS
       			REWRITE BUYSTK-REC
       			END-REWRITE
       		END-IF
       	END-IF.
       SCREEN-BUY-NEXT-RTN.
       	READ BUYFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCREEN-BUY-ONE-RTN.
      ******************************************************************
      * Same rule as the counter check: serial equal, or the trimmed
      * circular description found anywhere in the article's
      * description.  WS-HT-HIT is left at the first matching entry.
      ******************************************************************
       MATCH-RTN.
       	MOVE 0 TO WS-HT-HIT.
       	MOVE FUNCTION UPPER-CASE(WS-SCR-DESC) TO WS-SCR-DESC.
       	MOVE FUNCTION UPPER-CASE(WS-SCR-SERIAL) TO WS-SCR-SERIAL.
       	PERFORM VARYING WS-HT-IDX FROM 1 BY 1
       		UNTIL WS-HT-IDX > WS-HT-CTR OR WS-HT-HIT > 0
       		MOVE 0 TO WS-HOT-TALLY
       		IF (WS-HT-SERIAL(WS-HT-IDX) NOT = SPACES) AND
       		(WS-HT-SERIAL(WS-HT-IDX) = WS-SCR-SERIAL)
       			MOVE 1 TO WS-HOT-TALLY
       		END-IF
       		IF (WS-HT-LEN(WS-HT-IDX) > 0) AND (WS-HOT-TALLY = 0)
       			INSPECT WS-SCR-DESC TALLYING WS-HOT-TALLY
       			FOR ALL WS-HT-DESC(WS-HT-IDX)
       			(1:WS-HT-LEN(WS-HT-IDX))
       		END-IF
       		IF (WS-HOT-TALLY > 0)
       			MOVE WS-HT-IDX TO WS-HT-HIT
       		END-IF
       	END-PERFORM.
       END-MATCH-RTN.
      ******************************************************************
      * Record the hold against the ticket or purchase.  WS-PLACE is
      * left "N" when a manager has already released a hold placed
      * for the same entry, so the caller leaves the status alone.
      ******************************************************************
       PLACE-HOLD-RTN.
       	MOVE "Y" TO WS-PLACE.
       	MOVE WS-SCR-KIND TO PH-KIND.
       	MOVE WS-SCR-REFNO TO PH-REFNO.
       	READ HOLDFILE
       		INVALID KEY MOVE "N" TO WS-HOLD-FOUND
       		NOT INVALID KEY MOVE "Y" TO WS-HOLD-FOUND
       	END-READ.
       	IF (WS-HOLD-FOUND = "Y") AND (PH-STATUS = "RELEASED") AND
       	(PH-HOTNO = WS-HT-HOTNO(WS-HT-HIT))
       		MOVE "N" TO WS-PLACE
       		ADD 1 TO WS-SKIP-CTR
       		GO TO END-PLACE-HOLD-RTN
       	END-IF.
       	MOVE WS-SCR-KIND TO PH-KIND.
       	MOVE WS-SCR-REFNO TO PH-REFNO.
       	MOVE WS-SCR-LINE TO PH-LINE.
       	MOVE WS-HT-HOTNO(WS-HT-HIT) TO PH-HOTNO.
       	MOVE WS-HT-CASE(WS-HT-HIT) TO PH-CASE-REF.
       	MOVE WS-HT-STATION(WS-HT-HIT) TO PH-STATION.
       	MOVE WS-SCR-DESC TO PH-ITEM-DESC.
       	MOVE WS-SCR-PRIOR TO PH-PRIOR-STATUS.
       	MOVE WS-TODAY TO PH-HOLD-DATE.
       	MOVE "HELD" TO PH-STATUS.
       	MOVE 0 TO PH-REL-DATE.
       	MOVE SPACES TO PH-REL-BY.
       	MOVE SPACES TO PH-REL-REASON.
       	IF (WS-HOLD-FOUND = "Y")
       		REWRITE POLHOLD-REC
       		END-REWRITE
       	ELSE
       		WRITE POLHOLD-REC
       		END-WRITE
       	END-IF.
       	ADD 1 TO WS-HELD-CTR.
       	MOVE WS-SCR-REFNO TO WS-AUDIT-TRANSNO.
       	MOVE "POLHOLD" TO WS-AUDIT-ACTION.
       	MOVE 0 TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	IF (WS-SCR-KIND = "L")
       		MOVE "LOAN" TO RD-KIND
       	ELSE
       		MOVE "BUY " TO RD-KIND
       	END-IF.
       	MOVE WS-SCR-REFNO TO RD-REFNO.
       	MOVE WS-SCR-LINE TO RD-LINE.
       	MOVE WS-SCR-DESC TO RD-ITEM.
       	MOVE WS-SCR-SERIAL TO RD-SERIAL.
       	MOVE WS-HT-HOTNO(WS-HT-HIT) TO RD-HOTNO.
       	MOVE WS-HT-CASE(WS-HT-HIT) TO RD-CASE.
       	MOVE WS-RPT-DETAIL TO SCRN-LINE.
       	WRITE SCRN-LINE.
       END-PLACE-HOLD-RTN.
      ******************************************************************
      * Record locking, as in MACHINE4, so the stock can be screened
      * while the counters are open.  The caller sets WS-LCK-FILE and
      * WS-LCK-KEY; WS-LCK-GOT comes back "Y" once the batch holds the
      * record in LOCKREG.Dat.  With WS-LCK-MODE "S" a ticket held by
      * a teller is given up at once and left for the next run.  Every
      * conflict goes to LOCKLOG.log.
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
       	(LCK-PROGRAM = "MACHINE32")) OR
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
       	MOVE "MACHINE32" TO LCK-PROGRAM.
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
       		(LCK-PROGRAM = "MACHINE32")
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
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE32 ,"
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
