       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE31.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Stolen-goods hot list maintenance and police hold release.
      * A manager keys each police circular (description, serial or
      * markings, case reference, reporting station) into HOTLIST.Dat
      * and clears entries the station withdraws.  MACHINE1/MACHINE4
      * screen articles at the counter against the ACTIVE entries;
      * whenever the list changes, the MACHINE32 batch is run on exit
      * to screen the stock already on hand.  Pledges and purchases it
      * places under police hold stay there until a manager releases
      * them here with a reason - the release puts back the status
      * the ticket or purchase had and writes a HOLDREL audit action.
      * The ticket is locked in LOCKREG.Dat while its status is put
      * back, so a counter posting to it cannot overwrite the release.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
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
       	 SELECT LOANFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TRANSNO
       	 ALTERNATE RECORD KEY IS CLNAME WITH DUPLICATES
       	 FILE STATUS IS WS-LOANFILE-STATUS.
       	 SELECT BUYFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS BUY-REFNO
       	 FILE STATUS IS WS-BUYFILE-STATUS.
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
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
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
       FD  LOANFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  BUYFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "BUYSTK.Dat"
       	 DATA RECORD IS BUYSTK-REC.
       COPY BUYREC.
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
       01 W-DATE-DISP		PIC 9999/99/99.
       77 CHOICE		PIC A.
       77 RESP			PIC A.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-HOTFILE-STATUS PIC XX.
       77 WS-HOLDFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-BUYFILE-STATUS PIC XX.
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
       77 WS-BR-ADDRS		PIC X(30).
       77 WS-FOUND		PIC A.
       77 WS-EOF			PIC A.
       77 WS-SIGNON-ID	PIC X(10).
       77 WS-SIGNON-PW	PIC X(10).
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-TODAY		PIC 9(8).
       77 WS-LINE-CTR	PIC 9(5).
       77 WS-LIST-CHANGED	PIC A.
       77 WS-NEXT-HOTNO	PIC 9(5).
       77 WS-HOTNO		PIC 9(5).
       77 WS-HL-DESC		PIC X(20).
       77 WS-HL-SERIAL	PIC X(20).
       77 WS-HL-CASE		PIC X(15).
       77 WS-HL-STATION	PIC X(20).
       77 WS-HL-CIRC-DATE	PIC 9(8).
       77 WS-PH-KIND		PIC X.
       77 WS-PH-REFNO	PIC 9(5).
       77 WS-REL-REASON	PIC X(30).
       77 WS-RESTORED	PIC A.
       77 WS-OPERATOR-ID	PIC X(10).
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
       77 WS-CMD		PIC X(40).

       SCREEN SECTION.
       01  CLRSCR.
       	 05 BLANK SCREEN.
       01 HOTMENU.
       	05 VALUE "****************************************" COL 20.
       	05 VALUE "STOLEN-GOODS HOT LIST / POLICE HOLDS" LINE 2 COL 22.
       	05 VALUE "****************************************" LINE 3
       	COL 20.
       	05 VALUE "[A] ADD CIRCULAR ENTRY" LINE 6 COL 27.
       	05 VALUE "[C] CLEAR ENTRY (WITHDRAWN/RECOVERED)" LINE 7
       	COL 27.
       	05 VALUE "[L] LIST ACTIVE ENTRIES" LINE 8 COL 27.
       	05 VALUE "[H] LIST ITEMS ON POLICE HOLD" LINE 9 COL 27.
       	05 VALUE "[R] RELEASE POLICE HOLD" LINE 10 COL 27.
       	05 VALUE "[X] EXIT" LINE 11 COL 27.
       	05 VALUE "ENTER THE LETTER OF YOUR CHOICE: " LINE 14
       	COL 20.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	OPEN INPUT OPERFILE.
       	IF (WS-OPERFILE-STATUS NOT = "00")
       		DISPLAY "NO OPERATOR FILE ON RECORD."
       		DISPLAY "RUN MACHINE11 TO SET UP OPERATORS."
       		STOP RUN
       	END-IF.
       	PERFORM SIGNON-RTN THRU END-SIGNON-RTN.
       	CLOSE OPERFILE.
       	MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	OPEN I-O HOTFILE.
       	IF (WS-HOTFILE-STATUS = "35")
       		OPEN OUTPUT HOTFILE
       		CLOSE HOTFILE
       		OPEN I-O HOTFILE
       	END-IF.
       	IF (WS-HOTFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING HOTLIST.Dat. STATUS: "
       			WS-HOTFILE-STATUS
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-LIST-CHANGED.
       	MOVE SPACE TO CHOICE.
       	PERFORM MENU-RTN THRU END-MENU-RTN
       		UNTIL CHOICE = "X" OR CHOICE = "x".
       	CLOSE HOTFILE.
       	IF (WS-LIST-CHANGED = "Y")
       		DISPLAY "HOT LIST CHANGED - SCREENING STOCK ON HAND..."
       		MOVE "./Machine32" TO WS-CMD
       		CALL "SYSTEM" USING WS-CMD
       		IF (RETURN-CODE NOT = 0)
       			DISPLAY "SCREENING DID NOT COMPLETE - "
       				"RUN MACHINE32 BEFORE OPENING."
       		END-IF
       	END-IF.
       	DISPLAY "END OF PROGRAM. EXITING NOW...".
       	STOP RUN.
       SIGNON-RTN.
       	MOVE 0 TO WS-TRIES.
       	MOVE "N" TO WS-SIGNED-ON.
       	PERFORM UNTIL WS-SIGNED-ON = "Y" OR WS-TRIES > 2
       		DISPLAY "MANAGER SIGN-ON REQUIRED."
       		DISPLAY "OPERATOR ID: "
       		ACCEPT WS-SIGNON-ID
       		DISPLAY "PASSWORD: "
       		ACCEPT WS-SIGNON-PW
       		MOVE WS-SIGNON-ID TO OP-ID
       		READ OPERFILE
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			PERFORM CHECK-MGR-RTN THRU
       				END-CHECK-MGR-RTN
       		END-READ
       		IF (WS-SIGNED-ON = "N")
       			ADD 1 TO WS-TRIES
       			DISPLAY "INVALID SIGN-ON."
       		END-IF
       	END-PERFORM.
       	IF (WS-SIGNED-ON = "N")
       		DISPLAY "SIGN-ON FAILED. EXITING."
       		CLOSE OPERFILE
       		STOP RUN
       	END-IF.
       END-SIGNON-RTN.
       CHECK-MGR-RTN.
       	IF (OP-STATUS = "ACTIVE")
       		IF (OP-PASSWORD = WS-SIGNON-PW)
       			IF (OP-ROLE-MANAGER)
       				MOVE "Y" TO WS-SIGNED-ON
       			END-IF
       		END-IF
       	END-IF.
       END-CHECK-MGR-RTN.
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
       MENU-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY HOTMENU.
       	ACCEPT CHOICE LINE 14 COL 54.
       	IF (CHOICE = "A" OR CHOICE = "a")
       		PERFORM ADD-ENTRY-RTN THRU END-ADD-ENTRY-RTN
       	END-IF.
       	IF (CHOICE = "C" OR CHOICE = "c")
       		PERFORM CLEAR-ENTRY-RTN THRU END-CLEAR-ENTRY-RTN
       	END-IF.
       	IF (CHOICE = "L" OR CHOICE = "l")
       		PERFORM LIST-ENTRIES-RTN THRU END-LIST-ENTRIES-RTN
       	END-IF.
       	IF (CHOICE = "H" OR CHOICE = "h")
       		PERFORM LIST-HOLDS-RTN THRU END-LIST-HOLDS-RTN
       	END-IF.
       	IF (CHOICE = "R" OR CHOICE = "r")
       		PERFORM RELEASE-HOLD-RTN THRU END-RELEASE-HOLD-RTN
       	END-IF.
       END-MENU-RTN.
      ******************************************************************
      * One entry per reported article.  The entry number is the next
      * after the highest on file; description and serial are kept in
      * upper case so the screening compares like with like.  Either
      * may be blank, but not both.
      ******************************************************************
       ADD-ENTRY-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ ADD HOT LIST ENTRY @@@@@>".
       	DISPLAY "ITEM DESCRIPTION (AS ON THE CIRCULAR): ".
       	ACCEPT WS-HL-DESC.
       	DISPLAY "SERIAL NO./MARKINGS (BLANK IF NONE): ".
       	ACCEPT WS-HL-SERIAL.
       	IF (WS-HL-DESC = SPACES AND WS-HL-SERIAL = SPACES)
       		DISPLAY "A DESCRIPTION OR A SERIAL IS REQUIRED."
       		GO TO PAUSE-ADD-ENTRY-RTN
       	END-IF.
       	DISPLAY "POLICE CASE REFERENCE: ".
       	ACCEPT WS-HL-CASE.
       	PERFORM UNTIL WS-HL-CASE NOT = SPACES
       		DISPLAY "CASE REFERENCE IS REQUIRED: "
       		ACCEPT WS-HL-CASE
       	END-PERFORM.
       	DISPLAY "REPORTING STATION: ".
       	ACCEPT WS-HL-STATION.
       	DISPLAY "CIRCULAR DATE YYYYMMDD (0 = TODAY): ".
       	ACCEPT WS-HL-CIRC-DATE.
       	IF (WS-HL-CIRC-DATE = 0)
       		MOVE WS-TODAY TO WS-HL-CIRC-DATE
       	END-IF.
       	PERFORM NEXT-HOTNO-RTN THRU END-NEXT-HOTNO-RTN.
       	MOVE WS-NEXT-HOTNO TO HL-HOTNO.
       	MOVE FUNCTION UPPER-CASE(WS-HL-DESC) TO HL-DESC.
       	MOVE FUNCTION UPPER-CASE(WS-HL-SERIAL) TO HL-SERIAL.
       	MOVE WS-HL-CASE TO HL-CASE-REF.
       	MOVE WS-HL-STATION TO HL-STATION.
       	MOVE WS-HL-CIRC-DATE TO HL-CIRC-DATE.
       	MOVE WS-SIGNON-ID TO HL-ENTERED-BY.
       	MOVE WS-TODAY TO HL-ENTRY-DATE.
       	MOVE "ACTIVE" TO HL-STATUS.
       	WRITE HOTLIST-REC
       		INVALID KEY
       		DISPLAY "WRITE FAILED. STATUS: " WS-HOTFILE-STATUS
       		NOT INVALID KEY
       		MOVE "Y" TO WS-LIST-CHANGED
       		DISPLAY "ENTRY " HL-HOTNO " ADDED."
       	END-WRITE.
       PAUSE-ADD-ENTRY-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-ADD-ENTRY-RTN.
       NEXT-HOTNO-RTN.
       	MOVE 0 TO WS-NEXT-HOTNO.
       	MOVE 0 TO HL-HOTNO.
       	MOVE "N" TO WS-EOF.
       	START HOTFILE KEY NOT < HL-HOTNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM NEXT-HOTNO-ONE-RTN THRU END-NEXT-HOTNO-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	ADD 1 TO WS-NEXT-HOTNO.
       END-NEXT-HOTNO-RTN.
       NEXT-HOTNO-ONE-RTN.
       	READ HOTFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       		NOT AT END MOVE HL-HOTNO TO WS-NEXT-HOTNO
       	END-READ.
       END-NEXT-HOTNO-ONE-RTN.
      ******************************************************************
      * A withdrawn report or recovered item is marked CLEARED, not
      * deleted, so the entry a hold was placed under stays on file.
      * Clearing does not release holds already placed - each is
      * released on its own with a reason.
      ******************************************************************
       CLEAR-ENTRY-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ CLEAR HOT LIST ENTRY @@@@@>".
       	DISPLAY "ENTRY NO.: ".
       	ACCEPT WS-HOTNO.
       	MOVE WS-HOTNO TO HL-HOTNO.
       	MOVE "N" TO WS-FOUND.
       	READ HOTFILE
       		INVALID KEY DISPLAY "ENTRY NOT FOUND."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "Y" AND HL-STATUS NOT = "ACTIVE")
       		DISPLAY "ENTRY ALREADY CLEARED."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "Y")
       		DISPLAY "ITEM: " HL-DESC "  SERIAL: " HL-SERIAL
       		DISPLAY "CASE: " HL-CASE-REF "  STATION: " HL-STATION
       		DISPLAY "CLEAR THIS ENTRY [Y/N]?: "
       		ACCEPT RESP
       		IF (RESP = "Y" OR RESP = "y")
       			MOVE "CLEARED" TO HL-STATUS
       			REWRITE HOTLIST-REC
       			END-REWRITE
       			MOVE "Y" TO WS-LIST-CHANGED
       			DISPLAY "ENTRY CLEARED."
       		ELSE
       			DISPLAY "ENTRY NOT CHANGED."
       		END-IF
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-CLEAR-ENTRY-RTN.
       LIST-ENTRIES-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ ACTIVE HOT LIST ENTRIES @@@@@>".
       	DISPLAY "ENTRY DESCRIPTION          SERIAL/MARKINGS"
       		"      CASE REF.".
       	MOVE 0 TO WS-LINE-CTR.
       	MOVE 0 TO HL-HOTNO.
       	MOVE "N" TO WS-EOF.
       	START HOTFILE KEY NOT < HL-HOTNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ HOTFILE NEXT RECORD AT END
       			MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM LIST-ENTRY-ONE-RTN THRU END-LIST-ENTRY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-LINE-CTR = 0)
       		DISPLAY "NO ACTIVE ENTRIES."
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-LIST-ENTRIES-RTN.
       LIST-ENTRY-ONE-RTN.
       	IF (HL-STATUS = "ACTIVE")
       		ADD 1 TO WS-LINE-CTR
       		DISPLAY HL-HOTNO " " HL-DESC " " HL-SERIAL " "
       			HL-CASE-REF
       	END-IF.
       	READ HOTFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-LIST-ENTRY-ONE-RTN.
       LIST-HOLDS-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ ITEMS ON POLICE HOLD @@@@@>".
       	DISPLAY "K REF.  ITEM                 CASE REF.       "
       		"HELD SINCE".
       	MOVE 0 TO WS-LINE-CTR.
       	OPEN INPUT HOLDFILE.
       	IF (WS-HOLDFILE-STATUS NOT = "00")
       		DISPLAY "NO POLICE HOLDS ON FILE."
       		GO TO PAUSE-LIST-HOLDS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ HOLDFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LIST-HOLD-ONE-RTN THRU END-LIST-HOLD-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE HOLDFILE.
       	IF (WS-LINE-CTR = 0)
       		DISPLAY "NO ITEMS ON POLICE HOLD."
       	END-IF.
       PAUSE-LIST-HOLDS-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-LIST-HOLDS-RTN.
       LIST-HOLD-ONE-RTN.
       	IF (PH-STATUS = "HELD")
       		ADD 1 TO WS-LINE-CTR
       		MOVE PH-HOLD-DATE TO W-DATE-DISP
       		DISPLAY PH-KIND " " PH-REFNO " " PH-ITEM-DESC " "
       			PH-CASE-REF " " W-DATE-DISP
       	END-IF.
       	READ HOLDFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-LIST-HOLD-ONE-RTN.
      ******************************************************************
      * Release of a police hold.  The manager gives the reason (item
      * not the one reported, cleared by the station, etc.); the
      * pawn ticket or purchase gets back the status it had when the
      * hold was placed and a HOLDREL action goes to the audit log.
      ******************************************************************
       RELEASE-HOLD-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ RELEASE POLICE HOLD @@@@@>".
       	DISPLAY "PAWN TICKET OR PURCHASE [L/B]: ".
       	ACCEPT WS-PH-KIND.
       	MOVE FUNCTION UPPER-CASE(WS-PH-KIND) TO WS-PH-KIND.
       	PERFORM UNTIL WS-PH-KIND = "L" OR WS-PH-KIND = "B"
       		DISPLAY "ENTER L (PAWN TICKET) OR B (PURCHASE): "
       		ACCEPT WS-PH-KIND
       		MOVE FUNCTION UPPER-CASE(WS-PH-KIND) TO WS-PH-KIND
       	END-PERFORM.
       	DISPLAY "TICKET / PURCHASE REF. NO.: ".
       	ACCEPT WS-PH-REFNO.
       	OPEN I-O HOLDFILE.
       	IF (WS-HOLDFILE-STATUS NOT = "00")
       		DISPLAY "NO POLICE HOLDS ON FILE."
       		GO TO PAUSE-RELEASE-HOLD-RTN
       	END-IF.
       	MOVE WS-PH-KIND TO PH-KIND.
       	MOVE WS-PH-REFNO TO PH-REFNO.
       	MOVE "N" TO WS-FOUND.
       	READ HOLDFILE
       		INVALID KEY DISPLAY "NO HOLD ON FILE FOR THAT NUMBER."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "Y" AND PH-STATUS NOT = "HELD")
       		DISPLAY "HOLD ALREADY RELEASED BY " PH-REL-BY
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "N")
       		CLOSE HOLDFILE
       		GO TO PAUSE-RELEASE-HOLD-RTN
       	END-IF.
       	MOVE PH-HOLD-DATE TO W-DATE-DISP.
       	DISPLAY "ITEM: " PH-ITEM-DESC "  HELD SINCE " W-DATE-DISP.
       	DISPLAY "HOT LIST ENTRY " PH-HOTNO "  CASE " PH-CASE-REF.
       	DISPLAY "STATION: " PH-STATION.
       	DISPLAY "REASON FOR RELEASE: ".
       	ACCEPT WS-REL-REASON.
       	PERFORM UNTIL WS-REL-REASON NOT = SPACES
       		DISPLAY "A REASON IS REQUIRED: "
       		ACCEPT WS-REL-REASON
       	END-PERFORM.
       	DISPLAY "RELEASE THE HOLD [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "HOLD NOT RELEASED."
       		CLOSE HOLDFILE
       		GO TO PAUSE-RELEASE-HOLD-RTN
       	END-IF.
       	MOVE "N" TO WS-RESTORED.
       	IF (PH-KIND = "L")
       		PERFORM RESTORE-LOAN-RTN THRU END-RESTORE-LOAN-RTN
       	ELSE
       		PERFORM RESTORE-BUY-RTN THRU END-RESTORE-BUY-RTN
       	END-IF.
       	IF (WS-RESTORED = "N")
       		DISPLAY "HOLD NOT RELEASED."
       		CLOSE HOLDFILE
       		GO TO PAUSE-RELEASE-HOLD-RTN
       	END-IF.
       	MOVE "RELEASED" TO PH-STATUS.
       	MOVE WS-TODAY TO PH-REL-DATE.
       	MOVE WS-SIGNON-ID TO PH-REL-BY.
       	MOVE WS-REL-REASON TO PH-REL-REASON.
       	REWRITE POLHOLD-REC
       	END-REWRITE.
       	CLOSE HOLDFILE.
       	MOVE WS-PH-REFNO TO WS-AUDIT-TRANSNO.
       	MOVE "HOLDREL" TO WS-AUDIT-ACTION.
       	MOVE 0 TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	DISPLAY "HOLD RELEASED. STATUS RESTORED TO "
       		PH-PRIOR-STATUS.
       PAUSE-RELEASE-HOLD-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-RELEASE-HOLD-RTN.
       RESTORE-LOAN-RTN.
       	MOVE PH-REFNO TO WS-LCK-TRANSNO.
       	MOVE "I" TO WS-LCK-MODE.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "N")
       		GO TO END-RESTORE-LOAN-RTN
       	END-IF.
       	OPEN I-O LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       		GO TO END-RESTORE-LOAN-RTN
       	END-IF.
       	MOVE PH-REFNO TO TRANSNO.
       	READ LOANFILE
       		INVALID KEY DISPLAY "TICKET NOT ON LOAN.Dat."
       		NOT INVALID KEY
       		IF (LOAN-STATUS = "POLICEHOLD")
       			MOVE PH-PRIOR-STATUS TO LOAN-STATUS
       			REWRITE LOAN-REC
       			END-REWRITE
       		END-IF
       		MOVE "Y" TO WS-RESTORED
       	END-READ.
       	CLOSE LOANFILE.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       END-RESTORE-LOAN-RTN.
       RESTORE-BUY-RTN.
       	OPEN I-O BUYFILE.
       	IF (WS-BUYFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN BUYSTK.Dat. STATUS: "
       			WS-BUYFILE-STATUS
       		GO TO END-RESTORE-BUY-RTN
       	END-IF.
       	MOVE PH-REFNO TO BUY-REFNO.
       	READ BUYFILE
       		INVALID KEY DISPLAY "PURCHASE NOT ON BUYSTK.Dat."
       		NOT INVALID KEY
       		IF (BUY-STATUS = "POLICEHOLD")
       			MOVE PH-PRIOR-STATUS TO BUY-STATUS
       			REWRITE BUYSTK-REC
       			END-REWRITE
       		END-IF
       		MOVE "Y" TO WS-RESTORED
       	END-READ.
       	CLOSE BUYFILE.
       END-RESTORE-BUY-RTN.
      ******************************************************************
      * Record locking, as in MACHINE4, so a hold can be released while
      * the counters are open.  The caller sets WS-LCK-FILE and
      * WS-LCK-KEY; WS-LCK-GOT comes back "Y" once this operator holds
      * the record in LOCKREG.Dat.  A record held by another operator
      * is shown with the holder and, with WS-LCK-MODE "I", the manager
      * may retry or give up before anything is posted.  Every
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
       	(LCK-PROGRAM = "MACHINE31")) OR
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
       	MOVE "MACHINE31" TO LCK-PROGRAM.
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
       		(LCK-PROGRAM = "MACHINE31")
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
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE31 ,"
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
       PAUSE-RTN.
       	DISPLAY "PRESS ENTER TO CONTINUE...".
       	ACCEPT RESP.
       END-PAUSE-RTN.
