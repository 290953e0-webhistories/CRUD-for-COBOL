       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE51.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Pawn ticket number series.  Ticket numbers are no longer keyed
      * by the teller: MACHINE1 and MACHINE4 draw the next number of
      * the branch's series on TKTSER.Dat (TKSREC) and enter it in the
      * TKTNBR.Dat register (TKNREC), which is never purged, so no
      * number is skipped or used twice.  Here a manager opens a block
      * of numbers for a branch to match the pre-printed ticket stock
      * it was sent - a block may not overlap another branch's block
      * or a number already on LOAN.Dat or LOANHIST.Dat, so the number
      * alone tells which branch issued a ticket.  The counter enters
      * a jammed, cancelled or damaged form as SPOILED with the
      * reason; an issued number may be spoiled only by a manager and
      * only when its loan is no longer on file.  Any number can be
      * looked up for its branch and use.  MACHINE52 prints the daily
      * ticket series report for the auditor.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT TKSFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKS-FROM
       	 FILE STATUS IS WS-TKSFILE-STATUS.
       	 SELECT TKNFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKN-TRANSNO
       	 FILE STATUS IS WS-TKNFILE-STATUS.
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
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TKSFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TKTSER.Dat"
       	 DATA RECORD IS TKTSER-REC.
       COPY TKSREC.
       FD  TKNFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TKTNBR.Dat"
       	 DATA RECORD IS TKTNBR-REC.
       COPY TKNREC.
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
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       01 W-NBR-DISP		PIC ZZZZ9.
       01 W-NBR2-DISP	PIC ZZZZ9.
       01 W-NEXT-DISP	PIC ZZZZZ9.
       01 W-LEFT-DISP	PIC ZZZZ9.
       01 W-DATE-DISP	PIC 9999/99/99.
       77 CHOICE		PIC A.
       77 RESP			PIC A.
       77 WS-TKSFILE-STATUS PIC XX.
       77 WS-TKNFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-BR-ADDRS		PIC X(30).
       77 WS-OPERATOR-ID	PIC X(10).
       77 WS-PASSWORD		PIC X(10).
       77 WS-OPERATOR-ROLE	PIC X.
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-EOF			PIC A.
       77 WS-FOUND		PIC A.
       77 WS-OK			PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-NOW		PIC 9(6).
       77 WS-OPT		PIC A.
       77 WS-FROM		PIC 9(5).
       77 WS-TO			PIC 9(5).
       77 WS-NEW-BR		PIC X(3).
       77 WS-USED-NBR	PIC 9(5).
       77 WS-SP-NBR		PIC 9(5).
       77 WS-SP-NEW		PIC A.
       77 WS-ON-LOAN		PIC A.
       77 WS-ON-HIST		PIC A.
       77 WS-REASON		PIC X(30).
       77 WS-BLK-FROM	PIC 9(5).
       77 WS-BLK-TO		PIC 9(5).
       77 WS-BLK-BR		PIC X(3).
       77 WS-BLK-NEXT	PIC 9(6).
       77 WS-BLK-STATUS	PIC X(6).
       77 WS-LEFT		PIC 9(6).
       77 WS-BLK-CTR		PIC 9(4).

       SCREEN SECTION.
       01  CLRSCR.
       	 05 BLANK SCREEN.
       01 TKSMENU.
       	05 VALUE "****************************************" COL 20.
       	05 VALUE "PAWN TICKET SERIES" LINE 2 COL 31.
       	05 VALUE "****************************************" LINE 3
       	COL 20.
       	05 VALUE "[S] SPOILED TICKET ENTRY" LINE 6 COL 23.
       	05 VALUE "[F] FIND A TICKET NUMBER" LINE 7 COL 23.
       	05 VALUE "[L] LIST TICKET SERIES" LINE 8 COL 23.
       	05 VALUE "[O] OPEN A NEW SERIES BLOCK" LINE 9 COL 23.
       	05 VALUE "[X] EXIT" LINE 10 COL 23.
       	05 VALUE "ENTER THE LETTER OF YOUR CHOICE: " LINE 12
       	COL 20.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY CLRSCR.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM SIGNON-RTN THRU END-SIGNON-RTN.
       	PERFORM OPEN-FILES-RTN THRU END-OPEN-FILES-RTN.
       	MOVE SPACE TO CHOICE.
       	PERFORM MENU-RTN THRU END-MENU-RTN
       		UNTIL CHOICE = "X" OR CHOICE = "x".
       	DISPLAY "END OF PROGRAM. EXITING NOW...".
       	CLOSE TKSFILE.
       	CLOSE TKNFILE.
       	STOP RUN.
       OPEN-FILES-RTN.
       	OPEN I-O TKSFILE.
       	IF (WS-TKSFILE-STATUS = "35")
       		OPEN OUTPUT TKSFILE
       		CLOSE TKSFILE
       		OPEN I-O TKSFILE
       	END-IF.
       	IF (WS-TKSFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING TKTSER.Dat. STATUS: "
       			WS-TKSFILE-STATUS
       		STOP RUN
       	END-IF.
       	OPEN I-O TKNFILE.
       	IF (WS-TKNFILE-STATUS = "35")
       		OPEN OUTPUT TKNFILE
       		CLOSE TKNFILE
       		OPEN I-O TKNFILE
       	END-IF.
       	IF (WS-TKNFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING TKTNBR.Dat. STATUS: "
       			WS-TKNFILE-STATUS
       		CLOSE TKSFILE
       		STOP RUN
       	END-IF.
       END-OPEN-FILES-RTN.
       MENU-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY TKSMENU.
       	ACCEPT CHOICE LINE 12 COL 54.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	IF (CHOICE = "S" OR CHOICE = "s")
       		PERFORM SPOIL-RTN THRU END-SPOIL-RTN
       	END-IF.
       	IF (CHOICE = "F" OR CHOICE = "f")
       		PERFORM FIND-RTN THRU END-FIND-RTN
       	END-IF.
       	IF (CHOICE = "L" OR CHOICE = "l")
       		PERFORM LIST-RTN THRU END-LIST-RTN
       	END-IF.
       	IF (CHOICE = "O" OR CHOICE = "o")
       		PERFORM OPEN-BLOCK-RTN THRU END-OPEN-BLOCK-RTN
       	END-IF.
       END-MENU-RTN.
      ******************************************************************
      * A spoiled form.  Number 0 takes the next unused number of the
      * branch's series - the form on top of the stack - and moves the
      * series on past it.  A number further on in the branch's own
      * series is entered now and passed over when it is reached.  An
      * issued number needs a manager and its loan must be off file.
      ******************************************************************
       SPOIL-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ SPOILED TICKET ENTRY @@@@@>".
       	DISPLAY "TICKET NO. (0 = NEXT UNUSED FORM): ".
       	ACCEPT WS-SP-NBR.
       	IF (WS-SP-NBR = 0)
       		PERFORM NEXT-FORM-RTN THRU END-NEXT-FORM-RTN
       		IF (WS-FOUND = "N")
       			DISPLAY "NO TICKET NUMBERS LEFT FOR BRANCH "
       				WS-BR-CODE
       			PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       			GO TO END-SPOIL-RTN
       		END-IF
       		MOVE WS-SP-NBR TO W-NBR-DISP
       		DISPLAY "NEXT UNUSED FORM IS TICKET NO. " W-NBR-DISP
       	END-IF.
       	PERFORM FIND-BLOCK-RTN THRU END-FIND-BLOCK-RTN.
       	IF (WS-FOUND = "N")
       		DISPLAY "NUMBER IS NOT IN ANY TICKET SERIES."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-SPOIL-RTN
       	END-IF.
       	IF (WS-BLK-BR NOT = WS-BR-CODE)
       		DISPLAY "NUMBER IS IN THE SERIES OF BRANCH "
       			WS-BLK-BR
       		DISPLAY "IT CAN ONLY BE SPOILED THERE."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-SPOIL-RTN
       	END-IF.
       	MOVE "Y" TO WS-SP-NEW.
       	MOVE WS-SP-NBR TO TKN-TRANSNO.
       	READ TKNFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY MOVE "N" TO WS-SP-NEW
       	END-READ.
       	IF (WS-SP-NEW = "N")
       		PERFORM CHECK-ISSUED-RTN THRU END-CHECK-ISSUED-RTN
       		IF (WS-OK = "N")
       			PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       			GO TO END-SPOIL-RTN
       		END-IF
       	END-IF.
       	MOVE SPACES TO WS-REASON.
       	PERFORM UNTIL WS-REASON NOT = SPACES
       		DISPLAY "REASON [J]AMMED [C]ANCELLED [D]AMAGED "
       			"[O]THER: "
       		ACCEPT WS-OPT
       		IF (WS-OPT = "J" OR WS-OPT = "j")
       			MOVE "JAMMED IN PRINTER" TO WS-REASON
       		END-IF
       		IF (WS-OPT = "C" OR WS-OPT = "c")
       			MOVE "CANCELLED" TO WS-REASON
       		END-IF
       		IF (WS-OPT = "D" OR WS-OPT = "d")
       			MOVE "DAMAGED FORM" TO WS-REASON
       		END-IF
       		IF (WS-OPT = "O" OR WS-OPT = "o")
       			DISPLAY "DESCRIBE: "
       			ACCEPT WS-REASON
       		END-IF
       	END-PERFORM.
       	MOVE WS-SP-NBR TO W-NBR-DISP.
       	DISPLAY "SPOIL TICKET NO. " W-NBR-DISP " [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "ENTRY CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-SPOIL-RTN
       	END-IF.
       	MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
       	IF (WS-SP-NEW = "Y")
       		MOVE SPACES TO TKTNBR-REC
       		MOVE WS-SP-NBR TO TKN-TRANSNO
       		MOVE WS-BR-CODE TO TKN-BRANCHCD
       		MOVE WS-TODAY TO TKN-DATE
       		MOVE WS-NOW TO TKN-TIME
       		MOVE WS-OPERATOR-ID TO TKN-OPERATOR
       		MOVE "MACHINE51" TO TKN-PROGRAM
       	END-IF.
       	MOVE "SPOILED" TO TKN-STATUS.
       	MOVE WS-TODAY TO TKN-SP-DATE.
       	MOVE WS-OPERATOR-ID TO TKN-SP-OPER.
       	MOVE WS-REASON TO TKN-REASON.
       	IF (WS-SP-NEW = "Y")
       		WRITE TKTNBR-REC
       			INVALID KEY CONTINUE
       		END-WRITE
       	ELSE
       		REWRITE TKTNBR-REC
       			INVALID KEY CONTINUE
       		END-REWRITE
       	END-IF.
       	IF (WS-TKNFILE-STATUS = "22")
       		DISPLAY "NUMBER WAS JUST DRAWN AT A COUNTER."
       		DISPLAY "NOT SPOILED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-SPOIL-RTN
       	END-IF.
       	IF (WS-TKNFILE-STATUS NOT = "00")
       		DISPLAY "ENTRY NOT SAVED. STATUS: " WS-TKNFILE-STATUS
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-SPOIL-RTN
       	END-IF.
       	PERFORM PASS-SPOILED-RTN THRU END-PASS-SPOILED-RTN.
       	DISPLAY "TICKET NO. " W-NBR-DISP " ENTERED AS SPOILED.".
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-SPOIL-RTN.
      * an issued number may be spoiled by a manager once its loan is
      * off file - a ticket cancelled after it was printed
       CHECK-ISSUED-RTN.
       	MOVE "N" TO WS-OK.
       	IF (TKN-SPOILED)
       		MOVE TKN-SP-DATE TO W-DATE-DISP
       		DISPLAY "ALREADY SPOILED ON " W-DATE-DISP
       			" BY " TKN-SP-OPER
       		DISPLAY "REASON: " TKN-REASON
       		GO TO END-CHECK-ISSUED-RTN
       	END-IF.
       	MOVE TKN-DATE TO W-DATE-DISP.
       	DISPLAY "ISSUED ON " W-DATE-DISP " BY " TKN-OPERATOR
       		" (" TKN-PROGRAM ")".
       	IF (WS-OPERATOR-ROLE NOT = "M")
       		DISPLAY "MANAGER AUTHORITY REQUIRED TO SPOIL IT."
       		GO TO END-CHECK-ISSUED-RTN
       	END-IF.
       	PERFORM CHECK-USE-RTN THRU END-CHECK-USE-RTN.
       	IF (WS-ON-LOAN = "Y")
       		DISPLAY "TICKET IS ON LOAN.Dat (" LOAN-STATUS ")."
       		DISPLAY "CANCEL THE LOAN BEFORE SPOILING THE TICKET."
       		GO TO END-CHECK-ISSUED-RTN
       	END-IF.
       	IF (WS-ON-HIST = "Y")
       		DISPLAY "TICKET IS ON LOANHIST.Dat - IT WAS USED."
       		GO TO END-CHECK-ISSUED-RTN
       	END-IF.
       	MOVE "Y" TO WS-OK.
       END-CHECK-ISSUED-RTN.
      * the number on top of the branch's stack, not yet drawn
       NEXT-FORM-RTN.
       	MOVE "N" TO WS-FOUND.
       	MOVE 0 TO TKS-FROM.
       	MOVE "N" TO WS-EOF.
       	START TKSFILE KEY NOT < TKS-FROM
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM NEXT-FORM-ONE-RTN THRU END-NEXT-FORM-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-NEXT-FORM-RTN.
       NEXT-FORM-ONE-RTN.
       	READ TKSFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y")
       		GO TO END-NEXT-FORM-ONE-RTN
       	END-IF.
       	IF (TKS-BRANCHCD = WS-BR-CODE AND TKS-OPEN) AND
       	(TKS-NEXT NOT > TKS-TO)
       		MOVE TKS-NEXT TO WS-SP-NBR
       		MOVE "Y" TO WS-FOUND
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-NEXT-FORM-ONE-RTN.
      ******************************************************************
      * When the number spoiled is the next one its block would hand
      * out, the block is moved on past it (and past any numbers after
      * it already entered), so the counter is not offered a form that
      * has been torn up.
      ******************************************************************
       PASS-SPOILED-RTN.
       	MOVE WS-BLK-FROM TO TKS-FROM.
       	READ TKSFILE
       		INVALID KEY GO TO END-PASS-SPOILED-RTN
       	END-READ.
       	MOVE "N" TO WS-EOF.
       	PERFORM PASS-SPOILED-ONE-RTN THRU END-PASS-SPOILED-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (TKS-NEXT > TKS-TO)
       		MOVE "USED" TO TKS-STATUS
       	END-IF.
       	REWRITE TKTSER-REC
       		INVALID KEY CONTINUE
       	END-REWRITE.
       END-PASS-SPOILED-RTN.
       PASS-SPOILED-ONE-RTN.
       	IF (TKS-NEXT > TKS-TO)
       		MOVE "Y" TO WS-EOF
       		GO TO END-PASS-SPOILED-ONE-RTN
       	END-IF.
       	MOVE TKS-NEXT TO TKN-TRANSNO.
       	READ TKNFILE
       		INVALID KEY MOVE "Y" TO WS-EOF
       		NOT INVALID KEY ADD 1 TO TKS-NEXT
       	END-READ.
       END-PASS-SPOILED-ONE-RTN.
      * the block WS-SP-NBR falls in, whichever branch it belongs to
       FIND-BLOCK-RTN.
       	MOVE "N" TO WS-FOUND.
       	MOVE 0 TO TKS-FROM.
       	MOVE "N" TO WS-EOF.
       	START TKSFILE KEY NOT < TKS-FROM
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM FIND-BLOCK-ONE-RTN THRU END-FIND-BLOCK-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-FIND-BLOCK-RTN.
       FIND-BLOCK-ONE-RTN.
       	READ TKSFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y")
       		GO TO END-FIND-BLOCK-ONE-RTN
       	END-IF.
       	IF (TKS-FROM > WS-SP-NBR)
       		MOVE "Y" TO WS-EOF
       		GO TO END-FIND-BLOCK-ONE-RTN
       	END-IF.
       	IF (TKS-TO NOT < WS-SP-NBR)
       		MOVE TKS-FROM TO WS-BLK-FROM
       		MOVE TKS-TO TO WS-BLK-TO
       		MOVE TKS-BRANCHCD TO WS-BLK-BR
       		MOVE TKS-NEXT TO WS-BLK-NEXT
       		MOVE TKS-STATUS TO WS-BLK-STATUS
       		MOVE "Y" TO WS-FOUND
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-FIND-BLOCK-ONE-RTN.
      * whether WS-SP-NBR is on LOAN.Dat or LOANHIST.Dat
       CHECK-USE-RTN.
       	MOVE "N" TO WS-ON-LOAN.
       	MOVE "N" TO WS-ON-HIST.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS = "00")
       		MOVE WS-SP-NBR TO TRANSNO
       		READ LOANFILE
       			INVALID KEY CONTINUE
       			NOT INVALID KEY MOVE "Y" TO WS-ON-LOAN
       		END-READ
       		CLOSE LOANFILE
       	END-IF.
       	OPEN INPUT LOANHIST.
       	IF (WS-LOANHIST-STATUS = "00")
       		MOVE WS-SP-NBR TO HIST-TRANSNO
       		READ LOANHIST
       			INVALID KEY CONTINUE
       			NOT INVALID KEY MOVE "Y" TO WS-ON-HIST
       		END-READ
       		CLOSE LOANHIST
       	END-IF.
       END-CHECK-USE-RTN.
      ******************************************************************
      * Which branch's series a number belongs to and what became of
      * it: drawn, spoiled or not yet reached, and where its loan is.
      ******************************************************************
       FIND-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ FIND A TICKET NUMBER @@@@@>".
       	DISPLAY "TICKET NO.: ".
       	ACCEPT WS-SP-NBR.
       	PERFORM FIND-BLOCK-RTN THRU END-FIND-BLOCK-RTN.
       	IF (WS-FOUND = "N")
       		DISPLAY "NUMBER IS NOT IN ANY TICKET SERIES."
       	ELSE
       		MOVE WS-BLK-FROM TO W-NBR-DISP
       		MOVE WS-BLK-TO TO W-NBR2-DISP
       		DISPLAY "SERIES OF BRANCH " WS-BLK-BR ", BLOCK "
       			W-NBR-DISP " - " W-NBR2-DISP
       			" (" WS-BLK-STATUS ")"
       	END-IF.
       	MOVE WS-SP-NBR TO TKN-TRANSNO.
       	READ TKNFILE
       		INVALID KEY
       		DISPLAY "NOT YET DRAWN FROM THE SERIES."
       		NOT INVALID KEY
       		PERFORM SHOW-TKN-RTN THRU END-SHOW-TKN-RTN
       	END-READ.
       	PERFORM CHECK-USE-RTN THRU END-CHECK-USE-RTN.
       	IF (WS-ON-LOAN = "Y")
       		DISPLAY "ON LOAN.Dat: " CLNAME " " LOAN-STATUS
       			" BRANCH " BRANCHCD
       	END-IF.
       	IF (WS-ON-HIST = "Y")
       		DISPLAY "ON LOANHIST.Dat (PURGED)."
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-FIND-RTN.
       SHOW-TKN-RTN.
       	MOVE TKN-DATE TO W-DATE-DISP.
       	DISPLAY "DRAWN " W-DATE-DISP " BY " TKN-OPERATOR
       		" (" TKN-PROGRAM ") BRANCH " TKN-BRANCHCD.
       	IF (TKN-SPOILED)
       		MOVE TKN-SP-DATE TO W-DATE-DISP
       		DISPLAY "SPOILED " W-DATE-DISP " BY " TKN-SP-OPER
       		DISPLAY "REASON: " TKN-REASON
       	ELSE
       		DISPLAY "ISSUED."
       	END-IF.
       END-SHOW-TKN-RTN.
       LIST-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ TICKET SERIES @@@@@>".
       	DISPLAY "BRANCH  FIRST   LAST     NEXT  STATUS  LEFT  OPENED".
       	MOVE 0 TO WS-BLK-CTR.
       	MOVE 0 TO TKS-FROM.
       	MOVE "N" TO WS-EOF.
       	START TKSFILE KEY NOT < TKS-FROM
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM LIST-ONE-RTN THRU END-LIST-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-BLK-CTR = 0)
       		DISPLAY "NO TICKET SERIES ON FILE."
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-LIST-RTN.
       LIST-ONE-RTN.
       	READ TKSFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y")
       		GO TO END-LIST-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-BLK-CTR.
       	MOVE 0 TO WS-LEFT.
       	IF (TKS-NEXT NOT > TKS-TO)
       		COMPUTE WS-LEFT = TKS-TO - TKS-NEXT + 1
       	END-IF.
       	MOVE TKS-FROM TO W-NBR-DISP.
       	MOVE TKS-TO TO W-NBR2-DISP.
       	MOVE TKS-NEXT TO W-NEXT-DISP.
       	MOVE WS-LEFT TO W-LEFT-DISP.
       	MOVE TKS-DATE TO W-DATE-DISP.
       	DISPLAY "  " TKS-BRANCHCD "   " W-NBR-DISP "   " W-NBR2-DISP
       		"  " W-NEXT-DISP "  " TKS-STATUS "  " W-LEFT-DISP
       		"  " W-DATE-DISP.
       END-LIST-ONE-RTN.
      ******************************************************************
      * A new block of numbers for a branch, from the ticket stock
      * head office sent it.  The block may not overlap any block on
      * file nor hold a number already on LOAN.Dat or LOANHIST.Dat.
      ******************************************************************
       OPEN-BLOCK-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ OPEN A NEW SERIES BLOCK @@@@@>".
       	IF (WS-OPERATOR-ROLE NOT = "M")
       		DISPLAY "MANAGER AUTHORITY REQUIRED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-OPEN-BLOCK-RTN
       	END-IF.
       	DISPLAY "FIRST TICKET NO. OF THE BLOCK: ".
       	ACCEPT WS-FROM.
       	PERFORM UNTIL WS-FROM > 0
       		DISPLAY "MUST BE MORE THAN ZERO. REENTER: "
       		ACCEPT WS-FROM
       	END-PERFORM.
       	DISPLAY "LAST TICKET NO. OF THE BLOCK: ".
       	ACCEPT WS-TO.
       	PERFORM UNTIL WS-TO NOT < WS-FROM
       		DISPLAY "MUST NOT BE BELOW THE FIRST NO. REENTER: "
       		ACCEPT WS-TO
       	END-PERFORM.
       	DISPLAY "FOR BRANCH (BLANK = " WS-BR-CODE "): ".
       	MOVE SPACES TO WS-NEW-BR.
       	ACCEPT WS-NEW-BR.
       	IF (WS-NEW-BR = SPACES)
       		MOVE WS-BR-CODE TO WS-NEW-BR
       	END-IF.
       	PERFORM CHECK-OVERLAP-RTN THRU END-CHECK-OVERLAP-RTN.
       	IF (WS-FOUND = "Y")
       		MOVE TKS-FROM TO W-NBR-DISP
       		MOVE TKS-TO TO W-NBR2-DISP
       		DISPLAY "OVERLAPS BLOCK " W-NBR-DISP " - " W-NBR2-DISP
       			" OF BRANCH " TKS-BRANCHCD ". NOT OPENED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-OPEN-BLOCK-RTN
       	END-IF.
       	PERFORM CHECK-RANGE-USED-RTN THRU END-CHECK-RANGE-USED-RTN.
       	IF (WS-FOUND = "Y")
       		MOVE WS-USED-NBR TO W-NBR-DISP
       		DISPLAY "TICKET NO. " W-NBR-DISP
       			" IS ALREADY USED. NOT OPENED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-OPEN-BLOCK-RTN
       	END-IF.
       	MOVE WS-FROM TO W-NBR-DISP.
       	MOVE WS-TO TO W-NBR2-DISP.
       	DISPLAY "OPEN BLOCK " W-NBR-DISP " - " W-NBR2-DISP
       		" FOR BRANCH " WS-NEW-BR " [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "BLOCK NOT OPENED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-OPEN-BLOCK-RTN
       	END-IF.
       	MOVE SPACES TO TKTSER-REC.
       	MOVE WS-FROM TO TKS-FROM.
       	MOVE WS-TO TO TKS-TO.
       	MOVE WS-NEW-BR TO TKS-BRANCHCD.
       	MOVE WS-FROM TO TKS-NEXT.
       	MOVE "OPEN" TO TKS-STATUS.
       	MOVE WS-TODAY TO TKS-DATE.
       	MOVE WS-OPERATOR-ID TO TKS-OPERATOR.
       	WRITE TKTSER-REC
       		INVALID KEY
       		DISPLAY "BLOCK NOT SAVED. STATUS: " WS-TKSFILE-STATUS
       		NOT INVALID KEY
       		DISPLAY "BLOCK OPENED FOR BRANCH " WS-NEW-BR "."
       	END-WRITE.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-OPEN-BLOCK-RTN.
       CHECK-OVERLAP-RTN.
       	MOVE "N" TO WS-FOUND.
       	MOVE 0 TO TKS-FROM.
       	MOVE "N" TO WS-EOF.
       	START TKSFILE KEY NOT < TKS-FROM
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM CHECK-OVERLAP-ONE-RTN THRU END-CHECK-OVERLAP-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-CHECK-OVERLAP-RTN.
       CHECK-OVERLAP-ONE-RTN.
       	READ TKSFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y")
       		GO TO END-CHECK-OVERLAP-ONE-RTN
       	END-IF.
       	IF (TKS-FROM NOT > WS-TO) AND (TKS-TO NOT < WS-FROM)
       		MOVE "Y" TO WS-FOUND
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-CHECK-OVERLAP-ONE-RTN.
      * the lowest number in the range already on LOAN.Dat or
      * LOANHIST.Dat, from before the series or from another branch
       CHECK-RANGE-USED-RTN.
       	MOVE "N" TO WS-FOUND.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS = "00")
       		MOVE WS-FROM TO TRANSNO
       		START LOANFILE KEY NOT < TRANSNO
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			READ LOANFILE NEXT RECORD
       				AT END CONTINUE
       				NOT AT END
       				IF (TRANSNO NOT > WS-TO)
       					MOVE TRANSNO TO WS-USED-NBR
       					MOVE "Y" TO WS-FOUND
       				END-IF
       			END-READ
       		END-START
       		CLOSE LOANFILE
       	END-IF.
       	IF (WS-FOUND = "Y")
       		GO TO END-CHECK-RANGE-USED-RTN
       	END-IF.
       	OPEN INPUT LOANHIST.
       	IF (WS-LOANHIST-STATUS = "00")
       		MOVE WS-FROM TO HIST-TRANSNO
       		START LOANHIST KEY NOT < HIST-TRANSNO
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			READ LOANHIST NEXT RECORD
       				AT END CONTINUE
       				NOT AT END
       				IF (HIST-TRANSNO NOT > WS-TO)
       					MOVE HIST-TRANSNO TO WS-USED-NBR
       					MOVE "Y" TO WS-FOUND
       				END-IF
       			END-READ
       		END-START
       		CLOSE LOANHIST
       	END-IF.
       END-CHECK-RANGE-USED-RTN.
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
