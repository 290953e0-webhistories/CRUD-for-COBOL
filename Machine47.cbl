       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE47.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Collection activity entry.  The collector signs on and records
      * each call, text, visit or letter on a loan in COLLECT.Dat
      * (COLREC): the contact method, the outcome (no answer, promised
      * to pay, refused, wrong number), any promise-to-pay date and
      * amount, and the date the loan is to be followed up next.  The
      * ticket's collection history is shown before each entry and can
      * be looked up on its own.  A new promise replaces any promise
      * still pending on the ticket.  The MACHINE48 batch builds the
      * daily worklist from these entries and flags broken promises;
      * MACHINE21 shows the history before a notice of sale is printed.
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
       	 SELECT COLFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS COL-KEY
       	 FILE STATUS IS WS-COLFILE-STATUS.
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
       FD  LOANFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  COLFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "COLLECT.Dat"
       	 DATA RECORD IS COLLECT-REC.
       COPY COLREC.
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       01 W-TRANSNO-DISP	PIC ZZZ99.
       01 W-AMT-DISP		PIC ZZZ,Z99.99.
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-DATE2-DISP	PIC 9999/99/99.
       01 W-DAYS-DISP	PIC ZZZZ9.
       01 W-NO-PROMISE	PIC X(32) VALUE SPACES.
       77 CHOICE		PIC A.
       77 RESP			PIC A.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-COLFILE-STATUS PIC XX.
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
       77 WS-TODAY		PIC 9(8).
       77 WS-NOW		PIC 9(6).
       77 WS-COL-TRANSNO	PIC 9(5).
       77 WS-LAST-SEQ	PIC 9(3).
       77 WS-HIST-CTR	PIC 9(3).
       77 WS-DAYS-OVERDUE	PIC S9(6).
       77 WS-OPT		PIC A.
       77 WS-METHOD		PIC X(6).
       77 WS-OUTCOME		PIC X(8).
       77 WS-PTP-DATE	PIC 9(8).
       77 WS-PTP-AMT		PIC 9(6)V99.
       77 WS-NEXT-DATE	PIC 9(8).
       77 WS-DEFAULT-DATE	PIC 9(8).
       77 WS-REMARKS		PIC X(30).
       77 WS-REPLACED	PIC 9(3).

       SCREEN SECTION.
       01  CLRSCR.
       	 05 BLANK SCREEN.
       01 COLMENU.
       	05 VALUE "****************************************" COL 20.
       	05 VALUE "COLLECTION ACTIVITY" LINE 2 COL 30.
       	05 VALUE "****************************************" LINE 3
       	COL 20.
       	05 VALUE "[E] ENTER COLLECTION ACTIVITY" LINE 6 COL 23.
       	05 VALUE "[H] COLLECTION HISTORY" LINE 7 COL 23.
       	05 VALUE "[X] EXIT" LINE 8 COL 23.
       	05 VALUE "ENTER THE LETTER OF YOUR CHOICE: " LINE 10
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
       	CLOSE COLFILE.
       	CLOSE LOANFILE.
       	STOP RUN.
       OPEN-FILES-RTN.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		STOP RUN
       	END-IF.
       	OPEN I-O COLFILE.
       	IF (WS-COLFILE-STATUS = "35")
       		OPEN OUTPUT COLFILE
       		CLOSE COLFILE
       		OPEN I-O COLFILE
       	END-IF.
       	IF (WS-COLFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING COLLECT.Dat. STATUS: "
       			WS-COLFILE-STATUS
       		CLOSE LOANFILE
       		STOP RUN
       	END-IF.
       END-OPEN-FILES-RTN.
       MENU-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY COLMENU.
       	ACCEPT CHOICE LINE 10 COL 54.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	IF (CHOICE = "E" OR CHOICE = "e")
       		PERFORM ENTER-ACTIVITY-RTN THRU END-ENTER-ACTIVITY-RTN
       	END-IF.
       	IF (CHOICE = "H" OR CHOICE = "h")
       		PERFORM HISTORY-RTN THRU END-HISTORY-RTN
       	END-IF.
       END-MENU-RTN.
      ******************************************************************
      * One contact on one ticket.  Closed tickets take no more
      * entries.  The next action date defaults to the day after the
      * promised date on a promise, otherwise to tomorrow.
      ******************************************************************
       ENTER-ACTIVITY-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ ENTER COLLECTION ACTIVITY @@@@@>".
       	PERFORM FIND-LOAN-RTN THRU END-FIND-LOAN-RTN.
       	IF (WS-FOUND = "Y") AND
       	(LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		DISPLAY "LOAN ALREADY CLOSED."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "N")
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-ENTER-ACTIVITY-RTN
       	END-IF.
       	PERFORM SHOW-LOAN-RTN THRU END-SHOW-LOAN-RTN.
       	PERFORM LIST-HISTORY-RTN THRU END-LIST-HISTORY-RTN.
       	IF (WS-LAST-SEQ = 999)
       		DISPLAY "NO MORE ENTRIES CAN BE KEPT FOR THIS TICKET."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-ENTER-ACTIVITY-RTN
       	END-IF.
       	DISPLAY " ".
       	MOVE SPACES TO WS-METHOD.
       	PERFORM UNTIL WS-METHOD NOT = SPACES
       		DISPLAY "CONTACT METHOD [C]ALL [S]MS [V]ISIT [L]ETTER: "
       		ACCEPT WS-OPT
       		IF (WS-OPT = "C" OR WS-OPT = "c")
       			MOVE "CALL" TO WS-METHOD
       		END-IF
       		IF (WS-OPT = "S" OR WS-OPT = "s")
       			MOVE "SMS" TO WS-METHOD
       		END-IF
       		IF (WS-OPT = "V" OR WS-OPT = "v")
       			MOVE "VISIT" TO WS-METHOD
       		END-IF
       		IF (WS-OPT = "L" OR WS-OPT = "l")
       			MOVE "LETTER" TO WS-METHOD
       		END-IF
       	END-PERFORM.
       	MOVE SPACES TO WS-OUTCOME.
       	PERFORM UNTIL WS-OUTCOME NOT = SPACES
       		DISPLAY "OUTCOME [N]O ANSWER [P]ROMISED TO PAY "
       			"[R]EFUSED [W]RONG NUMBER: "
       		ACCEPT WS-OPT
       		IF (WS-OPT = "N" OR WS-OPT = "n")
       			MOVE "NOANSWER" TO WS-OUTCOME
       		END-IF
       		IF (WS-OPT = "P" OR WS-OPT = "p")
       			MOVE "PROMISE" TO WS-OUTCOME
       		END-IF
       		IF (WS-OPT = "R" OR WS-OPT = "r")
       			MOVE "REFUSED" TO WS-OUTCOME
       		END-IF
       		IF (WS-OPT = "W" OR WS-OPT = "w")
       			MOVE "WRONGNO" TO WS-OUTCOME
       		END-IF
       	END-PERFORM.
       	MOVE 0 TO WS-PTP-DATE.
       	MOVE 0 TO WS-PTP-AMT.
       	IF (WS-OUTCOME = "PROMISE")
       		PERFORM GET-PROMISE-RTN THRU END-GET-PROMISE-RTN
       		COMPUTE WS-DEFAULT-DATE = FUNCTION DATE-OF-INTEGER(
       			FUNCTION INTEGER-OF-DATE(WS-PTP-DATE) + 1)
       	ELSE
       		COMPUTE WS-DEFAULT-DATE = FUNCTION DATE-OF-INTEGER(
       			FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
       	END-IF.
       	MOVE WS-DEFAULT-DATE TO W-DATE-DISP.
       	DISPLAY "NEXT ACTION DATE (YYYYMMDD, 0=" W-DATE-DISP "): ".
       	ACCEPT WS-NEXT-DATE.
       	IF (WS-NEXT-DATE = 0)
       		MOVE WS-DEFAULT-DATE TO WS-NEXT-DATE
       	END-IF.
       	PERFORM UNTIL (WS-NEXT-DATE > WS-TODAY) AND
       	(FUNCTION TEST-DATE-YYYYMMDD(WS-NEXT-DATE) = 0)
       		DISPLAY "NEXT ACTION MUST BE AFTER TODAY. REENTER: "
       		ACCEPT WS-NEXT-DATE
       	END-PERFORM.
       	DISPLAY "REMARKS: ".
       	ACCEPT WS-REMARKS.
       	DISPLAY "SAVE THIS ENTRY [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "ENTRY CANCELLED."
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-ENTER-ACTIVITY-RTN
       	END-IF.
       	MOVE 0 TO WS-REPLACED.
       	IF (WS-OUTCOME = "PROMISE")
       		PERFORM REPLACE-PTP-RTN THRU END-REPLACE-PTP-RTN
       	END-IF.
       	MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
       	MOVE SPACES TO COLLECT-REC.
       	MOVE WS-COL-TRANSNO TO COL-TRANSNO.
       	COMPUTE COL-SEQ = WS-LAST-SEQ + 1.
       	MOVE WS-TODAY TO COL-DATE.
       	MOVE WS-NOW TO COL-TIME.
       	MOVE WS-OPERATOR-ID TO COL-COLLECTOR.
       	MOVE WS-METHOD TO COL-METHOD.
       	MOVE WS-OUTCOME TO COL-OUTCOME.
       	MOVE WS-PTP-DATE TO COL-PTP-DATE.
       	MOVE WS-PTP-AMT TO COL-PTP-AMT.
       	IF (WS-OUTCOME = "PROMISE")
       		MOVE "PENDING" TO COL-PTP-STATUS
       	END-IF.
       	MOVE 0 TO COL-PTP-PAID.
       	MOVE WS-NEXT-DATE TO COL-NEXT-DATE.
       	MOVE WS-REMARKS TO COL-REMARKS.
       	WRITE COLLECT-REC
       		INVALID KEY
       		DISPLAY "ENTRY NOT SAVED - TRY AGAIN. STATUS: "
       			WS-COLFILE-STATUS
       		NOT INVALID KEY
       		DISPLAY "COLLECTION ENTRY SAVED."
       		IF (WS-REPLACED > 0)
       			DISPLAY "EARLIER PROMISE REPLACED."
       		END-IF
       	END-WRITE.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-ENTER-ACTIVITY-RTN.
       GET-PROMISE-RTN.
       	DISPLAY "PROMISED PAYMENT DATE (YYYYMMDD): ".
       	ACCEPT WS-PTP-DATE.
       	PERFORM UNTIL (WS-PTP-DATE NOT < WS-TODAY) AND
       	(FUNCTION TEST-DATE-YYYYMMDD(WS-PTP-DATE) = 0)
       		DISPLAY "PROMISE MUST BE TODAY OR LATER. REENTER: "
       		ACCEPT WS-PTP-DATE
       	END-PERFORM.
       	DISPLAY "PROMISED AMOUNT: ".
       	ACCEPT WS-PTP-AMT.
       	PERFORM UNTIL WS-PTP-AMT > 0
       		DISPLAY "AMOUNT MUST BE MORE THAN ZERO. REENTER: "
       		ACCEPT WS-PTP-AMT
       	END-PERFORM.
       END-GET-PROMISE-RTN.
      * a promise still pending on the ticket gives way to the new one
       REPLACE-PTP-RTN.
       	MOVE WS-COL-TRANSNO TO COL-TRANSNO.
       	MOVE 0 TO COL-SEQ.
       	MOVE "N" TO WS-EOF.
       	START COLFILE KEY NOT < COL-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM REPLACE-PTP-ONE-RTN THRU END-REPLACE-PTP-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-REPLACE-PTP-RTN.
       REPLACE-PTP-ONE-RTN.
       	IF (COL-TRANSNO NOT = WS-COL-TRANSNO)
       		MOVE "Y" TO WS-EOF
       		GO TO END-REPLACE-PTP-ONE-RTN
       	END-IF.
       	IF (COL-PTP-PENDING)
       		MOVE "REPLACED" TO COL-PTP-STATUS
       		REWRITE COLLECT-REC
       			INVALID KEY CONTINUE
       			NOT INVALID KEY ADD 1 TO WS-REPLACED
       		END-REWRITE
       	END-IF.
       	READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-REPLACE-PTP-ONE-RTN.
       HISTORY-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ COLLECTION HISTORY @@@@@>".
       	PERFORM FIND-LOAN-RTN THRU END-FIND-LOAN-RTN.
       	IF (WS-FOUND = "Y")
       		PERFORM SHOW-LOAN-RTN THRU END-SHOW-LOAN-RTN
       		PERFORM LIST-HISTORY-RTN THRU END-LIST-HISTORY-RTN
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-HISTORY-RTN.
       FIND-LOAN-RTN.
       	DISPLAY "TRANSACTION NO.: ".
       	ACCEPT WS-COL-TRANSNO.
       	MOVE WS-COL-TRANSNO TO TRANSNO.
       	MOVE "N" TO WS-FOUND.
       	READ LOANFILE
       		INVALID KEY
       		DISPLAY "TRANS. NO. NOT FOUND."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       END-FIND-LOAN-RTN.
       SHOW-LOAN-RTN.
       	MOVE 0 TO WS-DAYS-OVERDUE.
       	IF (DUEDATE < WS-TODAY)
       		COMPUTE WS-DAYS-OVERDUE =
       			FUNCTION INTEGER-OF-DATE(WS-TODAY) -
       			FUNCTION INTEGER-OF-DATE(DUEDATE)
       	END-IF.
       	MOVE DUEDATE TO W-DATE-DISP.
       	MOVE WS-DAYS-OVERDUE TO W-DAYS-DISP.
       	MOVE TLOAN TO W-AMT-DISP.
       	DISPLAY "CLIENT:        " CLNAME.
       	DISPLAY "TELEPHONE NO.: " TELNO.
       	DISPLAY "ITEM:          " ITEM-DESC.
       	DISPLAY "STATUS:        " LOAN-STATUS.
       	DISPLAY "DUE DATE:      " W-DATE-DISP
       		"   DAYS OVERDUE: " W-DAYS-DISP.
       	DISPLAY "AMOUNT DUE:    P" W-AMT-DISP.
       END-SHOW-LOAN-RTN.
      ******************************************************************
      * Lists the ticket's entries oldest first and leaves the last
      * entry number used in WS-LAST-SEQ.
      ******************************************************************
       LIST-HISTORY-RTN.
       	MOVE 0 TO WS-LAST-SEQ.
       	MOVE 0 TO WS-HIST-CTR.
       	DISPLAY " ".
       	DISPLAY "DATE        COLLECTOR  METHOD OUTCOME  PROMISED"
       		"       AMOUNT STATUS   NEXT".
       	MOVE WS-COL-TRANSNO TO COL-TRANSNO.
       	MOVE 0 TO COL-SEQ.
       	MOVE "N" TO WS-EOF.
       	START COLFILE KEY NOT < COL-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM HISTORY-LINE-RTN THRU END-HISTORY-LINE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-HIST-CTR = 0)
       		DISPLAY "NO COLLECTION ACTIVITY ON FILE."
       	END-IF.
       END-LIST-HISTORY-RTN.
       HISTORY-LINE-RTN.
       	IF (COL-TRANSNO NOT = WS-COL-TRANSNO)
       		MOVE "Y" TO WS-EOF
       		GO TO END-HISTORY-LINE-RTN
       	END-IF.
       	ADD 1 TO WS-HIST-CTR.
       	MOVE COL-SEQ TO WS-LAST-SEQ.
       	MOVE COL-DATE TO W-DATE-DISP.
       	MOVE COL-NEXT-DATE TO W-DATE2-DISP.
       	IF (COL-PROMISE)
       		MOVE COL-PTP-AMT TO W-AMT-DISP
       		MOVE COL-PTP-DATE TO WS-PTP-DATE
       		DISPLAY W-DATE-DISP "  " COL-COLLECTOR " "
       			COL-METHOD " " COL-OUTCOME " " WS-PTP-DATE
       			"  P" W-AMT-DISP " " COL-PTP-STATUS " "
       			W-DATE2-DISP
       	ELSE
       		DISPLAY W-DATE-DISP "  " COL-COLLECTOR " "
       			COL-METHOD " " COL-OUTCOME W-NO-PROMISE
       			W-DATE2-DISP
       	END-IF.
       	IF (COL-REMARKS NOT = SPACES)
       		DISPLAY "            " COL-REMARKS
       	END-IF.
       	READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-HISTORY-LINE-RTN.
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
