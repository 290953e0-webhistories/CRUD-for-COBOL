       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE30.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Gold buying price table maintenance.  Each morning a manager
      * keys the price per gram for every karat the branch lends on,
      * with the date it takes effect, into GOLDPRC.Dat.  The gold
      * appraisal worksheet in MACHINE1/MACHINE4 values a GOLD article
      * at the latest price in effect for its karat.  Prices are never
      * backdated - a worksheet already printed keeps the price it
      * was valued at.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT GPFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS GP-KEY
       	 FILE STATUS IS WS-GPFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  GPFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "GOLDPRC.Dat"
       	 DATA RECORD IS GOLD-PRICE-REC.
       COPY GOLDPRC.
       WORKING-STORAGE SECTION.
       01 WS-PRICE-IN		PIC 9(7).
       01 WS-PRICE-DEC REDEFINES WS-PRICE-IN PIC 9(5)V99.
       01 W-PRICE-DISP	PIC ZZ,ZZ9.99.
       01 W-DATE-DISP		PIC 9999/99/99.
       77 CHOICE		PIC A.
       77 RESP			PIC A.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-GPFILE-STATUS PIC XX.
       77 WS-FOUND		PIC A.
       77 WS-EOF			PIC A.
       77 WS-SIGNON-ID	PIC X(10).
       77 WS-SIGNON-PW	PIC X(10).
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-TODAY		PIC 9(8).
       77 WS-KARAT		PIC 9(2).
       77 WS-EFF-DATE	PIC 9(8).
       77 WS-HOLD-KARAT	PIC 9(2).
       77 WS-HOLD-DATE	PIC 9(8).
       77 WS-HOLD-PRICE	PIC 9(5)V99.
       77 WS-HOLD-BY		PIC X(10).
       77 WS-LINE-CTR	PIC 9(3).

       SCREEN SECTION.
       01  CLRSCR.
       	 05 BLANK SCREEN.
       01 GOLDMENU.
       	05 VALUE "****************************************" COL 20.
       	05 VALUE "GOLD BUYING PRICE TABLE MAINTENANCE" LINE 2 COL 22.
       	05 VALUE "****************************************" LINE 3
       	COL 20.
       	05 VALUE "[A] ENTER PRICE PER GRAM" LINE 6 COL 27.
       	05 VALUE "[V] VIEW PRICES IN EFFECT" LINE 7 COL 27.
       	05 VALUE "[L] LIST PRICE HISTORY" LINE 8 COL 27.
       	05 VALUE "[X] EXIT" LINE 9 COL 27.
       	05 VALUE "ENTER THE LETTER OF YOUR CHOICE: " LINE 12
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
       	OPEN I-O GPFILE.
       	IF (WS-GPFILE-STATUS = "35")
       		OPEN OUTPUT GPFILE
       		CLOSE GPFILE
       		OPEN I-O GPFILE
       	END-IF.
       	IF (WS-GPFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING GOLDPRC.Dat. STATUS: "
       			WS-GPFILE-STATUS
       		STOP RUN
       	END-IF.
       	MOVE SPACE TO CHOICE.
       	PERFORM MENU-RTN THRU END-MENU-RTN
       		UNTIL CHOICE = "X" OR CHOICE = "x".
       	DISPLAY "END OF PROGRAM. EXITING NOW...".
       	CLOSE GPFILE.
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
       MENU-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY GOLDMENU.
       	ACCEPT CHOICE LINE 12 COL 54.
       	IF (CHOICE = "A" OR CHOICE = "a")
       		PERFORM ENTER-PRICE-RTN THRU END-ENTER-PRICE-RTN
       	END-IF.
       	IF (CHOICE = "V" OR CHOICE = "v")
       		PERFORM VIEW-PRICES-RTN THRU END-VIEW-PRICES-RTN
       	END-IF.
       	IF (CHOICE = "L" OR CHOICE = "l")
       		PERFORM LIST-HISTORY-RTN THRU END-LIST-HISTORY-RTN
       	END-IF.
       END-MENU-RTN.
      ******************************************************************
      * One price per karat per effective date.  Re-keying the same
      * karat and date replaces the price after a confirmation.
      ******************************************************************
       ENTER-PRICE-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ ENTER PRICE PER GRAM @@@@@>".
       	DISPLAY "KARAT (1-24): ".
       	ACCEPT WS-KARAT.
       	PERFORM UNTIL WS-KARAT > 0 AND WS-KARAT < 25
       		DISPLAY "INVALID KARAT. ENTER 1 TO 24: "
       		ACCEPT WS-KARAT
       	END-PERFORM.
       	DISPLAY "EFFECTIVE DATE YYYYMMDD (0 = TODAY): ".
       	ACCEPT WS-EFF-DATE.
       	IF (WS-EFF-DATE = 0)
       		MOVE WS-TODAY TO WS-EFF-DATE
       	END-IF.
       	PERFORM UNTIL WS-EFF-DATE NOT < WS-TODAY
       		DISPLAY "PRICES CANNOT BE BACKDATED. REENTER: "
       		ACCEPT WS-EFF-DATE
       		IF (WS-EFF-DATE = 0)
       			MOVE WS-TODAY TO WS-EFF-DATE
       		END-IF
       	END-PERFORM.
       	DISPLAY "PRICE PER GRAM (295000 = 2,950.00): ".
       	ACCEPT WS-PRICE-IN.
       	PERFORM UNTIL WS-PRICE-DEC > 0
       		DISPLAY "INVALID PRICE. MUST BE > ZERO: "
       		ACCEPT WS-PRICE-IN
       	END-PERFORM.
       	MOVE WS-KARAT TO GP-KARAT.
       	MOVE WS-EFF-DATE TO GP-EFF-DATE.
       	MOVE "N" TO WS-FOUND.
       	READ GPFILE
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "Y")
       		MOVE GP-PRICE-GRAM TO W-PRICE-DISP
       		DISPLAY "PRICE ALREADY ON FILE FOR THAT DATE: P"
       			W-PRICE-DISP " BY " GP-SET-BY
       		DISPLAY "REPLACE IT [Y/N]?: "
       		ACCEPT RESP
       		IF (RESP NOT = "Y" AND RESP NOT = "y")
       			DISPLAY "PRICE NOT CHANGED."
       			GO TO PAUSE-ENTER-PRICE-RTN
       		END-IF
       	END-IF.
       	MOVE WS-PRICE-DEC TO GP-PRICE-GRAM.
       	MOVE WS-SIGNON-ID TO GP-SET-BY.
       	MOVE WS-TODAY TO GP-SET-DATE.
       	IF (WS-FOUND = "Y")
       		REWRITE GOLD-PRICE-REC
       		END-REWRITE
       		DISPLAY "PRICE REPLACED."
       	ELSE
       		WRITE GOLD-PRICE-REC
       		END-WRITE
       		DISPLAY "PRICE ADDED."
       	END-IF.
       PAUSE-ENTER-PRICE-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-ENTER-PRICE-RTN.
      ******************************************************************
      * The file is in karat / effective-date order, so the price in
      * effect for a karat is the last record of its group dated on or
      * before today.  Each group is shown when the karat changes.
      ******************************************************************
       VIEW-PRICES-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ PRICES IN EFFECT TODAY @@@@@>".
       	DISPLAY "KARAT   PRICE/GRAM   EFFECTIVE    SET BY".
       	MOVE 0 TO WS-LINE-CTR.
       	MOVE 0 TO WS-HOLD-KARAT.
       	MOVE 0 TO GP-KARAT.
       	MOVE 0 TO GP-EFF-DATE.
       	MOVE "N" TO WS-EOF.
       	START GPFILE KEY NOT < GP-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ GPFILE NEXT RECORD AT END
       			MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM VIEW-ONE-RTN THRU END-VIEW-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-HOLD-KARAT > 0)
       		PERFORM VIEW-LINE-RTN THRU END-VIEW-LINE-RTN
       	END-IF.
       	IF (WS-LINE-CTR = 0)
       		DISPLAY "NO PRICE IN EFFECT."
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-VIEW-PRICES-RTN.
       VIEW-ONE-RTN.
       	IF (GP-KARAT NOT = WS-HOLD-KARAT AND WS-HOLD-KARAT > 0)
       		PERFORM VIEW-LINE-RTN THRU END-VIEW-LINE-RTN
       		MOVE 0 TO WS-HOLD-KARAT
       	END-IF.
       	IF (GP-EFF-DATE NOT > WS-TODAY)
       		MOVE GP-KARAT TO WS-HOLD-KARAT
       		MOVE GP-EFF-DATE TO WS-HOLD-DATE
       		MOVE GP-PRICE-GRAM TO WS-HOLD-PRICE
       		MOVE GP-SET-BY TO WS-HOLD-BY
       	END-IF.
       	READ GPFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-VIEW-ONE-RTN.
       VIEW-LINE-RTN.
       	ADD 1 TO WS-LINE-CTR.
       	MOVE WS-HOLD-PRICE TO W-PRICE-DISP.
       	MOVE WS-HOLD-DATE TO W-DATE-DISP.
       	DISPLAY "  " WS-HOLD-KARAT "K   P" W-PRICE-DISP "   "
       		W-DATE-DISP "   " WS-HOLD-BY.
       END-VIEW-LINE-RTN.
       LIST-HISTORY-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ PRICE HISTORY @@@@@>".
       	DISPLAY "KARAT (1-24): ".
       	ACCEPT WS-KARAT.
       	DISPLAY "EFFECTIVE    PRICE/GRAM   SET BY      ON".
       	MOVE 0 TO WS-LINE-CTR.
       	MOVE WS-KARAT TO GP-KARAT.
       	MOVE 0 TO GP-EFF-DATE.
       	MOVE "N" TO WS-EOF.
       	START GPFILE KEY NOT < GP-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ GPFILE NEXT RECORD AT END
       			MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM HISTORY-ONE-RTN THRU END-HISTORY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-LINE-CTR = 0)
       		DISPLAY "NO PRICES ON FILE FOR THAT KARAT."
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-LIST-HISTORY-RTN.
       HISTORY-ONE-RTN.
       	IF (GP-KARAT NOT = WS-KARAT)
       		MOVE "Y" TO WS-EOF
       		GO TO END-HISTORY-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-LINE-CTR.
       	MOVE GP-PRICE-GRAM TO W-PRICE-DISP.
       	MOVE GP-EFF-DATE TO W-DATE-DISP.
       	DISPLAY W-DATE-DISP "   P" W-PRICE-DISP "   " GP-SET-BY
       		"  " GP-SET-DATE.
       	READ GPFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-HISTORY-ONE-RTN.
       PAUSE-RTN.
       	DISPLAY "PRESS ENTER TO CONTINUE...".
       	ACCEPT RESP.
       END-PAUSE-RTN.
