       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE41.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Branch main-safe ledger.  SAFE.Dat keeps one day record per
      * branch with the opening balance and the day's movements by
      * type, SAFEMOV.Dat one line per movement.  Floats issued at
      * MACHINE4 shift open and the drawer cash turned in at shift
      * close are posted by MACHINE4 itself; here a manager posts
      * bank deposits (with the deposit slip number) and head-office
      * replenishments, takes over the paper balance once when the
      * ledger is started, and does the day-end count together with
      * a second custodian, who signs on with their own password.
      * The count goes by denomination; the variance against the
      * expected balance is printed on the count sheet in SAFE.prt
      * and journalled as SAFESHORT or SAFEOVER.  The ledger of any
      * date can be printed.  MACHINE23 and MACHINE10 add the safe to
      * the drawers for the branch's total cash position.  The day
      * record is locked in LOCKREG.Dat while it is posted, since the
      * MACHINE4 counters post floats and turn-ins to it too.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT SAFEFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS SF-KEY
       	 FILE STATUS IS WS-SAFEFILE-STATUS.
       	 SELECT SAFEMOV ASSIGN TO "SAFEMOV.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-SAFEMOV-STATUS.
       	 SELECT SAFEPRT ASSIGN TO "SAFE.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-SAFEPRT-STATUS.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       	 SELECT AUDITLOG ASSIGN TO "AUDIT.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AUDITLOG-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  SAFEFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "SAFE.Dat"
       	 DATA RECORD IS SAFE-REC.
       COPY SAFEREC.
       FD  SAFEMOV
       	 LABEL RECORD IS STANDARD.
       COPY SFMREC.
       FD  SAFEPRT
       	 LABEL RECORD IS STANDARD.
       01  SAFE-LINE			PIC X(80).
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       FD  AUDITLOG
       	 LABEL RECORD IS STANDARD.
       01  AUDIT-REC			PIC X(60).
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
       WORKING-STORAGE SECTION.
       01 W-AMT-DISP		PIC ZZ,ZZZ,Z99.99-.
       01 W-OPEN-DISP	PIC ZZ,ZZZ,Z99.99-.
       01 W-FLOAT-DISP	PIC ZZ,ZZZ,Z99.99.
       01 W-TURNIN-DISP	PIC ZZ,ZZZ,Z99.99.
       01 W-DEP-DISP		PIC ZZ,ZZZ,Z99.99.
       01 W-REPL-DISP	PIC ZZ,ZZZ,Z99.99.
       01 W-EXP-DISP		PIC ZZ,ZZZ,Z99.99-.
       01 W-CNT-DISP		PIC ZZ,ZZZ,Z99.99.
       01 W-VAR-DISP		PIC ZZ,ZZZ,Z99.99-.
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-TIME-DISP	PIC 99B99B99.
       01 W-DEN-CNT-DISP	PIC ZZZZ9.
       01 W-DEN-AMT-DISP	PIC ZZ,ZZZ,Z99.99.
       77 CHOICE		PIC A.
       77 RESP			PIC A.
       77 WS-SAFEFILE-STATUS PIC XX.
       77 WS-SAFEMOV-STATUS PIC XX.
       77 WS-SAFEPRT-STATUS PIC XX.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-BR-ADDRS		PIC X(30).
       77 WS-SIGNON-ID	PIC X(10).
       77 WS-SIGNON-PW	PIC X(10).
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-OPERATOR-ID	PIC X(10).
       77 WS-CUST2-ID	PIC X(10).
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
       77 WS-EOF			PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-RPT-DATE	PIC 9(8).
       77 WS-SF-DATE		PIC 9(8).
       77 WS-SF-FOUND		PIC A.
       77 WS-SF-ANY		PIC A.
       77 WS-SF-EOF		PIC A.
       77 WS-SF-PRIOR		PIC S9(8)V99.
       77 WS-SF-EXPECTED	PIC S9(8)V99.
       77 WS-SF-STATUS	PIC X(8).
       77 WS-SF-OPENING	PIC S9(8)V99.
       77 WS-SFM-TS		PIC 9(14).
       77 WS-SFM-TYPE		PIC X(8).
       77 WS-SFM-AMOUNT	PIC 9(8)V99.
       77 WS-SFM-REF		PIC X(15).
       77 WS-SFM-OPER2	PIC X(10).
       77 WS-SFM-BAL		PIC S9(8)V99.
       77 WS-MOV-CTR		PIC 9(5).
       77 WS-CNT-1000	PIC 9(5).
       77 WS-CNT-500		PIC 9(5).
       77 WS-CNT-200		PIC 9(5).
       77 WS-CNT-100		PIC 9(5).
       77 WS-CNT-50		PIC 9(5).
       77 WS-CNT-20		PIC 9(5).
       77 WS-COINS-AMT	PIC 9(6)V99.
       77 WS-COUNTED		PIC 9(8)V99.
       77 WS-VARIANCE	PIC S9(8)V99.
       77 WS-DEN-AMT		PIC 9(8)V99.

       SCREEN SECTION.
       01  CLRSCR.
       	 05 BLANK SCREEN.
       01 SAFEMENU.
       	05 VALUE "****************************************" COL 20.
       	05 VALUE "BRANCH MAIN-SAFE LEDGER" LINE 2 COL 28.
       	05 VALUE "****************************************" LINE 3
       	COL 20.
       	05 VALUE "[D] BANK DEPOSIT" LINE 6 COL 23.
       	05 VALUE "[R] HEAD-OFFICE REPLENISHMENT" LINE 7 COL 23.
       	05 VALUE "[C] DAY-END COUNT (TWO CUSTODIANS)" LINE 8 COL 23.
       	05 VALUE "[L] PRINT SAFE LEDGER FOR A DATE" LINE 9 COL 23.
       	05 VALUE "[O] OPENING BALANCE (NEW LEDGER)" LINE 10 COL 23.
       	05 VALUE "[X] EXIT" LINE 11 COL 23.
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
       	MOVE SPACE TO CHOICE.
       	PERFORM MENU-RTN THRU END-MENU-RTN
       		UNTIL CHOICE = "X" OR CHOICE = "x".
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
       	DISPLAY SAFEMENU.
       	MOVE WS-TODAY TO WS-SF-DATE.
       	PERFORM SAFE-POSITION-RTN THRU END-SAFE-POSITION-RTN.
       	MOVE WS-SF-EXPECTED TO W-EXP-DISP.
       	DISPLAY "SAFE BALANCE NOW: P" W-EXP-DISP "  " WS-SF-STATUS
       		LINE 12 COL 23.
       	ACCEPT CHOICE LINE 14 COL 54.
       	IF (CHOICE = "D" OR CHOICE = "d")
       		PERFORM DEPOSIT-RTN THRU END-DEPOSIT-RTN
       	END-IF.
       	IF (CHOICE = "R" OR CHOICE = "r")
       		PERFORM REPLEN-RTN THRU END-REPLEN-RTN
       	END-IF.
       	IF (CHOICE = "C" OR CHOICE = "c")
       		PERFORM COUNT-RTN THRU END-COUNT-RTN
       	END-IF.
       	IF (CHOICE = "L" OR CHOICE = "l")
       		PERFORM LEDGER-RTN THRU END-LEDGER-RTN
       	END-IF.
       	IF (CHOICE = "O" OR CHOICE = "o")
       		PERFORM OPENBAL-RTN THRU END-OPENBAL-RTN
       	END-IF.
       END-MENU-RTN.
      ******************************************************************
      * Cash out of the safe to the bank.  The deposit slip number is
      * the reference; a deposit larger than the safe holds is refused.
      ******************************************************************
       DEPOSIT-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ BANK DEPOSIT @@@@@>".
       	DISPLAY "DEPOSIT AMOUNT: ".
       	ACCEPT WS-SFM-AMOUNT.
       	IF (WS-SFM-AMOUNT = 0)
       		DISPLAY "NOTHING POSTED."
       		GO TO PAUSE-DEPOSIT-RTN
       	END-IF.
       	IF (WS-SFM-AMOUNT > WS-SF-EXPECTED)
       		DISPLAY "DEPOSIT EXCEEDS THE SAFE BALANCE - NOT POSTED."
       		GO TO PAUSE-DEPOSIT-RTN
       	END-IF.
       	DISPLAY "DEPOSIT SLIP NO.: ".
       	ACCEPT WS-SFM-REF.
       	PERFORM UNTIL WS-SFM-REF NOT = SPACES
       		DISPLAY "DEPOSIT SLIP NO. IS REQUIRED: "
       		ACCEPT WS-SFM-REF
       	END-PERFORM.
       	MOVE "BANKDEP" TO WS-SFM-TYPE.
       	PERFORM SAFE-POST-RTN THRU END-SAFE-POST-RTN.
       	MOVE 0 TO WS-AUDIT-TRANSNO.
       	MOVE "SAFEDEP" TO WS-AUDIT-ACTION.
       	MOVE WS-SFM-AMOUNT TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE WS-SF-EXPECTED TO W-EXP-DISP.
       	DISPLAY "DEPOSIT POSTED. SAFE BALANCE: P" W-EXP-DISP.
       PAUSE-DEPOSIT-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-DEPOSIT-RTN.
      * cash into the safe from head office, against its voucher
       REPLEN-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ HEAD-OFFICE REPLENISHMENT @@@@@>".
       	DISPLAY "AMOUNT RECEIVED: ".
       	ACCEPT WS-SFM-AMOUNT.
       	IF (WS-SFM-AMOUNT = 0)
       		DISPLAY "NOTHING POSTED."
       		GO TO PAUSE-REPLEN-RTN
       	END-IF.
       	DISPLAY "HO VOUCHER / TRANSFER REF.: ".
       	ACCEPT WS-SFM-REF.
       	PERFORM UNTIL WS-SFM-REF NOT = SPACES
       		DISPLAY "REFERENCE IS REQUIRED: "
       		ACCEPT WS-SFM-REF
       	END-PERFORM.
       	MOVE "HOREPL" TO WS-SFM-TYPE.
       	PERFORM SAFE-POST-RTN THRU END-SAFE-POST-RTN.
       	MOVE 0 TO WS-AUDIT-TRANSNO.
       	MOVE "SAFEREPL" TO WS-AUDIT-ACTION.
       	MOVE WS-SFM-AMOUNT TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE WS-SF-EXPECTED TO W-EXP-DISP.
       	DISPLAY "REPLENISHMENT POSTED. SAFE BALANCE: P" W-EXP-DISP.
       PAUSE-REPLEN-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-REPLEN-RTN.
      ******************************************************************
      * The balance counted in the safe on the day the ledger starts.
      * Taken only once: not after any earlier safe day is on file.
      ******************************************************************
       OPENBAL-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ OPENING BALANCE @@@@@>".
       	IF (WS-SF-ANY = "Y" OR WS-SF-OPENING NOT = 0)
       		DISPLAY "SAFE LEDGER ALREADY STARTED - NOT ALLOWED."
       		GO TO PAUSE-OPENBAL-RTN
       	END-IF.
       	DISPLAY "CASH IN THE SAFE NOW: ".
       	ACCEPT WS-SFM-AMOUNT.
       	IF (WS-SFM-AMOUNT = 0)
       		DISPLAY "NOTHING POSTED."
       		GO TO PAUSE-OPENBAL-RTN
       	END-IF.
       	MOVE "LEDGER START" TO WS-SFM-REF.
       	MOVE "OPENBAL" TO WS-SFM-TYPE.
       	PERFORM SAFE-POST-RTN THRU END-SAFE-POST-RTN.
       	MOVE WS-SF-EXPECTED TO W-EXP-DISP.
       	DISPLAY "OPENING BALANCE POSTED. SAFE BALANCE: P"
       		W-EXP-DISP.
       PAUSE-OPENBAL-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-OPENBAL-RTN.
      ******************************************************************
      * Day-end count.  The signed-on manager and a second custodian
      * count the safe together by denomination; the second custodian
      * must be another active operator and signs on with their own
      * password.  The variance against the expected balance goes on
      * the count sheet and, when not nil, to the journal.
      ******************************************************************
       COUNT-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ DAY-END SAFE COUNT @@@@@>".
       	PERFORM CUST2-SIGNON-RTN THRU END-CUST2-SIGNON-RTN.
       	IF (WS-SIGNED-ON = "N")
       		DISPLAY "SECOND CUSTODIAN NOT SIGNED ON - NO COUNT."
       		GO TO PAUSE-COUNT-RTN
       	END-IF.
       	PERFORM COUNT-DENOM-RTN THRU END-COUNT-DENOM-RTN.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SFM-TS.
       	MOVE WS-SFM-TS(1:8) TO WS-SF-DATE.
       	PERFORM LOCK-SAFE-RTN THRU END-LOCK-SAFE-RTN.
       	OPEN I-O SAFEFILE.
       	IF (WS-SAFEFILE-STATUS = "35")
       		OPEN OUTPUT SAFEFILE
       		CLOSE SAFEFILE
       		OPEN I-O SAFEFILE
       	END-IF.
       	IF (WS-SAFEFILE-STATUS NOT = "00")
       		DISPLAY "SAFE.Dat NOT UPDATED. STATUS: "
       			WS-SAFEFILE-STATUS
       		PERFORM UNLOCK-SAFE-RTN THRU END-UNLOCK-SAFE-RTN
       		GO TO PAUSE-COUNT-RTN
       	END-IF.
       	PERFORM SAFE-DAY-RTN THRU END-SAFE-DAY-RTN.
       	COMPUTE WS-SF-EXPECTED = SF-OPENING - SF-FLOAT-ISS +
       		SF-TURNIN - SF-DEPOSIT + SF-REPLEN.
       	COMPUTE WS-VARIANCE = WS-COUNTED - WS-SF-EXPECTED.
       	MOVE "COUNTED" TO SF-STATUS.
       	MOVE WS-COUNTED TO SF-COUNTED.
       	MOVE WS-VARIANCE TO SF-VARIANCE.
       	MOVE WS-OPERATOR-ID TO SF-CUST1.
       	MOVE WS-CUST2-ID TO SF-CUST2.
       	MOVE WS-SFM-TS TO SF-COUNT-TS.
       	REWRITE SAFE-REC
       		INVALID KEY
       		DISPLAY "SAFE.Dat NOT UPDATED FOR " WS-SF-DATE
       	END-REWRITE.
       	PERFORM COUNT-SHEET-RTN THRU END-COUNT-SHEET-RTN.
       	CLOSE SAFEFILE.
       	PERFORM UNLOCK-SAFE-RTN THRU END-UNLOCK-SAFE-RTN.
       	MOVE "COUNT" TO WS-SFM-TYPE.
       	MOVE WS-COUNTED TO WS-SFM-AMOUNT.
       	MOVE "DAY-END COUNT" TO WS-SFM-REF.
       	MOVE WS-CUST2-ID TO WS-SFM-OPER2.
       	MOVE WS-SF-EXPECTED TO WS-SFM-BAL.
       	PERFORM SAFE-MOV-RTN THRU END-SAFE-MOV-RTN.
       	IF (WS-VARIANCE NOT = 0)
       		MOVE 0 TO WS-AUDIT-TRANSNO
       		IF (WS-VARIANCE < 0)
       			MOVE "SAFESHORT" TO WS-AUDIT-ACTION
       			COMPUTE WS-AUDIT-AMOUNT = 0 - WS-VARIANCE
       		ELSE
       			MOVE "SAFEOVER" TO WS-AUDIT-ACTION
       			MOVE WS-VARIANCE TO WS-AUDIT-AMOUNT
       		END-IF
       		PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN
       	END-IF.
       	MOVE WS-SF-EXPECTED TO W-EXP-DISP.
       	MOVE WS-COUNTED TO W-CNT-DISP.
       	MOVE WS-VARIANCE TO W-VAR-DISP.
       	DISPLAY "EXPECTED: P" W-EXP-DISP.
       	DISPLAY "COUNTED:  P" W-CNT-DISP.
       	DISPLAY "VARIANCE: P" W-VAR-DISP.
       	DISPLAY "COUNT SHEET PRINTED TO SAFE.prt.".
       PAUSE-COUNT-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-COUNT-RTN.
       CUST2-SIGNON-RTN.
       	MOVE 0 TO WS-TRIES.
       	MOVE "N" TO WS-SIGNED-ON.
       	OPEN INPUT OPERFILE.
       	IF (WS-OPERFILE-STATUS NOT = "00")
       		GO TO END-CUST2-SIGNON-RTN
       	END-IF.
       	PERFORM CUST2-TRY-RTN THRU END-CUST2-TRY-RTN
       		UNTIL WS-SIGNED-ON = "Y" OR WS-TRIES > 2.
       	CLOSE OPERFILE.
       END-CUST2-SIGNON-RTN.
       CUST2-TRY-RTN.
       	DISPLAY "SECOND CUSTODIAN ID: ".
       	ACCEPT WS-CUST2-ID.
       	DISPLAY "PASSWORD: ".
       	ACCEPT WS-SIGNON-PW.
       	IF (WS-CUST2-ID = WS-OPERATOR-ID)
       		DISPLAY "SECOND CUSTODIAN MUST BE ANOTHER OPERATOR."
       		ADD 1 TO WS-TRIES
       		GO TO END-CUST2-TRY-RTN
       	END-IF.
       	MOVE WS-CUST2-ID TO OP-ID.
       	READ OPERFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (OP-STATUS = "ACTIVE" AND OP-PASSWORD = WS-SIGNON-PW)
       			MOVE "Y" TO WS-SIGNED-ON
       		END-IF
       	END-READ.
       	IF (WS-SIGNED-ON = "N")
       		ADD 1 TO WS-TRIES
       		DISPLAY "INVALID SIGN-ON."
       	END-IF.
       END-CUST2-TRY-RTN.
       COUNT-DENOM-RTN.
       	DISPLAY "DENOMINATION COUNT SHEET".
       	DISPLAY "PCS OF P1000: ".
       	ACCEPT WS-CNT-1000.
       	DISPLAY "PCS OF P500:  ".
       	ACCEPT WS-CNT-500.
       	DISPLAY "PCS OF P200:  ".
       	ACCEPT WS-CNT-200.
       	DISPLAY "PCS OF P100:  ".
       	ACCEPT WS-CNT-100.
       	DISPLAY "PCS OF P50:   ".
       	ACCEPT WS-CNT-50.
       	DISPLAY "PCS OF P20:   ".
       	ACCEPT WS-CNT-20.
       	DISPLAY "COINS (AMOUNT): ".
       	ACCEPT WS-COINS-AMT.
       	COMPUTE WS-COUNTED =
       		(WS-CNT-1000 * 1000) + (WS-CNT-500 * 500) +
       		(WS-CNT-200 * 200) + (WS-CNT-100 * 100) +
       		(WS-CNT-50 * 50) + (WS-CNT-20 * 20) +
       		WS-COINS-AMT.
       	MOVE WS-COUNTED TO W-CNT-DISP.
       	DISPLAY "COUNTED TOTAL: P" W-CNT-DISP.
       END-COUNT-DENOM-RTN.
      * count sheet for the safe envelope, signed by both custodians
       COUNT-SHEET-RTN.
       	OPEN EXTEND SAFEPRT.
       	IF (WS-SAFEPRT-STATUS = "35")
       		OPEN OUTPUT SAFEPRT
       	END-IF.
       	MOVE ALL "=" TO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE WS-SF-DATE TO W-DATE-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "SAFE COUNT - BRANCH " WS-BR-CODE "  " WS-BR-NAME
       		"  " W-DATE-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	PERFORM DAY-SUMMARY-RTN THRU END-DAY-SUMMARY-RTN.
       	MOVE "DENOMINATION COUNT:" TO SAFE-LINE.
       	WRITE SAFE-LINE.
       	COMPUTE WS-DEN-AMT = WS-CNT-1000 * 1000.
       	MOVE WS-CNT-1000 TO W-DEN-CNT-DISP.
       	MOVE WS-DEN-AMT TO W-DEN-AMT-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "  P1000 X " W-DEN-CNT-DISP " = P" W-DEN-AMT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	COMPUTE WS-DEN-AMT = WS-CNT-500 * 500.
       	MOVE WS-CNT-500 TO W-DEN-CNT-DISP.
       	MOVE WS-DEN-AMT TO W-DEN-AMT-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "  P500  X " W-DEN-CNT-DISP " = P" W-DEN-AMT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	COMPUTE WS-DEN-AMT = WS-CNT-200 * 200.
       	MOVE WS-CNT-200 TO W-DEN-CNT-DISP.
       	MOVE WS-DEN-AMT TO W-DEN-AMT-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "  P200  X " W-DEN-CNT-DISP " = P" W-DEN-AMT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	COMPUTE WS-DEN-AMT = WS-CNT-100 * 100.
       	MOVE WS-CNT-100 TO W-DEN-CNT-DISP.
       	MOVE WS-DEN-AMT TO W-DEN-AMT-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "  P100  X " W-DEN-CNT-DISP " = P" W-DEN-AMT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	COMPUTE WS-DEN-AMT = WS-CNT-50 * 50.
       	MOVE WS-CNT-50 TO W-DEN-CNT-DISP.
       	MOVE WS-DEN-AMT TO W-DEN-AMT-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "  P50   X " W-DEN-CNT-DISP " = P" W-DEN-AMT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	COMPUTE WS-DEN-AMT = WS-CNT-20 * 20.
       	MOVE WS-CNT-20 TO W-DEN-CNT-DISP.
       	MOVE WS-DEN-AMT TO W-DEN-AMT-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "  P20   X " W-DEN-CNT-DISP " = P" W-DEN-AMT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE WS-COINS-AMT TO W-DEN-AMT-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "  COINS         = P" W-DEN-AMT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE WS-COUNTED TO W-CNT-DISP.
       	MOVE WS-VARIANCE TO W-VAR-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "COUNTED:           P" W-CNT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "VARIANCE:          P" W-VAR-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	IF (WS-VARIANCE NOT = 0)
       		MOVE "*** VARIANCE - REPORT TO AREA MANAGER ***"
       			TO SAFE-LINE
       		WRITE SAFE-LINE
       	END-IF.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "CUSTODIAN 1: " WS-OPERATOR-ID
       		"   SIGNATURE: ____________________"
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "CUSTODIAN 2: " WS-CUST2-ID
       		"   SIGNATURE: ____________________"
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	CLOSE SAFEPRT.
       END-COUNT-SHEET-RTN.
      * opening, movements by type and expected closing of SAFE-REC
       DAY-SUMMARY-RTN.
       	MOVE SF-OPENING TO W-OPEN-DISP.
       	MOVE SF-FLOAT-ISS TO W-FLOAT-DISP.
       	MOVE SF-TURNIN TO W-TURNIN-DISP.
       	MOVE SF-DEPOSIT TO W-DEP-DISP.
       	MOVE SF-REPLEN TO W-REPL-DISP.
       	COMPUTE WS-SF-EXPECTED = SF-OPENING - SF-FLOAT-ISS +
       		SF-TURNIN - SF-DEPOSIT + SF-REPLEN.
       	MOVE WS-SF-EXPECTED TO W-EXP-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "OPENING BALANCE:   P" W-OPEN-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "LESS FLOATS ISSUED: P" W-FLOAT-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "ADD DRAWER TURN-IN: P" W-TURNIN-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "LESS BANK DEPOSITS: P" W-DEP-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "ADD HO REPLENISH:   P" W-REPL-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "EXPECTED CLOSING:  P" W-EXP-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       END-DAY-SUMMARY-RTN.
      ******************************************************************
      * The safe ledger of one date: the day record and every
      * SAFEMOV.Dat line of the branch for that date, to SAFE.prt.
      ******************************************************************
       LEDGER-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ SAFE LEDGER @@@@@>".
       	DISPLAY "LEDGER DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-RPT-DATE.
       	IF (WS-RPT-DATE = 0)
       		MOVE WS-TODAY TO WS-RPT-DATE
       	END-IF.
       	OPEN INPUT SAFEFILE.
       	IF (WS-SAFEFILE-STATUS NOT = "00")
       		DISPLAY "NO SAFE.Dat ON FILE. STATUS: "
       			WS-SAFEFILE-STATUS
       		GO TO PAUSE-LEDGER-RTN
       	END-IF.
       	OPEN EXTEND SAFEPRT.
       	IF (WS-SAFEPRT-STATUS = "35")
       		OPEN OUTPUT SAFEPRT
       	END-IF.
       	MOVE ALL "=" TO SAFE-LINE.
       	WRITE SAFE-LINE.
       	MOVE WS-RPT-DATE TO W-DATE-DISP.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "SAFE LEDGER - BRANCH " WS-BR-CODE "  " WS-BR-NAME
       		"  " W-DATE-DISP
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	DISPLAY SAFE-LINE.
       	MOVE WS-BR-CODE TO SF-BRANCHCD.
       	MOVE WS-RPT-DATE TO SF-DATE.
       	MOVE "Y" TO WS-SF-FOUND.
       	READ SAFEFILE
       		INVALID KEY MOVE "N" TO WS-SF-FOUND
       	END-READ.
       	IF (WS-SF-FOUND = "N")
       		MOVE WS-RPT-DATE TO WS-SF-DATE
       		PERFORM SAFE-PRIOR-RTN THRU END-SAFE-PRIOR-RTN
       		MOVE WS-SF-PRIOR TO W-EXP-DISP
       		MOVE SPACES TO SAFE-LINE
       		STRING "NO SAFE MOVEMENTS. BALANCE CARRIED: P"
       			W-EXP-DISP
       			DELIMITED BY SIZE INTO SAFE-LINE
       		WRITE SAFE-LINE
       		DISPLAY SAFE-LINE
       		CLOSE SAFEFILE
       		CLOSE SAFEPRT
       		GO TO PAUSE-LEDGER-RTN
       	END-IF.
       	PERFORM DAY-SUMMARY-RTN THRU END-DAY-SUMMARY-RTN.
       	DISPLAY "EXPECTED CLOSING: P" W-EXP-DISP.
       	IF (SF-STATUS = "COUNTED")
       		MOVE SF-COUNTED TO W-CNT-DISP
       		MOVE SF-VARIANCE TO W-VAR-DISP
       		MOVE SPACES TO SAFE-LINE
       		STRING "COUNTED:           P" W-CNT-DISP
       			"  VARIANCE: P" W-VAR-DISP
       			DELIMITED BY SIZE INTO SAFE-LINE
       		WRITE SAFE-LINE
       		DISPLAY SAFE-LINE
       		MOVE SPACES TO SAFE-LINE
       		STRING "COUNTED BY: " SF-CUST1 " AND " SF-CUST2
       			DELIMITED BY SIZE INTO SAFE-LINE
       		WRITE SAFE-LINE
       		DISPLAY SAFE-LINE
       	ELSE
       		MOVE "NOT YET COUNTED." TO SAFE-LINE
       		WRITE SAFE-LINE
       		DISPLAY SAFE-LINE
       	END-IF.
       	CLOSE SAFEFILE.
       	MOVE "TIME      TYPE      AMOUNT          REFERENCE"
       		TO SAFE-LINE.
       	WRITE SAFE-LINE.
       	DISPLAY SAFE-LINE.
       	MOVE 0 TO WS-MOV-CTR.
       	OPEN INPUT SAFEMOV.
       	IF (WS-SAFEMOV-STATUS = "00")
       		MOVE "N" TO WS-EOF
       		READ SAFEMOV AT END MOVE "Y" TO WS-EOF
       		END-READ
       		PERFORM LEDGER-LINE-RTN THRU END-LEDGER-LINE-RTN
       			UNTIL WS-EOF = "Y"
       		CLOSE SAFEMOV
       	END-IF.
       	MOVE SPACES TO SAFE-LINE.
       	STRING "MOVEMENTS: " WS-MOV-CTR
       		DELIMITED BY SIZE INTO SAFE-LINE.
       	WRITE SAFE-LINE.
       	DISPLAY SAFE-LINE.
       	CLOSE SAFEPRT.
       PAUSE-LEDGER-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-LEDGER-RTN.
       LEDGER-LINE-RTN.
       	IF (SFM-BRANCHCD = WS-BR-CODE AND SFM-DATE = WS-RPT-DATE)
       		ADD 1 TO WS-MOV-CTR
       		MOVE SFM-TIME TO W-TIME-DISP
       		MOVE SFM-AMOUNT TO W-AMT-DISP
       		MOVE SPACES TO SAFE-LINE
       		STRING W-TIME-DISP "  " SFM-TYPE "  " W-AMT-DISP
       			"  " SFM-REF " " SFM-OPERATOR " " SFM-OPERATOR2
       			DELIMITED BY SIZE INTO SAFE-LINE
       		WRITE SAFE-LINE
       		DISPLAY SAFE-LINE
       	END-IF.
       	READ SAFEMOV AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LEDGER-LINE-RTN.
      ******************************************************************
      * Expected safe balance for WS-SF-DATE in WS-SF-EXPECTED, with
      * the day's status; WS-SF-ANY tells whether any earlier safe day
      * is on file and WS-SF-OPENING the day's opening balance.
      ******************************************************************
       SAFE-POSITION-RTN.
       	MOVE 0 TO WS-SF-EXPECTED.
       	MOVE 0 TO WS-SF-OPENING.
       	MOVE "N" TO WS-SF-ANY.
       	MOVE "NO COUNT" TO WS-SF-STATUS.
       	OPEN INPUT SAFEFILE.
       	IF (WS-SAFEFILE-STATUS NOT = "00")
       		GO TO END-SAFE-POSITION-RTN
       	END-IF.
       	PERFORM SAFE-PRIOR-RTN THRU END-SAFE-PRIOR-RTN.
       	MOVE WS-SF-PRIOR TO WS-SF-EXPECTED.
       	MOVE WS-BR-CODE TO SF-BRANCHCD.
       	MOVE WS-SF-DATE TO SF-DATE.
       	READ SAFEFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		MOVE SF-STATUS TO WS-SF-STATUS
       		MOVE SF-OPENING TO WS-SF-OPENING
       		COMPUTE WS-SF-EXPECTED = SF-OPENING - SF-FLOAT-ISS +
       			SF-TURNIN - SF-DEPOSIT + SF-REPLEN
       	END-READ.
       	CLOSE SAFEFILE.
       END-SAFE-POSITION-RTN.
      ******************************************************************
      * Record locking, as in MACHINE4, so the safe can be posted and
      * counted while the counters are open.  The caller sets
      * WS-LCK-FILE and WS-LCK-KEY; WS-LCK-GOT comes back "Y" once
      * this operator holds the record in LOCKREG.Dat.  A record held
      * by another operator is shown with the holder; the safe is
      * always taken with WS-LCK-MODE "M", retrying until the record
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
       	(LCK-PROGRAM = "MACHINE41")) OR
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
       	MOVE "MACHINE41" TO LCK-PROGRAM.
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
       		(LCK-PROGRAM = "MACHINE41")
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
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE41 ,"
       		WS-OPERATOR-ID "," WS-LCK-FILE "," WS-LCK-KEY ","
       		WS-LCK-HOLDER "," WS-LCK-HOLD-PGM "," WS-LCK-HOLD-TS ","
       		WS-LCK-OUTCOME DELIMITED BY SIZE INTO LOCKLOG-REC.
       	WRITE LOCKLOG-REC.
       	CLOSE LOCKLOG.
       END-LOCK-LOG-RTN.
      * the day record for WS-SF-DATE, held from the read to the
      * rewrite
       LOCK-SAFE-RTN.
       	MOVE "SAFE" TO WS-LCK-FILE.
       	MOVE WS-SF-DATE TO WS-LCK-KEY.
       	MOVE "M" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-SAFE-RTN.
       UNLOCK-SAFE-RTN.
       	MOVE "SAFE" TO WS-LCK-FILE.
       	MOVE WS-SF-DATE TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UNLOCK-SAFE-RTN.
      ******************************************************************
      * Posts one movement of the branch main safe: WS-SFM-TYPE for
      * WS-SFM-AMOUNT with reference WS-SFM-REF, to today's SAFE.Dat
      * day record and the SAFEMOV.Dat movement line.
      ******************************************************************
       SAFE-POST-RTN.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SFM-TS.
       	MOVE WS-SFM-TS(1:8) TO WS-SF-DATE.
       	PERFORM LOCK-SAFE-RTN THRU END-LOCK-SAFE-RTN.
       	OPEN I-O SAFEFILE.
       	IF (WS-SAFEFILE-STATUS = "35")
       		OPEN OUTPUT SAFEFILE
       		CLOSE SAFEFILE
       		OPEN I-O SAFEFILE
       	END-IF.
       	IF (WS-SAFEFILE-STATUS NOT = "00")
       		DISPLAY "SAFE.Dat NOT UPDATED. STATUS: "
       			WS-SAFEFILE-STATUS
       		PERFORM UNLOCK-SAFE-RTN THRU END-UNLOCK-SAFE-RTN
       		GO TO END-SAFE-POST-RTN
       	END-IF.
       	PERFORM SAFE-DAY-RTN THRU END-SAFE-DAY-RTN.
       	IF (WS-SFM-TYPE = "FLOATISS")
       		ADD WS-SFM-AMOUNT TO SF-FLOAT-ISS
       	END-IF.
       	IF (WS-SFM-TYPE = "TURNIN")
       		ADD WS-SFM-AMOUNT TO SF-TURNIN
       	END-IF.
       	IF (WS-SFM-TYPE = "BANKDEP")
       		ADD WS-SFM-AMOUNT TO SF-DEPOSIT
       	END-IF.
       	IF (WS-SFM-TYPE = "HOREPL")
       		ADD WS-SFM-AMOUNT TO SF-REPLEN
       	END-IF.
       	IF (WS-SFM-TYPE = "OPENBAL")
       		ADD WS-SFM-AMOUNT TO SF-OPENING
       	END-IF.
       	IF (SF-STATUS = "COUNTED")
       		MOVE "OPEN" TO SF-STATUS
       		DISPLAY "SAFE ALREADY COUNTED TODAY - RECOUNT REQUIRED."
       	END-IF.
       	REWRITE SAFE-REC
       		INVALID KEY
       		DISPLAY "SAFE.Dat NOT UPDATED FOR " WS-SF-DATE
       	END-REWRITE.
       	COMPUTE WS-SF-EXPECTED = SF-OPENING - SF-FLOAT-ISS +
       		SF-TURNIN - SF-DEPOSIT + SF-REPLEN.
       	CLOSE SAFEFILE.
       	PERFORM UNLOCK-SAFE-RTN THRU END-UNLOCK-SAFE-RTN.
       	MOVE WS-SF-EXPECTED TO WS-SFM-BAL.
       	MOVE SPACES TO WS-SFM-OPER2.
       	PERFORM SAFE-MOV-RTN THRU END-SAFE-MOV-RTN.
       END-SAFE-POST-RTN.
      * reads the day record for WS-SF-DATE, opening it when absent
       SAFE-DAY-RTN.
       	MOVE WS-BR-CODE TO SF-BRANCHCD.
       	MOVE WS-SF-DATE TO SF-DATE.
       	MOVE "Y" TO WS-SF-FOUND.
       	READ SAFEFILE
       		INVALID KEY MOVE "N" TO WS-SF-FOUND
       	END-READ.
       	IF (WS-SF-FOUND = "Y")
       		GO TO END-SAFE-DAY-RTN
       	END-IF.
       	PERFORM SAFE-PRIOR-RTN THRU END-SAFE-PRIOR-RTN.
       	MOVE WS-BR-CODE TO SF-BRANCHCD.
       	MOVE WS-SF-DATE TO SF-DATE.
       	MOVE WS-SF-PRIOR TO SF-OPENING.
       	MOVE 0 TO SF-FLOAT-ISS.
       	MOVE 0 TO SF-TURNIN.
       	MOVE 0 TO SF-DEPOSIT.
       	MOVE 0 TO SF-REPLEN.
       	MOVE "OPEN" TO SF-STATUS.
       	MOVE 0 TO SF-COUNTED.
       	MOVE 0 TO SF-VARIANCE.
       	MOVE SPACES TO SF-CUST1.
       	MOVE SPACES TO SF-CUST2.
       	MOVE 0 TO SF-COUNT-TS.
       	WRITE SAFE-REC
       		INVALID KEY
       		DISPLAY "SAFE.Dat NOT UPDATED FOR " WS-SF-DATE
       	END-WRITE.
       END-SAFE-DAY-RTN.
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
       SAFE-MOV-RTN.
       	OPEN EXTEND SAFEMOV.
       	IF (WS-SAFEMOV-STATUS = "35")
       		OPEN OUTPUT SAFEMOV
       	END-IF.
       	MOVE WS-BR-CODE TO SFM-BRANCHCD.
       	MOVE WS-SFM-TS(1:8) TO SFM-DATE.
       	MOVE WS-SFM-TS(9:6) TO SFM-TIME.
       	MOVE WS-SFM-TYPE TO SFM-TYPE.
       	MOVE WS-SFM-AMOUNT TO SFM-AMOUNT.
       	MOVE WS-SFM-REF TO SFM-REF.
       	MOVE WS-OPERATOR-ID TO SFM-OPERATOR.
       	MOVE WS-SFM-OPER2 TO SFM-OPERATOR2.
       	MOVE WS-SFM-BAL TO SFM-BALANCE.
       	WRITE SAFEMOV-REC.
       	CLOSE SAFEMOV.
       END-SAFE-MOV-RTN.
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
       PAUSE-RTN.
       	DISPLAY "PRESS ENTER TO CONTINUE...".
       	ACCEPT RESP.
       END-PAUSE-RTN.
