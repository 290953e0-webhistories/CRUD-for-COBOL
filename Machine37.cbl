       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE37.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Lost or damaged pledge incidents.  A manager opens an incident
      * in INCIDENT.Dat against the pawn ticket when the MACHINE20
      * stock-take flags an open loan with no vault record, when an
      * article comes out of the box damaged at redemption, or when it
      * was handed to the wrong person - with the discovery date and
      * the manager investigating.  Settlement pays the pawner the
      * appraised value of the article plus the statutory premium
      * (INCPARM.Dat, 20% when absent), less what is owed on the loan
      * on the MACHINE4 payoff basis: the amount owed is set off as a
      * PAYMENT.Dat line and an INCSETTLE audit action, the
      * compensation goes out of the drawer under an INCCOMP audit
      * action, the loan is closed as SETTLED, the affected article
      * and VAULT.Dat record are marked SETTLED and any other article
      * still in the vault is handed back.  A case that ends without
      * a loss (item located, claim withdrawn) is closed with a
      * reason.  MACHINE38 reports the open incidents to head office
      * each week.  The ticket, its vault record and the drawer are
      * locked in LOCKREG.Dat while the settlement posts, as MACHINE4
      * locks them for a redemption.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT INCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS INC-NO
       	 ALTERNATE RECORD KEY IS INC-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-INCFILE-STATUS.
       	 SELECT LOANFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TRANSNO
       	 ALTERNATE RECORD KEY IS CLNAME WITH DUPLICATES
       	 FILE STATUS IS WS-LOANFILE-STATUS.
       	 SELECT VAULTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS VLT-TRANSNO
       	 FILE STATUS IS WS-VAULTFILE-STATUS.
       	 SELECT PLGFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PLG-KEY
       	 FILE STATUS IS WS-PLGFILE-STATUS.
       	 SELECT PAYFILE ASSIGN TO "PAYMENT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PAYFILE-STATUS.
       	 SELECT INPFILE ASSIGN TO "INCPARM.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-INPFILE-STATUS.
       	 SELECT AUDITLOG ASSIGN TO "AUDIT.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AUDITLOG-STATUS.
       	 SELECT VAULTMOV ASSIGN TO "VAULTMOV.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-VAULTMOV-STATUS.
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
       FD  INCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "INCIDENT.Dat"
       	 DATA RECORD IS INCIDENT-REC.
       COPY INCREC.
       FD  LOANFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  VAULTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "VAULT.Dat"
       	 DATA RECORD IS VAULT-REC.
       COPY VLTREC.
       FD  PLGFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PLGITEM.Dat"
       	 DATA RECORD IS PLEDGE-ITEM-REC.
       COPY PLGREC.
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
       FD  INPFILE
       	 LABEL RECORD IS STANDARD.
       01  INCPARM-REC.
       	 05 INP-PREMIUM-PCT	PIC 9(3).
       FD  AUDITLOG
       	 LABEL RECORD IS STANDARD.
       01  AUDIT-REC			PIC X(60).
       FD  VAULTMOV
       	 LABEL RECORD IS STANDARD.
       01  VAULTMOV-REC		PIC X(60).
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
       COPY RATETBL.
       01 W-TRANSNO-DISP	PIC ZZZ99.
       01 W-INCNO-DISP	PIC ZZZ99.
       01 W-AMT-DISP	PIC ZZZ,Z99.99.
       01 W-AMT2-DISP	PIC ZZZ,Z99.99.
       01 W-AMT3-DISP	PIC ZZZ,Z99.99.
       01 W-NET-DISP	PIC -ZZZ,Z99.99.
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-OR-DATE-DISP	PIC 9999/99/99.
       01 W-PCT-DISP	PIC ZZ9.
       01 W-DAYS-DISP	PIC ZZZZ9.
       77 CHOICE		PIC A.
       77 RESP			PIC A.
       77 WS-INCFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-VAULTFILE-STATUS PIC XX.
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-INPFILE-STATUS PIC XX.
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
       77 WS-VAULTMOV-STATUS PIC XX.
       77 WS-ORCTL-STATUS PIC XX.
       77 WS-RCPTFILE-STATUS PIC XX.
       77 WS-RCPTREGF-STATUS PIC XX.
       77 WS-SHIFTFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-BR-ADDRS		PIC X(30).
       77 WS-SIGNON-ID	PIC X(10).
       77 WS-SIGNON-PW	PIC X(10).
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-OPERATOR-ID	PIC X(10).
       77 WS-AUDIT-ACTION	PIC X(10).
       77 WS-AUDIT-TRANSNO	PIC 9(5).
       77 WS-AUDIT-TIMESTAMP	PIC 9(14).
       77 WS-AUDIT-AMOUNT	PIC 9(6)V99.
       77 WS-FOUND		PIC A.
       77 WS-EOF			PIC A.
       77 WS-OK			PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-PREMIUM-PCT	PIC 9(3).
       77 WS-INC-NO		PIC 9(5).
       77 WS-NEXT-INCNO	PIC 9(5).
       77 WS-INC-TRANSNO	PIC 9(5).
       77 WS-INC-LINE		PIC 9(2).
       77 WS-INC-KIND	PIC X.
       77 WS-INC-TYPE	PIC X(10).
       77 WS-INC-DESC	PIC X(20).
       77 WS-DISC-DATE	PIC 9(8).
       77 WS-MANAGER		PIC X(10).
       77 WS-REMARKS		PIC X(30).
       77 WS-REASON		PIC X(30).
       77 WS-OPEN-INCNO	PIC 9(5).
       77 WS-PLG-LINES	PIC 9(2).
       77 WS-LINE-STAT	PIC X(10).
       77 WS-LINE-APPR	PIC 9(5)V99.
       77 WS-LINE-DESC	PIC X(20).
       77 WS-VLT-STAT	PIC X(10).
       77 WS-VLT-LOCATION	PIC X(10).
       77 WS-VLT-ACTION	PIC X(10).
       77 WS-VLT-TRANSNO	PIC 9(5).
       77 WS-VLT-TS		PIC 9(14).
       77 WS-ELAPSED-DAYS	PIC S9(6).
       77 WS-ELAPSED-MM4	PIC 9(4).
       77 WS-ELAPSED-MONTHS PIC 9(2).
       	 88 ELAPSED-TIER-1 VALUE 1 THRU 4.
       	 88 ELAPSED-TIER-2 VALUE 5 THRU 8.
       	 88 ELAPSED-TIER-3 VALUE 9 THRU 12.
       	 88 ELAPSED-TIER-4 VALUE 13 THRU 99.
       77 WS-QT-DAYS		PIC 9(4).
       77 WS-QT-RATE		PIC V99.
       77 WS-PAYOFF-INT	PIC 9(5)V99.
       77 WS-APPRAISED	PIC 9(6)V99.
       77 WS-PREMIUM		PIC 9(6)V99.
       77 WS-COMP		PIC 9(6)V99.
       77 WS-OWED		PIC 9(6)V99.
       77 WS-OWED-QUOTED	PIC 9(6)V99.
       77 WS-OWED-PEN	PIC 9(6)V99.
       77 WS-OWED-INT	PIC 9(6)V99.
       77 WS-OWED-PRIN	PIC 9(6)V99.
       77 WS-NET			PIC S9(6)V99.
       77 WS-OR-NBR		PIC 9(8).
       77 WS-SH-IN-AMT	PIC 9(6)V99.
       77 WS-SH-OUT-AMT	PIC 9(6)V99.
       77 WS-LIST-CTR	PIC 9(5).
       77 WS-AGE-DAYS	PIC 9(5).

       SCREEN SECTION.
       01  CLRSCR.
       	 05 BLANK SCREEN.
       01 INCMENU.
       	05 VALUE "****************************************" COL 20.
       	05 VALUE "LOST / DAMAGED PLEDGE INCIDENTS" LINE 2 COL 24.
       	05 VALUE "****************************************" LINE 3
       	COL 20.
       	05 VALUE "[O] OPEN INCIDENT" LINE 6 COL 23.
       	05 VALUE "[S] SETTLE INCIDENT (COMPENSATE PAWNER)" LINE 7
       	COL 23.
       	05 VALUE "[C] CLOSE INCIDENT WITHOUT SETTLEMENT" LINE 8
       	COL 23.
       	05 VALUE "[I] INCIDENT INQUIRY" LINE 9 COL 23.
       	05 VALUE "[L] LIST OPEN INCIDENTS" LINE 10 COL 23.
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
       	PERFORM LOAD-PARM-RTN THRU END-LOAD-PARM-RTN.
       	OPEN I-O INCFILE.
       	IF (WS-INCFILE-STATUS = "35")
       		OPEN OUTPUT INCFILE
       		CLOSE INCFILE
       		OPEN I-O INCFILE
       	END-IF.
       	IF (WS-INCFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING INCIDENT.Dat. STATUS: "
       			WS-INCFILE-STATUS
       		STOP RUN
       	END-IF.
       	MOVE SPACE TO CHOICE.
       	PERFORM MENU-RTN THRU END-MENU-RTN
       		UNTIL CHOICE = "X" OR CHOICE = "x".
       	CLOSE INCFILE.
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
      ******************************************************************
      * The statutory premium on the appraised value of a lost or
      * damaged pledge, as a percentage.  INCPARM.Dat holds it so a
      * change in the regulation needs no program change; without the
      * file, or with a value out of range, 20% applies.
      ******************************************************************
       LOAD-PARM-RTN.
       	MOVE 20 TO WS-PREMIUM-PCT.
       	OPEN INPUT INPFILE.
       	IF (WS-INPFILE-STATUS NOT = "00")
       		GO TO END-LOAD-PARM-RTN
       	END-IF.
       	READ INPFILE
       		AT END CONTINUE
       		NOT AT END
       		IF (INP-PREMIUM-PCT IS NUMERIC) AND
       		(INP-PREMIUM-PCT NOT > 100)
       			MOVE INP-PREMIUM-PCT TO WS-PREMIUM-PCT
       		END-IF
       	END-READ.
       	CLOSE INPFILE.
       END-LOAD-PARM-RTN.
       MENU-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY INCMENU.
       	ACCEPT CHOICE LINE 14 COL 54.
       	IF (CHOICE = "O" OR CHOICE = "o")
       		PERFORM OPEN-INC-RTN THRU END-OPEN-INC-RTN
       	END-IF.
       	IF (CHOICE = "S" OR CHOICE = "s")
       		PERFORM SETTLE-RTN THRU END-SETTLE-RTN
       	END-IF.
       	IF (CHOICE = "C" OR CHOICE = "c")
       		PERFORM CLOSE-INC-RTN THRU END-CLOSE-INC-RTN
       	END-IF.
       	IF (CHOICE = "I" OR CHOICE = "i")
       		PERFORM INQUIRY-RTN THRU END-INQUIRY-RTN
       	END-IF.
       	IF (CHOICE = "L" OR CHOICE = "l")
       		PERFORM LIST-OPEN-RTN THRU END-LIST-OPEN-RTN
       	END-IF.
       END-MENU-RTN.
      ******************************************************************
      * A new incident.  The ticket must be open and not already under
      * an open incident, and the pledge must not have gone into an
      * auction lot.  On a multi-item ticket the manager picks the
      * article concerned, or zero when the whole ticket is affected.
      ******************************************************************
       OPEN-INC-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ OPEN PLEDGE INCIDENT @@@@@>".
       	DISPLAY "PAWN TICKET (TRANS. NO.): ".
       	ACCEPT WS-INC-TRANSNO.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		GO TO PAUSE-OPEN-INC-RTN
       	END-IF.
       	MOVE WS-INC-TRANSNO TO TRANSNO.
       	MOVE "N" TO WS-FOUND.
       	READ LOANFILE
       		INVALID KEY DISPLAY "TRANS. NO. NOT FOUND."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	CLOSE LOANFILE.
       	IF (WS-FOUND = "N")
       		GO TO PAUSE-OPEN-INC-RTN
       	END-IF.
       	IF (LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		DISPLAY "LOAN ALREADY CLOSED (" LOAN-STATUS ")."
       		GO TO PAUSE-OPEN-INC-RTN
       	END-IF.
       	PERFORM FIND-OPEN-INC-RTN THRU END-FIND-OPEN-INC-RTN.
       	IF (WS-OPEN-INCNO > 0)
       		DISPLAY "INCIDENT " WS-OPEN-INCNO
       			" IS ALREADY OPEN ON THIS TICKET."
       		GO TO PAUSE-OPEN-INC-RTN
       	END-IF.
       	PERFORM READ-VAULT-RTN THRU END-READ-VAULT-RTN.
       	IF (WS-VLT-STAT = "AUCTION")
       		DISPLAY "PLEDGE ALREADY PULLED INTO AN AUCTION LOT."
       		GO TO PAUSE-OPEN-INC-RTN
       	END-IF.
       	MOVE APPRAISED-VALUE TO W-AMT-DISP.
       	DISPLAY "CLIENT: " CLNAME "  STATUS: " LOAN-STATUS.
       	DISPLAY "ITEM:   " ITEM-DESC "  APPRAISED: P" W-AMT-DISP.
       	IF (WS-VLT-STAT = SPACES)
       		DISPLAY "VAULT:  NO VAULT RECORD"
       	ELSE
       		DISPLAY "VAULT:  " WS-VLT-LOCATION "  " WS-VLT-STAT
       	END-IF.
       	DISPLAY "TYPE - [M]ISSING, [D]AMAGED, MIS-[R]ELEASED: ".
       	ACCEPT WS-INC-KIND.
       	MOVE FUNCTION UPPER-CASE(WS-INC-KIND) TO WS-INC-KIND.
       	PERFORM UNTIL WS-INC-KIND = "M" OR WS-INC-KIND = "D"
       		OR WS-INC-KIND = "R"
       		DISPLAY "ENTER M, D OR R: "
       		ACCEPT WS-INC-KIND
       		MOVE FUNCTION UPPER-CASE(WS-INC-KIND) TO WS-INC-KIND
       	END-PERFORM.
       	IF (WS-INC-KIND = "M")
       		MOVE "MISSING" TO WS-INC-TYPE
       	END-IF.
       	IF (WS-INC-KIND = "D")
       		MOVE "DAMAGED" TO WS-INC-TYPE
       	END-IF.
       	IF (WS-INC-KIND = "R")
       		MOVE "MISRELEASE" TO WS-INC-TYPE
       	END-IF.
       	MOVE 0 TO WS-INC-LINE.
       	MOVE ITEM-DESC TO WS-INC-DESC.
       	PERFORM LIST-LINES-RTN THRU END-LIST-LINES-RTN.
       	IF (WS-PLG-LINES > 1)
       		PERFORM PICK-LINE-RTN THRU END-PICK-LINE-RTN
       		IF (WS-OK = "N")
       			GO TO PAUSE-OPEN-INC-RTN
       		END-IF
       	END-IF.
       	DISPLAY "DATE DISCOVERED YYYYMMDD (0 = TODAY): ".
       	ACCEPT WS-DISC-DATE.
       	IF (WS-DISC-DATE = 0)
       		MOVE WS-TODAY TO WS-DISC-DATE
       	END-IF.
       	IF (WS-DISC-DATE > WS-TODAY) OR
       	(WS-DISC-DATE < DATEGRANTED)
       		DISPLAY "DATE MUST BE BETWEEN THE LOAN DATE AND TODAY."
       		GO TO PAUSE-OPEN-INC-RTN
       	END-IF.
       	DISPLAY "INVESTIGATING MANAGER ID (BLANK = YOURSELF): ".
       	ACCEPT WS-MANAGER.
       	IF (WS-MANAGER = SPACES)
       		MOVE WS-SIGNON-ID TO WS-MANAGER
       	END-IF.
       	PERFORM CHECK-MANAGER-RTN THRU END-CHECK-MANAGER-RTN.
       	IF (WS-OK = "N")
       		DISPLAY "NOT AN ACTIVE MANAGER ON OPERATOR.Dat."
       		GO TO PAUSE-OPEN-INC-RTN
       	END-IF.
       	DISPLAY "REMARKS: ".
       	ACCEPT WS-REMARKS.
       	DISPLAY "OPEN THE INCIDENT [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "INCIDENT NOT OPENED."
       		GO TO PAUSE-OPEN-INC-RTN
       	END-IF.
       	PERFORM NEXT-INCNO-RTN THRU END-NEXT-INCNO-RTN.
       	MOVE WS-NEXT-INCNO TO INC-NO.
       	MOVE WS-INC-TRANSNO TO INC-TRANSNO.
       	MOVE WS-INC-LINE TO INC-LINE.
       	MOVE WS-INC-TYPE TO INC-TYPE.
       	MOVE WS-INC-DESC TO INC-ITEM-DESC.
       	MOVE CLNAME TO INC-CLNAME.
       	MOVE WS-DISC-DATE TO INC-DISC-DATE.
       	MOVE WS-MANAGER TO INC-MANAGER.
       	MOVE WS-SIGNON-ID TO INC-OPENED-BY.
       	MOVE WS-REMARKS TO INC-REMARKS.
       	MOVE "OPEN" TO INC-STATUS.
       	MOVE 0 TO INC-APPRAISED.
       	MOVE 0 TO INC-PREMIUM.
       	MOVE 0 TO INC-OWED.
       	MOVE 0 TO INC-NET.
       	MOVE 0 TO INC-ORNBR.
       	MOVE 0 TO INC-CLOSE-DATE.
       	MOVE SPACES TO INC-CLOSED-BY.
       	MOVE SPACES TO INC-CLOSE-REASON.
       	MOVE WS-BR-CODE TO INC-BRANCHCD.
       	WRITE INCIDENT-REC
       		INVALID KEY
       		DISPLAY "WRITE FAILED. STATUS: " WS-INCFILE-STATUS
       		GO TO PAUSE-OPEN-INC-RTN
       	END-WRITE.
       	MOVE WS-INC-TRANSNO TO WS-AUDIT-TRANSNO.
       	MOVE "INCOPEN" TO WS-AUDIT-ACTION.
       	MOVE 0 TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	DISPLAY "INCIDENT " INC-NO " OPENED.".
       PAUSE-OPEN-INC-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-OPEN-INC-RTN.
      ******************************************************************
      * WS-OPEN-INCNO is the open incident on ticket WS-INC-TRANSNO,
      * zero when there is none (INCFILE open I-O).
      ******************************************************************
       FIND-OPEN-INC-RTN.
       	MOVE 0 TO WS-OPEN-INCNO.
       	MOVE WS-INC-TRANSNO TO INC-TRANSNO.
       	MOVE "N" TO WS-EOF.
       	START INCFILE KEY IS = INC-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM FIND-OPEN-ONE-RTN THRU END-FIND-OPEN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-FIND-OPEN-INC-RTN.
       FIND-OPEN-ONE-RTN.
       	READ INCFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y")
       		GO TO END-FIND-OPEN-ONE-RTN
       	END-IF.
       	IF (INC-TRANSNO NOT = WS-INC-TRANSNO)
       		MOVE "Y" TO WS-EOF
       		GO TO END-FIND-OPEN-ONE-RTN
       	END-IF.
       	IF (INC-STATUS = "OPEN")
       		MOVE INC-NO TO WS-OPEN-INCNO
       	END-IF.
       END-FIND-OPEN-ONE-RTN.
       NEXT-INCNO-RTN.
       	MOVE 0 TO WS-NEXT-INCNO.
       	MOVE 0 TO INC-NO.
       	MOVE "N" TO WS-EOF.
       	START INCFILE KEY NOT < INC-NO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM NEXT-INCNO-ONE-RTN THRU END-NEXT-INCNO-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	ADD 1 TO WS-NEXT-INCNO.
       END-NEXT-INCNO-RTN.
       NEXT-INCNO-ONE-RTN.
       	READ INCFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       		NOT AT END MOVE INC-NO TO WS-NEXT-INCNO
       	END-READ.
       END-NEXT-INCNO-ONE-RTN.
      ******************************************************************
      * WS-VLT-STAT / WS-VLT-LOCATION of ticket WS-INC-TRANSNO's vault
      * record, spaces when it has none.
      ******************************************************************
       READ-VAULT-RTN.
       	MOVE SPACES TO WS-VLT-STAT.
       	MOVE SPACES TO WS-VLT-LOCATION.
       	OPEN INPUT VAULTFILE.
       	IF (WS-VAULTFILE-STATUS NOT = "00")
       		GO TO END-READ-VAULT-RTN
       	END-IF.
       	MOVE WS-INC-TRANSNO TO VLT-TRANSNO.
       	READ VAULTFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		MOVE VLT-STATUS TO WS-VLT-STAT
       		MOVE VLT-LOCATION TO WS-VLT-LOCATION
       	END-READ.
       	CLOSE VAULTFILE.
       END-READ-VAULT-RTN.
      ******************************************************************
      * Shows the articles of ticket WS-INC-TRANSNO from PLGITEM.Dat;
      * WS-PLG-LINES is how many there are (zero for a ticket written
      * before articles were recorded separately).
      ******************************************************************
       LIST-LINES-RTN.
       	MOVE 0 TO WS-PLG-LINES.
       	OPEN INPUT PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-LIST-LINES-RTN
       	END-IF.
       	MOVE WS-INC-TRANSNO TO PLG-TRANSNO.
       	MOVE 0 TO PLG-LINE.
       	MOVE "N" TO WS-EOF.
       	START PLGFILE KEY > PLG-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM LIST-LINE-ONE-RTN THRU END-LIST-LINE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE PLGFILE.
       END-LIST-LINES-RTN.
       LIST-LINE-ONE-RTN.
       	READ PLGFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y")
       		GO TO END-LIST-LINE-ONE-RTN
       	END-IF.
       	IF (PLG-TRANSNO NOT = WS-INC-TRANSNO)
       		MOVE "Y" TO WS-EOF
       		GO TO END-LIST-LINE-ONE-RTN
       	END-IF.
       	IF (WS-PLG-LINES = 0)
       		DISPLAY "LN ARTICLE                APPRAISED  STATUS"
       	END-IF.
       	ADD 1 TO WS-PLG-LINES.
       	MOVE PLG-APPRAISED TO W-AMT-DISP.
       	DISPLAY PLG-LINE " " PLG-ITEM-DESC "  " W-AMT-DISP
       		"  " PLG-STATUS.
       END-LIST-LINE-ONE-RTN.
      ******************************************************************
      * The article concerned on a multi-item ticket, zero for all of
      * them.  An article already in an auction lot cannot be chosen.
      ******************************************************************
       PICK-LINE-RTN.
       	MOVE "Y" TO WS-OK.
       	DISPLAY "ARTICLE LINE (0 = WHOLE TICKET): ".
       	ACCEPT WS-INC-LINE.
       	IF (WS-INC-LINE = 0)
       		GO TO END-PICK-LINE-RTN
       	END-IF.
       	PERFORM READ-LINE-RTN THRU END-READ-LINE-RTN.
       	IF (WS-LINE-STAT = SPACES)
       		DISPLAY "NO SUCH ARTICLE ON THIS TICKET."
       		MOVE "N" TO WS-OK
       		GO TO END-PICK-LINE-RTN
       	END-IF.
       	IF (WS-LINE-STAT = "AUCTION")
       		DISPLAY "ARTICLE ALREADY PULLED INTO AN AUCTION LOT."
       		MOVE "N" TO WS-OK
       		GO TO END-PICK-LINE-RTN
       	END-IF.
       	MOVE WS-LINE-DESC TO WS-INC-DESC.
       END-PICK-LINE-RTN.
      ******************************************************************
      * Article WS-INC-LINE of ticket WS-INC-TRANSNO: its status,
      * appraisal and description, WS-LINE-STAT spaces if not found.
      ******************************************************************
       READ-LINE-RTN.
       	MOVE SPACES TO WS-LINE-STAT.
       	MOVE 0 TO WS-LINE-APPR.
       	MOVE SPACES TO WS-LINE-DESC.
       	OPEN INPUT PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-READ-LINE-RTN
       	END-IF.
       	MOVE WS-INC-TRANSNO TO PLG-TRANSNO.
       	MOVE WS-INC-LINE TO PLG-LINE.
       	READ PLGFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		MOVE PLG-STATUS TO WS-LINE-STAT
       		MOVE PLG-APPRAISED TO WS-LINE-APPR
       		MOVE PLG-ITEM-DESC TO WS-LINE-DESC
       	END-READ.
       	CLOSE PLGFILE.
       END-READ-LINE-RTN.
       CHECK-MANAGER-RTN.
       	MOVE "N" TO WS-OK.
       	OPEN INPUT OPERFILE.
       	IF (WS-OPERFILE-STATUS NOT = "00")
       		GO TO END-CHECK-MANAGER-RTN
       	END-IF.
       	MOVE WS-MANAGER TO OP-ID.
       	READ OPERFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (OP-STATUS = "ACTIVE" AND OP-ROLE-MANAGER)
       			MOVE "Y" TO WS-OK
       		END-IF
       	END-READ.
       	CLOSE OPERFILE.
       END-CHECK-MANAGER-RTN.
      ******************************************************************
      * Settlement.  Compensation is the appraisal of the article (the
      * ticket's appraisal when the whole ticket is affected) plus the
      * statutory premium; the amount owed - principal, interest to
      * date and penalty, as MACHINE4 quotes a payoff - is set off
      * against it and the difference paid out of the manager's
      * drawer, or collected from the pawner when the loan owed more.
      * A ticket under police hold is not settled until the hold is
      * released in MACHINE31.
      ******************************************************************
       SETTLE-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ SETTLE PLEDGE INCIDENT @@@@@>".
       	DISPLAY "INCIDENT NO.: ".
       	ACCEPT WS-INC-NO.
       	PERFORM GET-INC-RTN THRU END-GET-INC-RTN.
       	IF (WS-FOUND = "N")
       		GO TO PAUSE-SETTLE-RTN
       	END-IF.
       	PERFORM CHECK-SHIFT-RTN THRU END-CHECK-SHIFT-RTN.
       	IF (WS-OK = "N")
       		DISPLAY "NO OPEN SHIFT FOR " WS-OPERATOR-ID
       			" - OPEN THE DRAWER IN MACHINE4 FIRST."
       		GO TO PAUSE-SETTLE-RTN
       	END-IF.
       	MOVE INC-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "N")
       		GO TO PAUSE-SETTLE-RTN
       	END-IF.
       	OPEN I-O LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		GO TO UNLOCK-SETTLE-RTN
       	END-IF.
       	MOVE INC-TRANSNO TO TRANSNO.
       	MOVE "N" TO WS-FOUND.
       	READ LOANFILE
       		INVALID KEY DISPLAY "TICKET NOT ON LOAN.Dat."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "Y") AND
       	(LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		DISPLAY "LOAN ALREADY CLOSED (" LOAN-STATUS
       			") - CLOSE THE INCIDENT INSTEAD."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "Y" AND LOAN-STATUS = "POLICEHOLD")
       		DISPLAY "ITEM UNDER POLICE HOLD - RELEASE IT IN "
       			"MACHINE31."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "N")
       		CLOSE LOANFILE
       		GO TO UNLOCK-SETTLE-RTN
       	END-IF.
       	MOVE INC-TRANSNO TO WS-INC-TRANSNO.
       	MOVE INC-LINE TO WS-INC-LINE.
       	MOVE APPRAISED-VALUE TO WS-APPRAISED.
       	IF (WS-INC-LINE > 0)
       		PERFORM READ-LINE-RTN THRU END-READ-LINE-RTN
       		MOVE WS-LINE-APPR TO WS-APPRAISED
       	END-IF.
       	COMPUTE WS-PREMIUM ROUNDED =
       		WS-APPRAISED * WS-PREMIUM-PCT / 100.
       	COMPUTE WS-COMP = WS-APPRAISED + WS-PREMIUM.
       	PERFORM QUOTE-OWED-RTN THRU END-QUOTE-OWED-RTN.
       	COMPUTE WS-NET = WS-COMP - WS-OWED.
       	MOVE INC-TRANSNO TO W-TRANSNO-DISP.
       	DISPLAY "TICKET " W-TRANSNO-DISP "  " CLNAME.
       	DISPLAY "ARTICLE: " INC-ITEM-DESC "  (" INC-TYPE ")".
       	MOVE WS-APPRAISED TO W-AMT-DISP.
       	DISPLAY "APPRAISED VALUE:        P" W-AMT-DISP.
       	MOVE WS-PREMIUM-PCT TO W-PCT-DISP.
       	MOVE WS-PREMIUM TO W-AMT-DISP.
       	DISPLAY "STATUTORY PREMIUM " W-PCT-DISP "%:  P" W-AMT-DISP.
       	MOVE WS-COMP TO W-AMT-DISP.
       	DISPLAY "COMPENSATION:           P" W-AMT-DISP.
       	MOVE WS-OWED-PRIN TO W-AMT-DISP.
       	MOVE WS-OWED-INT TO W-AMT2-DISP.
       	MOVE WS-OWED-PEN TO W-AMT3-DISP.
       	DISPLAY "LESS PRINCIPAL:         P" W-AMT-DISP.
       	DISPLAY "LESS INTEREST TO DATE:  P" W-AMT2-DISP.
       	DISPLAY "LESS PENALTY:           P" W-AMT3-DISP.
       	MOVE WS-NET TO W-NET-DISP.
       	IF (WS-NET < 0)
       		DISPLAY "TO COLLECT FROM PAWNER: P" W-NET-DISP
       	ELSE
       		DISPLAY "NET PAID TO PAWNER:     P" W-NET-DISP
       	END-IF.
       	IF (WS-INC-LINE > 0 AND WS-PLG-LINES > 1)
       		DISPLAY "OTHER ARTICLES STILL IN THE VAULT ARE "
       			"HANDED BACK."
       	END-IF.
       	DISPLAY "POST THE SETTLEMENT [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "SETTLEMENT NOT POSTED."
       		CLOSE LOANFILE
       		GO TO UNLOCK-SETTLE-RTN
       	END-IF.
       	PERFORM RECHECK-LOAN-RTN THRU END-RECHECK-LOAN-RTN.
       	IF (WS-FOUND = "N")
       		DISPLAY "SETTLEMENT NOT POSTED."
       		CLOSE LOANFILE
       		GO TO UNLOCK-SETTLE-RTN
       	END-IF.
       	PERFORM SETTLE-POST-RTN THRU END-SETTLE-POST-RTN.
       	CLOSE LOANFILE.
       UNLOCK-SETTLE-RTN.
       	MOVE INC-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       PAUSE-SETTLE-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-SETTLE-RTN.
      ******************************************************************
      * The loan is read again once the manager has agreed the
      * figures; WS-FOUND is "N" when it has been closed, put under
      * police hold or paid on since the quote, so nothing is posted
      * on a stale amount owed.
      ******************************************************************
       RECHECK-LOAN-RTN.
       	MOVE WS-OWED TO WS-OWED-QUOTED.
       	MOVE INC-TRANSNO TO TRANSNO.
       	MOVE "N" TO WS-FOUND.
       	READ LOANFILE
       		INVALID KEY DISPLAY "TICKET NO LONGER ON LOAN.Dat."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N")
       		GO TO END-RECHECK-LOAN-RTN
       	END-IF.
       	IF (LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED" OR
       	"POLICEHOLD")
       		DISPLAY "LOAN IS NOW " LOAN-STATUS "."
       		MOVE "N" TO WS-FOUND
       		GO TO END-RECHECK-LOAN-RTN
       	END-IF.
       	PERFORM QUOTE-OWED-RTN THRU END-QUOTE-OWED-RTN.
       	IF (WS-OWED NOT = WS-OWED-QUOTED)
       		DISPLAY "AMOUNT OWED HAS CHANGED - QUOTE AGAIN."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       END-RECHECK-LOAN-RTN.
      ******************************************************************
      * Posting, in the order a redemption posts in MACHINE4: ledger
      * line for the set-off, loan closed, articles and vault, then
      * the incident record, slip, audit actions and the drawer.
      ******************************************************************
       SETTLE-POST-RTN.
       	PERFORM WRITE-PAYMENT-RTN THRU END-WRITE-PAYMENT-RTN.
       	MOVE ZERO TO DECIMAL.
       	MOVE ZERO TO DECI.
       	MOVE ZERO TO DEC.
       	MOVE ZERO TO PENALTY.
       	MOVE "SETTLED" TO LOAN-STATUS.
       	REWRITE LOAN-REC
       		INVALID KEY
       		DISPLAY "LOAN REWRITE FAILED. STATUS: "
       			WS-LOANFILE-STATUS
       	END-REWRITE.
       	PERFORM SETTLE-LINES-RTN THRU END-SETTLE-LINES-RTN.
       	MOVE INC-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM LOCK-VAULT-RTN THRU END-LOCK-VAULT-RTN.
       	PERFORM SETTLE-VAULT-RTN THRU END-SETTLE-VAULT-RTN.
       	PERFORM UNLOCK-VAULT-RTN THRU END-UNLOCK-VAULT-RTN.
       	PERFORM GET-OR-NBR-RTN THRU END-GET-OR-NBR-RTN.
       	MOVE "SETTLED" TO INC-STATUS.
       	MOVE WS-APPRAISED TO INC-APPRAISED.
       	MOVE WS-PREMIUM TO INC-PREMIUM.
       	MOVE WS-OWED TO INC-OWED.
       	MOVE WS-NET TO INC-NET.
       	MOVE WS-OR-NBR TO INC-ORNBR.
       	MOVE WS-TODAY TO INC-CLOSE-DATE.
       	MOVE WS-SIGNON-ID TO INC-CLOSED-BY.
       	MOVE "SETTLED - PAWNER COMPENSATED" TO INC-CLOSE-REASON.
       	REWRITE INCIDENT-REC
       		INVALID KEY
       		DISPLAY "INCIDENT REWRITE FAILED. STATUS: "
       			WS-INCFILE-STATUS
       	END-REWRITE.
       	PERFORM PRINT-SLIP-RTN THRU END-PRINT-SLIP-RTN.
       	MOVE INC-TRANSNO TO WS-AUDIT-TRANSNO.
       	MOVE "INCSETTLE" TO WS-AUDIT-ACTION.
       	MOVE WS-OWED TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE "INCCOMP" TO WS-AUDIT-ACTION.
       	MOVE WS-COMP TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE WS-OWED TO WS-SH-IN-AMT.
       	MOVE WS-COMP TO WS-SH-OUT-AMT.
       	PERFORM UPDATE-SHIFT-RTN THRU END-UPDATE-SHIFT-RTN.
       	MOVE WS-NET TO W-NET-DISP.
       	IF (WS-NET < 0)
       		DISPLAY "INCIDENT SETTLED. COLLECT P" W-NET-DISP
       			" FROM THE PAWNER."
       	ELSE
       		DISPLAY "INCIDENT SETTLED. PAY P" W-NET-DISP
       			" TO THE PAWNER."
       	END-IF.
       END-SETTLE-POST-RTN.
      ******************************************************************
      * Amount owed on the ticket today: principal, interest pro-rata
      * by the days elapsed at the tier rate, and penalty - the basis
      * MACHINE4 quotes a payoff on.  An instalment loan takes the
      * schedule interest still unpaid (DECI) instead of the accrual.
      ******************************************************************
       QUOTE-OWED-RTN.
       	COMPUTE WS-ELAPSED-DAYS =
       		FUNCTION INTEGER-OF-DATE(WS-TODAY) -
       		FUNCTION INTEGER-OF-DATE(DATEGRANTED).
       	COMPUTE WS-ELAPSED-MM4 = (WS-ELAPSED-DAYS + 29) / 30.
       	IF (WS-ELAPSED-MM4 < 1)
       		MOVE 1 TO WS-ELAPSED-MM4
       	END-IF.
       	IF (WS-ELAPSED-MM4 > 99)
       		MOVE 99 TO WS-ELAPSED-MM4
       	END-IF.
       	MOVE WS-ELAPSED-MM4 TO WS-ELAPSED-MONTHS.
       	MOVE WS-ELAPSED-DAYS TO WS-QT-DAYS.
       	IF (WS-QT-DAYS < 1)
       		MOVE 1 TO WS-QT-DAYS
       	END-IF.
       	IF (WS-QT-DAYS > 2970)
       		MOVE 2970 TO WS-QT-DAYS
       	END-IF.
       	IF (ELAPSED-TIER-1)
       	MOVE RATE-TIER-1 TO WS-QT-RATE END-IF.
       	IF (ELAPSED-TIER-2)
       	MOVE RATE-TIER-2 TO WS-QT-RATE END-IF.
       	IF (ELAPSED-TIER-3)
       	MOVE RATE-TIER-3 TO WS-QT-RATE END-IF.
       	IF (ELAPSED-TIER-4)
       	MOVE RATE-TIER-4 TO WS-QT-RATE END-IF.
       	IF (LOAN-TYPE-INSTAL)
       		MOVE DECI TO WS-PAYOFF-INT
       	ELSE
       		COMPUTE WS-PAYOFF-INT ROUNDED =
       			(WS-QT-RATE * LOA * WS-QT-DAYS) / 30
       	END-IF.
       	MOVE DECIMAL TO WS-OWED-PRIN.
       	MOVE WS-PAYOFF-INT TO WS-OWED-INT.
       	MOVE PENALTY TO WS-OWED-PEN.
       	COMPUTE WS-OWED = WS-OWED-PRIN + WS-OWED-INT + WS-OWED-PEN.
       END-QUOTE-OWED-RTN.
      ******************************************************************
      * The set-off posts to the ledger like a redemption, so the
      * MACHINE22 journal, MACHINE23 cash proof and MACHINE34
      * roll-forward see the principal, interest and penalty cleared.
      ******************************************************************
       WRITE-PAYMENT-RTN.
       	OPEN EXTEND PAYFILE.
       	IF (WS-PAYFILE-STATUS = "35")
       		OPEN OUTPUT PAYFILE
       	END-IF.
       	MOVE INC-TRANSNO TO PAY-TRANSNO.
       	MOVE WS-TODAY TO PAY-DATE.
       	MOVE WS-OWED TO PAY-AMT.
       	MOVE WS-OPERATOR-ID TO PAY-OPERATOR.
       	MOVE 0 TO PAY-BALANCE.
       	MOVE WS-OWED-PEN TO PAY-PENALTY.
       	MOVE WS-OWED-INT TO PAY-INTEREST.
       	MOVE WS-OWED-PRIN TO PAY-PRINCIPAL.
       	MOVE SPACE TO PAY-VOID.
       	MOVE SPACES TO PAY-CHANREF.
       	WRITE PAYMENT-REC.
       	CLOSE PAYFILE.
       END-WRITE-PAYMENT-RTN.
      ******************************************************************
      * Articles of the ticket: the one settled (every one still in
      * the vault or mis-released when the whole ticket is affected)
      * becomes SETTLED; any other still IN is handed back RELEASED.
      ******************************************************************
       SETTLE-LINES-RTN.
       	OPEN I-O PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-SETTLE-LINES-RTN
       	END-IF.
       	MOVE INC-TRANSNO TO PLG-TRANSNO.
       	MOVE 0 TO PLG-LINE.
       	MOVE "N" TO WS-EOF.
       	START PLGFILE KEY > PLG-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM SETTLE-LINE-ONE-RTN THRU END-SETTLE-LINE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE PLGFILE.
       END-SETTLE-LINES-RTN.
       SETTLE-LINE-ONE-RTN.
       	READ PLGFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y")
       		GO TO END-SETTLE-LINE-ONE-RTN
       	END-IF.
       	IF (PLG-TRANSNO NOT = INC-TRANSNO)
       		MOVE "Y" TO WS-EOF
       		GO TO END-SETTLE-LINE-ONE-RTN
       	END-IF.
       	IF (PLG-STATUS = "AUCTION" OR PLG-STATUS = "SETTLED")
       		GO TO END-SETTLE-LINE-ONE-RTN
       	END-IF.
       	IF (INC-LINE = 0 OR INC-LINE = PLG-LINE)
       		MOVE "SETTLED" TO PLG-STATUS
       		MOVE "SETTLE" TO WS-VLT-ACTION
       	ELSE
       		IF (PLG-STATUS NOT = "IN")
       			GO TO END-SETTLE-LINE-ONE-RTN
       		END-IF
       		MOVE "RELEASED" TO PLG-STATUS
       		MOVE "RELEASE" TO WS-VLT-ACTION
       		DISPLAY "HAND BACK " PLG-ITEM-DESC " FROM " PLG-LOCATION
       	END-IF.
       	MOVE WS-TODAY TO PLG-OUT-DATE.
       	REWRITE PLEDGE-ITEM-REC
       	END-REWRITE.
       	MOVE PLG-TRANSNO TO WS-VLT-TRANSNO.
       	MOVE PLG-LOCATION TO WS-VLT-LOCATION.
       	PERFORM WRITE-VAULTMOV-RTN THRU END-WRITE-VAULTMOV-RTN.
       END-SETTLE-LINE-ONE-RTN.
      ******************************************************************
      * The ticket's VAULT.Dat record is marked SETTLED so the
      * stock-take stops looking for it; a missing pledge that never
      * had one gets one, with no location, for the same reason.
      ******************************************************************
       SETTLE-VAULT-RTN.
       	OPEN I-O VAULTFILE.
       	IF (WS-VAULTFILE-STATUS = "35")
       		OPEN OUTPUT VAULTFILE
       		CLOSE VAULTFILE
       		OPEN I-O VAULTFILE
       	END-IF.
       	IF (WS-VAULTFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN VAULT.Dat. STATUS: "
       			WS-VAULTFILE-STATUS
       		GO TO END-SETTLE-VAULT-RTN
       	END-IF.
       	MOVE INC-TRANSNO TO VLT-TRANSNO.
       	READ VAULTFILE
       		INVALID KEY
       		MOVE SPACES TO VLT-LOCATION
       		MOVE ITEM-DESC TO VLT-ITEM-DESC
       		MOVE "SETTLED" TO VLT-STATUS
       		MOVE DATEGRANTED TO VLT-IN-DATE
       		MOVE WS-TODAY TO VLT-OUT-DATE
       		WRITE VAULT-REC
       		END-WRITE
       		NOT INVALID KEY
       		MOVE "SETTLED" TO VLT-STATUS
       		MOVE WS-TODAY TO VLT-OUT-DATE
       		REWRITE VAULT-REC
       		END-REWRITE
       	END-READ.
       	CLOSE VAULTFILE.
       	MOVE INC-TRANSNO TO WS-VLT-TRANSNO.
       	MOVE VLT-LOCATION TO WS-VLT-LOCATION.
       	MOVE "SETTLE" TO WS-VLT-ACTION.
       	PERFORM WRITE-VAULTMOV-RTN THRU END-WRITE-VAULTMOV-RTN.
       END-SETTLE-VAULT-RTN.
      ******************************************************************
      * A case that ends without a loss.  The loan is left as it is.
      ******************************************************************
       CLOSE-INC-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ CLOSE INCIDENT WITHOUT SETTLEMENT @@@@@>".
       	DISPLAY "INCIDENT NO.: ".
       	ACCEPT WS-INC-NO.
       	PERFORM GET-INC-RTN THRU END-GET-INC-RTN.
       	IF (WS-FOUND = "N")
       		GO TO PAUSE-CLOSE-INC-RTN
       	END-IF.
       	DISPLAY "REASON (ITEM LOCATED, CLAIM WITHDRAWN, ETC.): ".
       	ACCEPT WS-REASON.
       	PERFORM UNTIL WS-REASON NOT = SPACES
       		DISPLAY "A REASON IS REQUIRED: "
       		ACCEPT WS-REASON
       	END-PERFORM.
       	DISPLAY "CLOSE THE INCIDENT [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "INCIDENT NOT CLOSED."
       		GO TO PAUSE-CLOSE-INC-RTN
       	END-IF.
       	MOVE "CLOSED" TO INC-STATUS.
       	MOVE WS-TODAY TO INC-CLOSE-DATE.
       	MOVE WS-SIGNON-ID TO INC-CLOSED-BY.
       	MOVE WS-REASON TO INC-CLOSE-REASON.
       	REWRITE INCIDENT-REC
       		INVALID KEY
       		DISPLAY "REWRITE FAILED. STATUS: " WS-INCFILE-STATUS
       		GO TO PAUSE-CLOSE-INC-RTN
       	END-REWRITE.
       	MOVE INC-TRANSNO TO WS-AUDIT-TRANSNO.
       	MOVE "INCCLOSE" TO WS-AUDIT-ACTION.
       	MOVE 0 TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	DISPLAY "INCIDENT " INC-NO " CLOSED.".
       PAUSE-CLOSE-INC-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-CLOSE-INC-RTN.
      ******************************************************************
      * Reads incident WS-INC-NO and requires it to be OPEN.
      ******************************************************************
       GET-INC-RTN.
       	MOVE WS-INC-NO TO INC-NO.
       	MOVE "N" TO WS-FOUND.
       	READ INCFILE
       		INVALID KEY DISPLAY "INCIDENT NOT FOUND."
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "Y" AND INC-STATUS NOT = "OPEN")
       		DISPLAY "INCIDENT ALREADY " INC-STATUS
       		MOVE "N" TO WS-FOUND
       	END-IF.
       END-GET-INC-RTN.
       INQUIRY-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ INCIDENT INQUIRY @@@@@>".
       	DISPLAY "INCIDENT NO.: ".
       	ACCEPT WS-INC-NO.
       	MOVE WS-INC-NO TO INC-NO.
       	READ INCFILE
       		INVALID KEY
       		DISPLAY "INCIDENT NOT FOUND."
       		GO TO PAUSE-INQUIRY-RTN
       	END-READ.
       	MOVE INC-TRANSNO TO W-TRANSNO-DISP.
       	DISPLAY "TICKET:     " W-TRANSNO-DISP "  LINE " INC-LINE
       		"  " INC-CLNAME.
       	DISPLAY "ARTICLE:    " INC-ITEM-DESC.
       	DISPLAY "TYPE:       " INC-TYPE "  STATUS: " INC-STATUS.
       	MOVE INC-DISC-DATE TO W-DATE-DISP.
       	DISPLAY "DISCOVERED: " W-DATE-DISP "  INVESTIGATED BY "
       		INC-MANAGER.
       	DISPLAY "OPENED BY:  " INC-OPENED-BY.
       	DISPLAY "REMARKS:    " INC-REMARKS.
       	IF (INC-STATUS = "OPEN")
       		GO TO PAUSE-INQUIRY-RTN
       	END-IF.
       	MOVE INC-CLOSE-DATE TO W-DATE-DISP.
       	DISPLAY "ENDED:      " W-DATE-DISP "  BY " INC-CLOSED-BY.
       	DISPLAY "            " INC-CLOSE-REASON.
       	IF (INC-STATUS = "SETTLED")
       		MOVE INC-APPRAISED TO W-AMT-DISP
       		MOVE INC-PREMIUM TO W-AMT2-DISP
       		DISPLAY "APPRAISED:  P" W-AMT-DISP "  PREMIUM: P"
       			W-AMT2-DISP
       		MOVE INC-OWED TO W-AMT-DISP
       		MOVE INC-NET TO W-NET-DISP
       		DISPLAY "OWED:       P" W-AMT-DISP "  NET:    P"
       			W-NET-DISP
       		DISPLAY "OR NO.:     " INC-ORNBR
       	END-IF.
       PAUSE-INQUIRY-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-INQUIRY-RTN.
       LIST-OPEN-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ OPEN INCIDENTS @@@@@>".
       	DISPLAY "INC.  TICKET TYPE       ARTICLE              "
       		"DAYS MANAGER".
       	MOVE 0 TO WS-LIST-CTR.
       	MOVE 0 TO INC-NO.
       	MOVE "N" TO WS-EOF.
       	START INCFILE KEY NOT < INC-NO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM LIST-OPEN-ONE-RTN THRU END-LIST-OPEN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-LIST-CTR = 0)
       		DISPLAY "NO OPEN INCIDENTS."
       	END-IF.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-LIST-OPEN-RTN.
       LIST-OPEN-ONE-RTN.
       	READ INCFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y" OR INC-STATUS NOT = "OPEN")
       		GO TO END-LIST-OPEN-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-LIST-CTR.
       	COMPUTE WS-AGE-DAYS =
       		FUNCTION INTEGER-OF-DATE(WS-TODAY) -
       		FUNCTION INTEGER-OF-DATE(INC-DISC-DATE).
       	MOVE INC-NO TO W-INCNO-DISP.
       	MOVE INC-TRANSNO TO W-TRANSNO-DISP.
       	MOVE WS-AGE-DAYS TO W-DAYS-DISP.
       	DISPLAY W-INCNO-DISP " " W-TRANSNO-DISP "  " INC-TYPE " "
       		INC-ITEM-DESC " " W-DAYS-DISP " " INC-MANAGER.
       END-LIST-OPEN-ONE-RTN.
       CHECK-SHIFT-RTN.
       	MOVE "N" TO WS-OK.
       	OPEN INPUT SHIFTFILE.
       	IF (WS-SHIFTFILE-STATUS NOT = "00")
       		GO TO END-CHECK-SHIFT-RTN
       	END-IF.
       	MOVE WS-OPERATOR-ID TO SH-OPERATOR.
       	READ SHIFTFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (SH-STATUS = "OPEN")
       			MOVE "Y" TO WS-OK
       		END-IF
       	END-READ.
       	CLOSE SHIFTFILE.
       END-CHECK-SHIFT-RTN.
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
       	 MOVE "MACHINE37" TO ORI-PROGRAM.
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
      * Record locking, as in MACHINE4, so an incident can be settled
      * while the counters are open.  The caller sets WS-LCK-FILE and
      * WS-LCK-KEY; WS-LCK-GOT comes back "Y" once this operator holds
      * the record in LOCKREG.Dat.  A record held by another operator
      * is shown with the holder.  WS-LCK-MODE "I" lets the manager
      * retry or give up before anything is posted and "M" - a vault
      * or drawer update in the middle of the posting - retries until
      * the record is free.  Every conflict goes to LOCKLOG.log.
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
       	(LCK-PROGRAM = "MACHINE37")) OR
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
       	MOVE "MACHINE37" TO LCK-PROGRAM.
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
       		(LCK-PROGRAM = "MACHINE37")
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
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE37 ,"
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
       LOCK-VAULT-RTN.
       	MOVE "VAULT" TO WS-LCK-FILE.
       	MOVE WS-LCK-TRANSNO TO WS-LCK-KEY.
       	MOVE "M" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-VAULT-RTN.
       UNLOCK-VAULT-RTN.
       	MOVE "VAULT" TO WS-LCK-FILE.
       	MOVE WS-LCK-TRANSNO TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UNLOCK-VAULT-RTN.
       LOCK-SHIFT-RTN.
       	MOVE "SHIFT" TO WS-LCK-FILE.
       	MOVE WS-OPERATOR-ID TO WS-LCK-KEY.
       	MOVE "M" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-SHIFT-RTN.
      ******************************************************************
      * Settlement slip under the OR number, registered in RCPTREG.Dat
      * with the set-off split so it can be reprinted.
      ******************************************************************
       PRINT-SLIP-RTN.
       	 MOVE WS-TODAY TO W-OR-DATE-DISP.
       	 MOVE INC-TRANSNO TO W-TRANSNO-DISP.
       	 MOVE INC-NO TO W-INCNO-DISP.
       	 OPEN EXTEND RCPTFILE.
       	 IF (WS-RCPTFILE-STATUS = "35")
       	 	OPEN OUTPUT RCPTFILE
       	 END-IF.
       	 MOVE ALL "-" TO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE "TAMBUNTING PAWNSHOP - OFFICIAL RECEIPT"
       	 	TO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE "PLEDGE INCIDENT SETTLEMENT" TO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "OR NO.: " WS-OR-NBR "   DATE: " W-OR-DATE-DISP
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "PAWNER: " CLNAME
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "TICKET NO.: " W-TRANSNO-DISP "  INCIDENT NO.: "
       	 	W-INCNO-DISP "  " INC-TYPE
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "ARTICLE: " INC-ITEM-DESC
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE WS-APPRAISED TO W-AMT-DISP.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "APPRAISED VALUE:       P" W-AMT-DISP
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE WS-PREMIUM TO W-AMT-DISP.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "STATUTORY PREMIUM:     P" W-AMT-DISP
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE WS-OWED TO W-AMT-DISP.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "LESS AMOUNT OWED:      P" W-AMT-DISP
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE WS-NET TO W-NET-DISP.
       	 MOVE SPACES TO RCPT-LINE.
       	 IF (WS-NET < 0)
       	 	STRING "COLLECTED FROM PAWNER: P" W-NET-DISP
       	 		DELIMITED BY SIZE INTO RCPT-LINE
       	 ELSE
       	 	STRING "PAID TO PAWNER:        P" W-NET-DISP
       	 		DELIMITED BY SIZE INTO RCPT-LINE
       	 END-IF.
       	 WRITE RCPT-LINE.
       	 MOVE SPACES TO RCPT-LINE.
       	 STRING "MANAGER: " WS-OPERATOR-ID
       	 	DELIMITED BY SIZE INTO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 MOVE ALL "-" TO RCPT-LINE.
       	 WRITE RCPT-LINE.
       	 CLOSE RCPTFILE.
       	 PERFORM WRITE-RCPTREG-RTN THRU END-WRITE-RCPTREG-RTN.
       	 DISPLAY "OR NO. " WS-OR-NBR " PRINTED.".
       END-PRINT-SLIP-RTN.
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
       	 MOVE INC-TRANSNO TO REG-TRANSNO.
       	 MOVE WS-TODAY TO REG-DATE.
       	 MOVE CLNAME TO REG-CLNAME.
       	 MOVE WS-OWED TO REG-AMT.
       	 MOVE 0 TO REG-BALANCE.
       	 MOVE WS-OWED-PEN TO REG-PENALTY.
       	 MOVE WS-OWED-INT TO REG-INTEREST.
       	 MOVE WS-OWED-PRIN TO REG-PRINCIPAL.
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
       WRITE-VAULTMOV-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VLT-TS.
       	 OPEN EXTEND VAULTMOV.
       	 IF (WS-VAULTMOV-STATUS = "35")
       	 	OPEN OUTPUT VAULTMOV
       	 END-IF.
       	 MOVE SPACES TO VAULTMOV-REC.
       	 STRING WS-VLT-TRANSNO DELIMITED BY SIZE
       	 	"," DELIMITED BY SIZE
       	 	FUNCTION TRIM(WS-VLT-ACTION) DELIMITED BY SIZE
       	 	"," DELIMITED BY SIZE
       	 	FUNCTION TRIM(WS-VLT-LOCATION) DELIMITED BY SIZE
       	 	"," DELIMITED BY SIZE
       	 	FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
       	 	"," DELIMITED BY SIZE
       	 	WS-VLT-TS DELIMITED BY SIZE
       	 	INTO VAULTMOV-REC.
       	 WRITE VAULTMOV-REC.
       	 CLOSE VAULTMOV.
       END-WRITE-VAULTMOV-RTN.
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
