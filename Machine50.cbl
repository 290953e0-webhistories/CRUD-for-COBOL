       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE50.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Duplicate client merge.  A manager signs on and merges a pair
      * from the MACHINE49 review list into one surviving client: the
      * survivor is an active client master; the duplicate is another
      * master or, by client number zero, a walk-in name as written on
      * tickets with no client master.  Every LOAN.Dat, LOANHIST.Dat,
      * SURPLUS.Dat and BUYSTK.Dat record of the duplicate is re-linked
      * to the surviving client number (the name printed on a ticket
      * is left as it was issued), and a duplicate master is set to
      * MERGED so no new loan can be written to it.  The counts are
      * shown for confirmation first.  Each record changed is written
      * to the merge trail MERGE.Dat (MRGREC) with the client number
      * it carried before, the merge is journalled CLMERGE (survivor in
      * the ticket field, records moved in the amount), and the trail
      * for a range of dates prints on MRGRPT.prt.  Each ticket is
      * locked in LOCKREG.Dat and read again before it is re-linked; a
      * ticket the manager gives up on because a counter has it is not
      * moved, and the duplicate master is then left ACTIVE so the
      * merge can be run again to finish it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT CLIENTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS CL-CLIENTNO
       	 FILE STATUS IS WS-CLIENTFILE-STATUS.
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
       	 SELECT MRGFILE ASSIGN TO "MERGE.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-MRGFILE-STATUS.
       	 SELECT MRGRPT ASSIGN TO "MRGRPT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-MRGRPT-STATUS.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
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
       FD  CLIENTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "CLIENT.Dat"
       	 DATA RECORD IS CLIENT-REC.
       COPY CLIREC.
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
       FD  MRGFILE
       	 LABEL RECORD IS STANDARD.
       COPY MRGREC.
       FD  MRGRPT
       	 LABEL RECORD IS STANDARD.
       01  MR-LINE			PIC X(100).
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
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
       01 WS-RPT-MRG.
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RM-DATE		PIC 9999/99/99.
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RM-TIME		PIC 99B99B99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RM-OPERATOR	PIC X(10).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RM-SURVIVOR	PIC 9(5).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RM-FROM		PIC 9(5).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RM-FROM-NAME	PIC X(20).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RM-FILE		PIC X(8).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RM-KEYNO	PIC 9(5).
       	 05 FILLER		PIC X(4) VALUE SPACES.
       	 05 RM-OLD		PIC 9(5).
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-DATE2-DISP	PIC 9999/99/99.
       77 CHOICE		PIC A.
       77 RESP			PIC A.
       77 WS-CLIENTFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-SURPLUSFILE-STATUS PIC XX.
       77 WS-BUYFILE-STATUS PIC XX.
       77 WS-MRGFILE-STATUS PIC XX.
       77 WS-MRGRPT-STATUS PIC XX.
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
       77 WS-SIGNON-ID	PIC X(10).
       77 WS-SIGNON-PW	PIC X(10).
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
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
       77 WS-EOF			PIC A.
       77 WS-FOUND		PIC A.
       77 WS-MATCH		PIC A.
       77 WS-APPLY		PIC A.
       77 WS-HIST-OPEN	PIC A.
       77 WS-SUR-OPEN	PIC A.
       77 WS-BUY-OPEN	PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-NOW		PIC 9(6).
       77 WS-SURVIVOR	PIC 9(5).
       77 WS-SURV-NAME	PIC X(20).
       77 WS-FROM		PIC 9(5).
       77 WS-FROM-NAME	PIC X(20).
       77 WS-LOAN-CTR	PIC 9(5).
       77 WS-LOAN-BUSY	PIC 9(5).
       77 WS-REREAD	PIC A.
       77 WS-HIST-CTR	PIC 9(5).
       77 WS-SUR-CTR	PIC 9(5).
       77 WS-BUY-CTR	PIC 9(5).
       77 WS-CLI-CTR	PIC 9(5).
       77 WS-MOVED-CTR	PIC 9(6).
       77 WS-FROM-DATE	PIC 9(8).
       77 WS-TO-DATE	PIC 9(8).
       77 WS-RPT-CTR	PIC 9(6).
       77 WS-MRG-CTR	PIC 9(5).
       77 WS-PREV-MERGE	PIC X(19).
       77 WS-THIS-MERGE	PIC X(19).

       SCREEN SECTION.
       01  CLRSCR.
       	 05 BLANK SCREEN.
       01 MRGMENU.
       	05 VALUE "****************************************" COL 20.
       	05 VALUE "DUPLICATE CLIENT MERGE" LINE 2 COL 29.
       	05 VALUE "****************************************" LINE 3
       	COL 20.
       	05 VALUE "[M] MERGE A DUPLICATE PAIR" LINE 6 COL 23.
       	05 VALUE "[R] PRINT MERGE TRAIL REPORT" LINE 7 COL 23.
       	05 VALUE "[X] EXIT" LINE 8 COL 23.
       	05 VALUE "ENTER THE LETTER OF YOUR CHOICE: " LINE 10
       	COL 20.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ DUPLICATE CLIENT MERGE @@@@@>".
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
       MENU-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY MRGMENU.
       	ACCEPT CHOICE LINE 10 COL 54.
       	IF (CHOICE = "M" OR CHOICE = "m")
       		PERFORM MERGE-RTN THRU END-MERGE-RTN
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       	END-IF.
       	IF (CHOICE = "R" OR CHOICE = "r")
       		PERFORM REPORT-RTN THRU END-REPORT-RTN
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       	END-IF.
       END-MENU-RTN.
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
       PAUSE-RTN.
       	DISPLAY "PRESS ENTER TO CONTINUE...".
       	ACCEPT RESP.
       END-PAUSE-RTN.
      ******************************************************************
      * The pair is taken and checked, the records that would move are
      * counted and shown, and only on confirmation are they re-linked.
      * The files are opened for the one merge and closed after it.
      ******************************************************************
       MERGE-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ MERGE A DUPLICATE PAIR @@@@@>".
       	PERFORM OPEN-FILES-RTN THRU END-OPEN-FILES-RTN.
       	IF (WS-FOUND = "N")
       		GO TO END-MERGE-RTN
       	END-IF.
       	PERFORM GET-PAIR-RTN THRU END-GET-PAIR-RTN.
       	IF (WS-FOUND = "N")
       		PERFORM CLOSE-FILES-RTN THRU END-CLOSE-FILES-RTN
       		GO TO END-MERGE-RTN
       	END-IF.
       	MOVE "N" TO WS-APPLY.
       	PERFORM RELINK-RTN THRU END-RELINK-RTN.
       	DISPLAY " ".
       	DISPLAY "RECORDS TO BE MOVED TO CLIENT " WS-SURVIVOR ":".
       	DISPLAY "  LOAN.Dat      " WS-LOAN-CTR.
       	DISPLAY "  LOANHIST.Dat  " WS-HIST-CTR.
       	DISPLAY "  SURPLUS.Dat   " WS-SUR-CTR.
       	DISPLAY "  BUYSTK.Dat    " WS-BUY-CTR.
       	IF (WS-FROM > 0)
       		DISPLAY "  CLIENT " WS-FROM " WILL BE SET TO MERGED."
       	END-IF.
       	IF (WS-FROM = 0 AND WS-MOVED-CTR = 0)
       		DISPLAY "NO WALK-IN RECORDS UNDER THAT NAME."
       		DISPLAY "NOTHING TO MERGE."
       		PERFORM CLOSE-FILES-RTN THRU END-CLOSE-FILES-RTN
       		GO TO END-MERGE-RTN
       	END-IF.
       	DISPLAY "A MERGE CANNOT BE UNDONE HERE. PROCEED [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "MERGE CANCELLED."
       		PERFORM CLOSE-FILES-RTN THRU END-CLOSE-FILES-RTN
       		GO TO END-MERGE-RTN
       	END-IF.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
       	OPEN EXTEND MRGFILE.
       	IF (WS-MRGFILE-STATUS = "35")
       		OPEN OUTPUT MRGFILE
       	END-IF.
       	IF (WS-MRGFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE MERGE.Dat. STATUS: "
       			WS-MRGFILE-STATUS
       		DISPLAY "MERGE CANCELLED."
       		PERFORM CLOSE-FILES-RTN THRU END-CLOSE-FILES-RTN
       		GO TO END-MERGE-RTN
       	END-IF.
       	MOVE "Y" TO WS-APPLY.
       	PERFORM RELINK-RTN THRU END-RELINK-RTN.
       	MOVE 0 TO WS-CLI-CTR.
       	IF (WS-FROM > 0 AND WS-LOAN-BUSY = 0)
       		PERFORM RETIRE-CLIENT-RTN THRU END-RETIRE-CLIENT-RTN
       	END-IF.
       	CLOSE MRGFILE.
       	PERFORM CLOSE-FILES-RTN THRU END-CLOSE-FILES-RTN.
       	MOVE WS-SURVIVOR TO WS-AUDIT-TRANSNO.
       	MOVE "CLMERGE" TO WS-AUDIT-ACTION.
       	MOVE WS-MOVED-CTR TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	DISPLAY "MERGE DONE. RECORDS MOVED: " WS-MOVED-CTR.
       	IF (WS-CLI-CTR > 0)
       		DISPLAY "CLIENT " WS-FROM " SET TO MERGED."
       	END-IF.
       	IF (WS-LOAN-BUSY > 0)
       		DISPLAY "TICKETS IN USE - NOT MOVED: " WS-LOAN-BUSY
       		IF (WS-FROM > 0)
       			DISPLAY "CLIENT " WS-FROM " LEFT ACTIVE."
       		END-IF
       		DISPLAY "RUN THE MERGE AGAIN FOR THE REST."
       	END-IF.
       END-MERGE-RTN.
      ******************************************************************
      * CLIENT.Dat and LOAN.Dat must be there; LOANHIST.Dat, SURPLUS.Dat
      * and BUYSTK.Dat may not have been started.
      ******************************************************************
       OPEN-FILES-RTN.
       	MOVE "Y" TO WS-FOUND.
       	OPEN I-O CLIENTFILE.
       	IF (WS-CLIENTFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN CLIENT.Dat. STATUS: "
       			WS-CLIENTFILE-STATUS
       		MOVE "N" TO WS-FOUND
       		GO TO END-OPEN-FILES-RTN
       	END-IF.
       	OPEN I-O LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		CLOSE CLIENTFILE
       		MOVE "N" TO WS-FOUND
       		GO TO END-OPEN-FILES-RTN
       	END-IF.
       	MOVE "N" TO WS-HIST-OPEN.
       	OPEN I-O LOANHIST.
       	IF (WS-LOANHIST-STATUS = "00")
       		MOVE "Y" TO WS-HIST-OPEN
       	END-IF.
       	MOVE "N" TO WS-SUR-OPEN.
       	OPEN I-O SURPLUSFILE.
       	IF (WS-SURPLUSFILE-STATUS = "00")
       		MOVE "Y" TO WS-SUR-OPEN
       	END-IF.
       	MOVE "N" TO WS-BUY-OPEN.
       	OPEN I-O BUYFILE.
       	IF (WS-BUYFILE-STATUS = "00")
       		MOVE "Y" TO WS-BUY-OPEN
       	END-IF.
       END-OPEN-FILES-RTN.
       CLOSE-FILES-RTN.
       	CLOSE CLIENTFILE.
       	CLOSE LOANFILE.
       	IF (WS-HIST-OPEN = "Y")
       		CLOSE LOANHIST
       	END-IF.
       	IF (WS-SUR-OPEN = "Y")
       		CLOSE SURPLUSFILE
       	END-IF.
       	IF (WS-BUY-OPEN = "Y")
       		CLOSE BUYFILE
       	END-IF.
       END-CLOSE-FILES-RTN.
      ******************************************************************
      * The survivor must be an active master.  The duplicate is a
      * different master not yet merged or anonymized, or a walk-in
      * name exactly as it appears on the tickets.
      ******************************************************************
       GET-PAIR-RTN.
       	MOVE "N" TO WS-FOUND.
       	DISPLAY "SURVIVING CLIENT NO.: ".
       	ACCEPT WS-SURVIVOR.
       	MOVE WS-SURVIVOR TO CL-CLIENTNO.
       	READ CLIENTFILE
       		INVALID KEY
       		DISPLAY "CLIENT NOT ON FILE."
       		GO TO END-GET-PAIR-RTN
       	END-READ.
       	IF (CL-STATUS NOT = "ACTIVE")
       		DISPLAY "SURVIVING CLIENT IS " CL-STATUS
       		DISPLAY "CHOOSE THE ACTIVE CLIENT AS THE SURVIVOR."
       		GO TO END-GET-PAIR-RTN
       	END-IF.
       	MOVE CL-NAME TO WS-SURV-NAME.
       	PERFORM SHOW-CLIENT-RTN THRU END-SHOW-CLIENT-RTN.
       	DISPLAY "DUPLICATE CLIENT NO. (0 = WALK-IN NAME): ".
       	ACCEPT WS-FROM.
       	IF (WS-FROM = WS-SURVIVOR)
       		DISPLAY "A CLIENT CANNOT BE MERGED INTO ITSELF."
       		GO TO END-GET-PAIR-RTN
       	END-IF.
       	MOVE SPACES TO WS-FROM-NAME.
       	IF (WS-FROM = 0)
       		DISPLAY "WALK-IN NAME AS ON THE TICKETS: "
       		ACCEPT WS-FROM-NAME
       		IF (WS-FROM-NAME = SPACES) OR
       		(WS-FROM-NAME = "ANONYMIZED")
       			DISPLAY "INVALID WALK-IN NAME."
       			GO TO END-GET-PAIR-RTN
       		END-IF
       		MOVE "Y" TO WS-FOUND
       		GO TO END-GET-PAIR-RTN
       	END-IF.
       	MOVE WS-FROM TO CL-CLIENTNO.
       	READ CLIENTFILE
       		INVALID KEY
       		DISPLAY "DUPLICATE CLIENT NOT ON FILE."
       		GO TO END-GET-PAIR-RTN
       	END-READ.
       	IF (CL-STATUS = "MERGED" OR CL-STATUS = "ANONYMIZED")
       		DISPLAY "DUPLICATE CLIENT IS ALREADY " CL-STATUS
       		GO TO END-GET-PAIR-RTN
       	END-IF.
       	MOVE CL-NAME TO WS-FROM-NAME.
       	PERFORM SHOW-CLIENT-RTN THRU END-SHOW-CLIENT-RTN.
       	MOVE "Y" TO WS-FOUND.
       END-GET-PAIR-RTN.
       SHOW-CLIENT-RTN.
       	DISPLAY "  CLIENT NO.: " CL-CLIENTNO "  " CL-STATUS.
       	DISPLAY "  NAME:       " CL-NAME.
       	DISPLAY "  ADDRESS:    " CL-ADDRS.
       	DISPLAY "  TEL. NO.:   " CL-TELNO.
       	DISPLAY "  ID:         " CL-IDTYPE " " CL-IDNO.
       END-SHOW-CLIENT-RTN.
      ******************************************************************
      * One pass over each file.  With WS-APPLY N the records of the
      * duplicate are only counted; with Y each is re-linked and
      * written to the merge trail.
      ******************************************************************
       RELINK-RTN.
       	MOVE 0 TO WS-LOAN-CTR.
       	MOVE 0 TO WS-LOAN-BUSY.
       	MOVE 0 TO WS-HIST-CTR.
       	MOVE 0 TO WS-SUR-CTR.
       	MOVE 0 TO WS-BUY-CTR.
       	MOVE 0 TO WS-MOVED-CTR.
       	PERFORM RELINK-LOANS-RTN THRU END-RELINK-LOANS-RTN.
       	PERFORM RELINK-HIST-RTN THRU END-RELINK-HIST-RTN.
       	PERFORM RELINK-SURPLUS-RTN THRU END-RELINK-SURPLUS-RTN.
       	PERFORM RELINK-BUYS-RTN THRU END-RELINK-BUYS-RTN.
       	COMPUTE WS-MOVED-CTR = WS-LOAN-CTR + WS-HIST-CTR
       		+ WS-SUR-CTR + WS-BUY-CTR.
       END-RELINK-RTN.
       RELINK-LOANS-RTN.
       	MOVE "N" TO WS-EOF.
       	MOVE 0 TO TRANSNO.
       	START LOANFILE KEY IS NOT LESS THAN TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       			MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM RELINK-LOAN-ONE-RTN THRU END-RELINK-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-RELINK-LOANS-RTN.
       RELINK-LOAN-ONE-RTN.
       	PERFORM MATCH-TICKET-RTN THRU END-MATCH-TICKET-RTN.
       	IF (WS-MATCH = "N")
       		GO TO RELINK-LOAN-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-LOAN-CTR.
       	IF (WS-APPLY = "N")
       		GO TO RELINK-LOAN-NEXT-RTN
       	END-IF.
       	MOVE W-TRANSNO TO WS-LCK-TRANSNO.
       	MOVE "I" TO WS-LCK-MODE.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "N")
       		DISPLAY "TICKET NOT UPDATED: " W-TRANSNO
       		SUBTRACT 1 FROM WS-LOAN-CTR
       		ADD 1 TO WS-LOAN-BUSY
       		GO TO RELINK-LOAN-NEXT-RTN
       	END-IF.
       	MOVE W-TRANSNO TO TRANSNO.
       	MOVE "Y" TO WS-REREAD.
       	READ LOANFILE INTO W-LOAN-REC
       		INVALID KEY MOVE "N" TO WS-REREAD
       	END-READ.
       	IF (WS-REREAD = "N")
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       		SUBTRACT 1 FROM WS-LOAN-CTR
       		START LOANFILE KEY IS GREATER THAN TRANSNO
       			INVALID KEY MOVE "Y" TO WS-EOF
       		END-START
       		IF (WS-EOF = "Y")
       			GO TO END-RELINK-LOAN-ONE-RTN
       		END-IF
       		GO TO RELINK-LOAN-NEXT-RTN
       	END-IF.
       	PERFORM MATCH-TICKET-RTN THRU END-MATCH-TICKET-RTN.
       	IF (WS-MATCH = "N")
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       		SUBTRACT 1 FROM WS-LOAN-CTR
       		GO TO RELINK-LOAN-NEXT-RTN
       	END-IF.
       	MOVE "LOAN" TO MRG-FILE.
       	MOVE W-TRANSNO TO MRG-KEYNO.
       	MOVE W-CLIENTNO TO MRG-OLD-CLIENTNO.
       	MOVE WS-SURVIVOR TO W-CLIENTNO.
       	REWRITE LOAN-REC FROM W-LOAN-REC
       		INVALID KEY
       		DISPLAY "TICKET NOT UPDATED: " W-TRANSNO
       		SUBTRACT 1 FROM WS-LOAN-CTR
       		PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN
       		GO TO RELINK-LOAN-NEXT-RTN
       	END-REWRITE.
       	PERFORM WRITE-TRAIL-RTN THRU END-WRITE-TRAIL-RTN.
       	PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       RELINK-LOAN-NEXT-RTN.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-RELINK-LOAN-ONE-RTN.
       RELINK-HIST-RTN.
       	IF (WS-HIST-OPEN = "N")
       		GO TO END-RELINK-HIST-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	MOVE 0 TO HIST-TRANSNO.
       	START LOANHIST KEY IS NOT LESS THAN HIST-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       			MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM RELINK-HIST-ONE-RTN THRU END-RELINK-HIST-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-RELINK-HIST-RTN.
       RELINK-HIST-ONE-RTN.
       	PERFORM MATCH-TICKET-RTN THRU END-MATCH-TICKET-RTN.
       	IF (WS-MATCH = "N")
       		GO TO RELINK-HIST-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-HIST-CTR.
       	IF (WS-APPLY = "N")
       		GO TO RELINK-HIST-NEXT-RTN
       	END-IF.
       	MOVE "LOANHIST" TO MRG-FILE.
       	MOVE W-TRANSNO TO MRG-KEYNO.
       	MOVE W-CLIENTNO TO MRG-OLD-CLIENTNO.
       	MOVE WS-SURVIVOR TO W-CLIENTNO.
       	REWRITE HIST-REC FROM W-LOAN-REC
       		INVALID KEY
       		DISPLAY "HISTORY NOT UPDATED: " W-TRANSNO
       		SUBTRACT 1 FROM WS-HIST-CTR
       		GO TO RELINK-HIST-NEXT-RTN
       	END-REWRITE.
       	PERFORM WRITE-TRAIL-RTN THRU END-WRITE-TRAIL-RTN.
       RELINK-HIST-NEXT-RTN.
       	READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-RELINK-HIST-ONE-RTN.
       MATCH-TICKET-RTN.
       	MOVE "N" TO WS-MATCH.
       	IF (WS-FROM > 0)
       		IF (W-CLIENTNO = WS-FROM)
       			MOVE "Y" TO WS-MATCH
       		END-IF
       	ELSE
       		IF (W-CLIENTNO = 0 AND W-CLNAME = WS-FROM-NAME)
       			MOVE "Y" TO WS-MATCH
       		END-IF
       	END-IF.
       END-MATCH-TICKET-RTN.
       RELINK-SURPLUS-RTN.
       	IF (WS-SUR-OPEN = "N")
       		GO TO END-RELINK-SURPLUS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	MOVE 0 TO SUR-TRANSNO.
       	START SURPLUSFILE KEY IS NOT LESS THAN SUR-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ SURPLUSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM RELINK-SUR-ONE-RTN THRU END-RELINK-SUR-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-RELINK-SURPLUS-RTN.
       RELINK-SUR-ONE-RTN.
       	MOVE "N" TO WS-MATCH.
       	IF (WS-FROM > 0 AND SUR-CLIENTNO = WS-FROM)
       		MOVE "Y" TO WS-MATCH
       	END-IF.
       	IF (WS-FROM = 0 AND SUR-CLIENTNO = 0) AND
       	(SUR-CLNAME = WS-FROM-NAME)
       		MOVE "Y" TO WS-MATCH
       	END-IF.
       	IF (WS-MATCH = "N")
       		GO TO RELINK-SUR-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-SUR-CTR.
       	IF (WS-APPLY = "N")
       		GO TO RELINK-SUR-NEXT-RTN
       	END-IF.
       	MOVE "SURPLUS" TO MRG-FILE.
       	MOVE SUR-TRANSNO TO MRG-KEYNO.
       	MOVE SUR-CLIENTNO TO MRG-OLD-CLIENTNO.
       	MOVE WS-SURVIVOR TO SUR-CLIENTNO.
       	REWRITE SURPLUS-REC
       		INVALID KEY
       		DISPLAY "SURPLUS NOT UPDATED: " SUR-TRANSNO
       		SUBTRACT 1 FROM WS-SUR-CTR
       		GO TO RELINK-SUR-NEXT-RTN
       	END-REWRITE.
       	PERFORM WRITE-TRAIL-RTN THRU END-WRITE-TRAIL-RTN.
       RELINK-SUR-NEXT-RTN.
       	READ SURPLUSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-RELINK-SUR-ONE-RTN.
       RELINK-BUYS-RTN.
       	IF (WS-BUY-OPEN = "N")
       		GO TO END-RELINK-BUYS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	MOVE 0 TO BUY-REFNO.
       	START BUYFILE KEY IS NOT LESS THAN BUY-REFNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ BUYFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM RELINK-BUY-ONE-RTN THRU END-RELINK-BUY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-RELINK-BUYS-RTN.
       RELINK-BUY-ONE-RTN.
       	MOVE "N" TO WS-MATCH.
       	IF (WS-FROM > 0 AND BUY-CLIENTNO = WS-FROM)
       		MOVE "Y" TO WS-MATCH
       	END-IF.
       	IF (WS-FROM = 0 AND BUY-CLIENTNO = 0) AND
       	(BUY-CLNAME = WS-FROM-NAME)
       		MOVE "Y" TO WS-MATCH
       	END-IF.
       	IF (WS-MATCH = "N")
       		GO TO RELINK-BUY-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-BUY-CTR.
       	IF (WS-APPLY = "N")
       		GO TO RELINK-BUY-NEXT-RTN
       	END-IF.
       	MOVE "BUYSTK" TO MRG-FILE.
       	MOVE BUY-REFNO TO MRG-KEYNO.
       	MOVE BUY-CLIENTNO TO MRG-OLD-CLIENTNO.
       	MOVE WS-SURVIVOR TO BUY-CLIENTNO.
       	REWRITE BUYSTK-REC
       		INVALID KEY
       		DISPLAY "PURCHASE NOT UPDATED: " BUY-REFNO
       		SUBTRACT 1 FROM WS-BUY-CTR
       		GO TO RELINK-BUY-NEXT-RTN
       	END-REWRITE.
       	PERFORM WRITE-TRAIL-RTN THRU END-WRITE-TRAIL-RTN.
       RELINK-BUY-NEXT-RTN.
       	READ BUYFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-RELINK-BUY-ONE-RTN.
       RETIRE-CLIENT-RTN.
       	MOVE WS-FROM TO CL-CLIENTNO.
       	READ CLIENTFILE
       		INVALID KEY GO TO END-RETIRE-CLIENT-RTN
       	END-READ.
       	MOVE "MERGED" TO CL-STATUS.
       	REWRITE CLIENT-REC
       		INVALID KEY
       		DISPLAY "CLIENT NOT UPDATED: " WS-FROM
       		GO TO END-RETIRE-CLIENT-RTN
       	END-REWRITE.
       	MOVE 1 TO WS-CLI-CTR.
       	MOVE "CLIENT" TO MRG-FILE.
       	MOVE WS-FROM TO MRG-KEYNO.
       	MOVE WS-FROM TO MRG-OLD-CLIENTNO.
       	PERFORM WRITE-TRAIL-RTN THRU END-WRITE-TRAIL-RTN.
       END-RETIRE-CLIENT-RTN.
      * MRG-FILE, MRG-KEYNO and MRG-OLD-CLIENTNO are set by the caller
       WRITE-TRAIL-RTN.
       	MOVE WS-TODAY TO MRG-DATE.
       	MOVE WS-NOW TO MRG-TIME.
       	MOVE WS-BR-CODE TO MRG-BRANCH.
       	MOVE WS-OPERATOR-ID TO MRG-OPERATOR.
       	MOVE WS-SURVIVOR TO MRG-SURVIVOR.
       	MOVE WS-FROM TO MRG-FROM.
       	MOVE WS-FROM-NAME TO MRG-FROM-NAME.
       	WRITE MERGE-REC.
       END-WRITE-TRAIL-RTN.
      ******************************************************************
      * The merge trail for a range of dates, one line per record
      * moved, with the number of merges and records at the end.
      ******************************************************************
       REPORT-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ MERGE TRAIL REPORT @@@@@>".
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	DISPLAY "FROM DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-FROM-DATE.
       	IF (WS-FROM-DATE = 0)
       		MOVE WS-TODAY TO WS-FROM-DATE
       	END-IF.
       	DISPLAY "TO DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-TO-DATE.
       	IF (WS-TO-DATE = 0)
       		MOVE WS-TODAY TO WS-TO-DATE
       	END-IF.
       	IF (WS-TO-DATE < WS-FROM-DATE)
       		DISPLAY "TO DATE IS BEFORE FROM DATE."
       		GO TO END-REPORT-RTN
       	END-IF.
       	OPEN INPUT MRGFILE.
       	IF (WS-MRGFILE-STATUS NOT = "00")
       		DISPLAY "NO MERGES ON RECORD."
       		GO TO END-REPORT-RTN
       	END-IF.
       	OPEN OUTPUT MRGRPT.
       	IF (WS-MRGRPT-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE MRGRPT.prt. STATUS: "
       			WS-MRGRPT-STATUS
       		CLOSE MRGFILE
       		GO TO END-REPORT-RTN
       	END-IF.
       	MOVE 0 TO WS-RPT-CTR.
       	MOVE 0 TO WS-MRG-CTR.
       	MOVE SPACES TO WS-PREV-MERGE.
       	PERFORM REPORT-HEAD-RTN THRU END-REPORT-HEAD-RTN.
       	MOVE "N" TO WS-EOF.
       	READ MRGFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM REPORT-ONE-RTN THRU END-REPORT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-RPT-CTR = 0)
       		MOVE "  NO MERGES IN THIS PERIOD." TO MR-LINE
       		WRITE MR-LINE
       	END-IF.
       	MOVE ALL "-" TO MR-LINE.
       	WRITE MR-LINE.
       	MOVE SPACES TO MR-LINE.
       	STRING " MERGES: " WS-MRG-CTR "   RECORDS CHANGED: " WS-RPT-CTR
       		DELIMITED BY SIZE INTO MR-LINE.
       	WRITE MR-LINE.
       	CLOSE MRGRPT.
       	CLOSE MRGFILE.
       	DISPLAY "MERGES: " WS-MRG-CTR "   RECORDS CHANGED: " WS-RPT-CTR.
       	DISPLAY "SEE MRGRPT.prt".
       END-REPORT-RTN.
       REPORT-HEAD-RTN.
       	MOVE ALL "=" TO MR-LINE.
       	WRITE MR-LINE.
       	MOVE SPACES TO MR-LINE.
       	STRING WS-BR-NAME " - BRANCH " WS-BR-CODE
       		DELIMITED BY SIZE INTO MR-LINE.
       	WRITE MR-LINE.
       	MOVE WS-FROM-DATE TO W-DATE-DISP.
       	MOVE WS-TO-DATE TO W-DATE2-DISP.
       	MOVE SPACES TO MR-LINE.
       	STRING "CLIENT MERGE TRAIL " W-DATE-DISP " TO " W-DATE2-DISP
       		DELIMITED BY SIZE INTO MR-LINE.
       	WRITE MR-LINE.
       	MOVE ALL "=" TO MR-LINE.
       	WRITE MR-LINE.
       	MOVE SPACES TO MR-LINE.
       	MOVE "DATE" TO MR-LINE(2:4).
       	MOVE "TIME" TO MR-LINE(13:4).
       	MOVE "BY" TO MR-LINE(23:2).
       	MOVE "INTO" TO MR-LINE(35:4).
       	MOVE "FROM" TO MR-LINE(42:4).
       	MOVE "NAME" TO MR-LINE(48:4).
       	MOVE "FILE" TO MR-LINE(70:4).
       	MOVE "KEY" TO MR-LINE(80:3).
       	MOVE "WAS" TO MR-LINE(89:3).
       	WRITE MR-LINE.
       	MOVE ALL "-" TO MR-LINE.
       	WRITE MR-LINE.
       END-REPORT-HEAD-RTN.
       REPORT-ONE-RTN.
       	IF (MRG-DATE < WS-FROM-DATE OR MRG-DATE > WS-TO-DATE)
       		GO TO REPORT-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-RPT-CTR.
       	MOVE SPACES TO WS-THIS-MERGE.
       	STRING MRG-DATE MRG-TIME MRG-SURVIVOR
       		DELIMITED BY SIZE INTO WS-THIS-MERGE.
       	IF (WS-THIS-MERGE NOT = WS-PREV-MERGE)
       		ADD 1 TO WS-MRG-CTR
       		MOVE WS-THIS-MERGE TO WS-PREV-MERGE
       	END-IF.
       	MOVE MRG-DATE TO RM-DATE.
       	MOVE MRG-TIME TO RM-TIME.
       	MOVE MRG-OPERATOR TO RM-OPERATOR.
       	MOVE MRG-SURVIVOR TO RM-SURVIVOR.
       	MOVE MRG-FROM TO RM-FROM.
       	MOVE MRG-FROM-NAME TO RM-FROM-NAME.
       	MOVE MRG-FILE TO RM-FILE.
       	MOVE MRG-KEYNO TO RM-KEYNO.
       	MOVE MRG-OLD-CLIENTNO TO RM-OLD.
       	MOVE WS-RPT-MRG TO MR-LINE.
       	WRITE MR-LINE.
       REPORT-NEXT-RTN.
       	READ MRGFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-REPORT-ONE-RTN.
      ******************************************************************
      * Record locking, as in MACHINE4, so a merge can run while the
      * counters are open.  The caller sets WS-LCK-FILE and
      * WS-LCK-KEY; WS-LCK-GOT comes back "Y" once this operator holds
      * the record in LOCKREG.Dat.  A record held by another operator
      * is shown with the holder and, with WS-LCK-MODE "I", the manager
      * may retry or pass the ticket over.  Every conflict goes to
      * LOCKLOG.log.
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
       	(LCK-PROGRAM = "MACHINE50")) OR
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
       	MOVE "MACHINE50" TO LCK-PROGRAM.
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
       		(LCK-PROGRAM = "MACHINE50")
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
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE50 ,"
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
