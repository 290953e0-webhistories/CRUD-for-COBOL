       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE46.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Outbound biller file to the e-wallet and bank payment partners.
      * For a business date this batch writes, for every ACTIVE partner
      * on PARTNER.Dat (PTNREC), BILOUT.Dat (BILREC) and copies it to
      * BILpppppp<date>.Dat - partner code and file date - for sending
      * to that partner.  Each ticket on LOAN.Dat gets a line with the
      * masked client name, the minimum payment (interest plus
      * penalty), the payoff as of the file date and the next day on
      * the QUOTE-PAYOFF-RTN basis in MACHINE4, DUEDATE, and the status
      * the partner refuses payment on (HELD, FORFEIT, CLOSED).  The
      * trailer carries the line count, the hash total of the ticket
      * numbers and the total payoff.  Every file sent is logged in
      * BILCTL.log with the same control totals.  A partner already
      * sent a file for the date is not sent it again - the file is
      * still on disk to resend - and a date earlier than the last one
      * sent is refused.  Payments the partners take come back on
      * CHANNEL.csv for MACHINE29.  Runs as the BILLER step of the
      * MACHINE28 end-of-day stream.
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
       	 SELECT PTNFILE ASSIGN TO "PARTNER.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PTNFILE-STATUS.
       	 SELECT BILOUT ASSIGN TO "BILOUT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BILOUT-STATUS.
       	 SELECT BILCTL ASSIGN TO "BILCTL.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BILCTL-STATUS.
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
       FD  PTNFILE
       	 LABEL RECORD IS STANDARD.
       COPY PTNREC.
       FD  BILOUT
       	 LABEL RECORD IS STANDARD.
       COPY BILREC.
       FD  BILCTL
       	 LABEL RECORD IS STANDARD.
       01  BILCTL-REC.
       	 05 BLC-DATE		PIC 9(8).
       	 05 BLC-PARTNER	PIC X(6).
       	 05 BLC-FILE		PIC X(30).
       	 05 BLC-RECS		PIC 9(7).
       	 05 BLC-HASH		PIC 9(12).
       	 05 BLC-PAYOFF	PIC 9(11)V99.
       	 05 BLC-TS		PIC 9(14).
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       COPY RATETBL.
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-AMT-DISP		PIC ZZ,ZZZ,ZZZ,Z99.99.
       01 W-RECS-DISP	PIC Z,ZZZ,ZZ9.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-PTNFILE-STATUS PIC XX.
       77 WS-BILOUT-STATUS PIC XX.
       77 WS-BILCTL-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-EOF			PIC A.
       77 WS-PTN-EOF		PIC A.
       77 WS-CTL-EOF		PIC A.
       77 WS-FOUND		PIC A.
       77 WS-FAILED		PIC A.
       77 WS-RUN-DATE	PIC 9(8).
       77 WS-NEXT-DATE	PIC 9(8).
       77 WS-QT-DATE		PIC 9(8).
       77 WS-LAST-DATE	PIC 9(8).
       77 WS-TS		PIC 9(14).
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-BIL-NAME	PIC X(30).
       77 WS-CMD		PIC X(60).
       77 WS-RECS		PIC 9(7).
       77 WS-HASH		PIC 9(12).
       77 WS-PAYOFF-TOT	PIC 9(11)V99.
       77 WS-SENT		PIC 9(3).
       77 WS-SKIPPED		PIC 9(3).
       77 WS-MASK-NAME	PIC X(20).
       77 WS-MX		PIC 9(2).
       77 WS-CUR-CHR		PIC X.
       77 WS-PREV-CHR	PIC X.
       77 WS-ELAPSED-DAYS	PIC S9(6).
       77 WS-ELAPSED-MM4	PIC 9(4).
       77 WS-ELAPSED-MONTHS PIC 9(2).
       	 88 ELAPSED-TIER-1 VALUE 1 THRU 4.
       	 88 ELAPSED-TIER-2 VALUE 5 THRU 8.
       	 88 ELAPSED-TIER-3 VALUE 9 THRU 12.
       	 88 ELAPSED-TIER-4 VALUE 13 THRU 99.
       77 WS-QT-DAYS		PIC 9(4).
       77 WS-QT-RATE		PIC V99.
       77 WS-PAYOFF-INT	PIC 9(6)V99.
       77 WS-PAYOFF		PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ OUTBOUND BILLER FILE TO PARTNERS @@@@@>".
       	DISPLAY "BUSINESS DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-RUN-DATE.
       	IF (WS-RUN-DATE = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
       	END-IF.
       	COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
       		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1).
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM LOAD-CTL-RTN THRU END-LOAD-CTL-RTN.
       	IF (WS-RUN-DATE < WS-LAST-DATE)
       		MOVE WS-LAST-DATE TO W-DATE-DISP
       		DISPLAY "BILLER FILES ALREADY SENT FOR " W-DATE-DISP
       		DISPLAY "AN EARLIER DATE CANNOT BE SENT."
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN INPUT PTNFILE.
       	IF (WS-PTNFILE-STATUS NOT = "00")
       		DISPLAY "NO PARTNER.Dat ON FILE - NO BILLER FILES SENT."
       		MOVE 0 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		CLOSE PTNFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE 0 TO WS-SENT.
       	MOVE 0 TO WS-SKIPPED.
       	MOVE "N" TO WS-FAILED.
       	MOVE "N" TO WS-PTN-EOF.
       	READ PTNFILE AT END MOVE "Y" TO WS-PTN-EOF
       	END-READ.
       	PERFORM PARTNER-ONE-RTN THRU END-PARTNER-ONE-RTN
       		UNTIL WS-PTN-EOF = "Y".
       	CLOSE LOANFILE.
       	CLOSE PTNFILE.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	DISPLAY "BILLER FILES FOR " W-DATE-DISP.
       	DISPLAY "FILES SENT:        " WS-SENT.
       	DISPLAY "ALREADY SENT:      " WS-SKIPPED.
       	IF (WS-FAILED = "Y")
       		DISPLAY "ONE OR MORE BILLER FILES FAILED -"
       			" RE-RUN THE DATE."
       		MOVE 8 TO RETURN-CODE
       	ELSE
       		MOVE 0 TO RETURN-CODE
       	END-IF.
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
      * latest date any partner has been sent a file for
       LOAD-CTL-RTN.
       	MOVE 0 TO WS-LAST-DATE.
       	OPEN INPUT BILCTL.
       	IF (WS-BILCTL-STATUS NOT = "00")
       		GO TO END-LOAD-CTL-RTN
       	END-IF.
       	MOVE "N" TO WS-CTL-EOF.
       	READ BILCTL AT END MOVE "Y" TO WS-CTL-EOF
       	END-READ.
       	PERFORM UNTIL WS-CTL-EOF = "Y"
       		IF (BLC-DATE > WS-LAST-DATE)
       			MOVE BLC-DATE TO WS-LAST-DATE
       		END-IF
       		READ BILCTL AT END MOVE "Y" TO WS-CTL-EOF
       		END-READ
       	END-PERFORM.
       	CLOSE BILCTL.
       END-LOAD-CTL-RTN.
      ******************************************************************
      * One biller file per ACTIVE partner not yet sent the date:
      * header, a detail line per LOAN.Dat ticket, trailer, then the
      * copy under the partner's file name and the BILCTL.log entry.
      ******************************************************************
       PARTNER-ONE-RTN.
       	IF NOT (PTN-ACTIVE)
       		GO TO PARTNER-NEXT-RTN
       	END-IF.
       	MOVE SPACES TO WS-BIL-NAME.
       	STRING "BIL" PTN-CODE DELIMITED BY SPACE
       		WS-RUN-DATE ".Dat" DELIMITED BY SIZE
       		INTO WS-BIL-NAME.
       	PERFORM CHECK-SENT-RTN THRU END-CHECK-SENT-RTN.
       	IF (WS-FOUND = "Y")
       		DISPLAY PTN-CODE " ALREADY SENT AS " WS-BIL-NAME
       		DISPLAY "NOT SENT AGAIN - RESEND THAT FILE."
       		ADD 1 TO WS-SKIPPED
       		GO TO PARTNER-NEXT-RTN
       	END-IF.
       	OPEN OUTPUT BILOUT.
       	IF (WS-BILOUT-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE BILOUT.Dat. STATUS: "
       			WS-BILOUT-STATUS
       		MOVE "Y" TO WS-FAILED
       		GO TO PARTNER-NEXT-RTN
       	END-IF.
       	MOVE 0 TO WS-RECS.
       	MOVE 0 TO WS-HASH.
       	MOVE 0 TO WS-PAYOFF-TOT.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS.
       	MOVE SPACES TO BIL-REC.
       	MOVE "H" TO BIL-TYPE.
       	MOVE PTN-CODE TO BIL-PARTNER.
       	MOVE WS-BR-CODE TO BIL-BRANCH.
       	MOVE WS-RUN-DATE TO BIL-H-DATE.
       	MOVE WS-NEXT-DATE TO BIL-H-NEXT-DATE.
       	MOVE WS-TS TO BIL-H-TS.
       	MOVE WS-BR-NAME TO BIL-H-BR-NAME.
       	WRITE BIL-REC.
       	MOVE 0 TO TRANSNO.
       	MOVE "N" TO WS-EOF.
       	START LOANFILE KEY IS NOT LESS THAN TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM BILL-LOAN-ONE-RTN THRU END-BILL-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	MOVE SPACES TO BIL-REC.
       	MOVE "T" TO BIL-TYPE.
       	MOVE PTN-CODE TO BIL-PARTNER.
       	MOVE WS-BR-CODE TO BIL-BRANCH.
       	MOVE WS-RECS TO BIL-T-RECS.
       	MOVE WS-HASH TO BIL-T-HASH.
       	MOVE WS-PAYOFF-TOT TO BIL-T-PAYOFF.
       	WRITE BIL-REC.
       	CLOSE BILOUT.
       	MOVE SPACES TO WS-CMD.
       	STRING "cp BILOUT.Dat " WS-BIL-NAME
       		DELIMITED BY SIZE INTO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	IF (RETURN-CODE NOT = 0)
       		DISPLAY "COPY TO " WS-BIL-NAME " FAILED."
       		MOVE "Y" TO WS-FAILED
       		GO TO PARTNER-NEXT-RTN
       	END-IF.
       	PERFORM WRITE-CTL-RTN THRU END-WRITE-CTL-RTN.
       	ADD 1 TO WS-SENT.
       	MOVE WS-RECS TO W-RECS-DISP.
       	MOVE WS-PAYOFF-TOT TO W-AMT-DISP.
       	DISPLAY "SEND " WS-BIL-NAME " TO " PTN-NAME.
       	DISPLAY "  TICKETS: " W-RECS-DISP "  HASH: " WS-HASH
       		"  PAYOFF: P" W-AMT-DISP.
       PARTNER-NEXT-RTN.
       	READ PTNFILE AT END MOVE "Y" TO WS-PTN-EOF
       	END-READ.
       END-PARTNER-ONE-RTN.
       CHECK-SENT-RTN.
       	MOVE "N" TO WS-FOUND.
       	OPEN INPUT BILCTL.
       	IF (WS-BILCTL-STATUS NOT = "00")
       		GO TO END-CHECK-SENT-RTN
       	END-IF.
       	MOVE "N" TO WS-CTL-EOF.
       	READ BILCTL AT END MOVE "Y" TO WS-CTL-EOF
       	END-READ.
       	PERFORM UNTIL WS-CTL-EOF = "Y"
       		IF (BLC-DATE = WS-RUN-DATE AND BLC-PARTNER = PTN-CODE)
       			MOVE "Y" TO WS-FOUND
       		END-IF
       		READ BILCTL AT END MOVE "Y" TO WS-CTL-EOF
       		END-READ
       	END-PERFORM.
       	CLOSE BILCTL.
       END-CHECK-SENT-RTN.
       WRITE-CTL-RTN.
       	OPEN EXTEND BILCTL.
       	IF (WS-BILCTL-STATUS = "35")
       		OPEN OUTPUT BILCTL
       	END-IF.
       	MOVE WS-RUN-DATE TO BLC-DATE.
       	MOVE PTN-CODE TO BLC-PARTNER.
       	MOVE WS-BIL-NAME TO BLC-FILE.
       	MOVE WS-RECS TO BLC-RECS.
       	MOVE WS-HASH TO BLC-HASH.
       	MOVE WS-PAYOFF-TOT TO BLC-PAYOFF.
       	MOVE WS-TS TO BLC-TS.
       	WRITE BILCTL-REC.
       	CLOSE BILCTL.
       END-WRITE-CTL-RTN.
      ******************************************************************
      * Only CURRENT and OVERDUE tickets are payable through a partner.
      * A ticket under police hold, forfeited or closed is sent with
      * its status and no amounts so the partner turns the client back
      * to the counter.
      ******************************************************************
       BILL-LOAN-ONE-RTN.
       	MOVE SPACES TO BIL-REC.
       	MOVE "D" TO BIL-TYPE.
       	MOVE PTN-CODE TO BIL-PARTNER.
       	MOVE WS-BR-CODE TO BIL-BRANCH.
       	MOVE TRANSNO TO BIL-D-TRANSNO.
       	PERFORM MASK-NAME-RTN THRU END-MASK-NAME-RTN.
       	MOVE WS-MASK-NAME TO BIL-D-CLNAME.
       	MOVE DUEDATE TO BIL-D-DUEDATE.
       	MOVE 0 TO BIL-D-MIN-PAY.
       	MOVE 0 TO BIL-D-PAYOFF.
       	MOVE 0 TO BIL-D-PAYOFF-NEXT.
       	MOVE "CLOSED" TO BIL-D-STATUS.
       	IF (LOAN-STATUS = "CURRENT" OR "OVERDUE")
       		MOVE "OPEN" TO BIL-D-STATUS
       	END-IF.
       	IF (LOAN-STATUS = "POLICEHOLD")
       		MOVE "HELD" TO BIL-D-STATUS
       	END-IF.
       	IF (LOAN-STATUS = "FORFEITED")
       		MOVE "FORFEIT" TO BIL-D-STATUS
       	END-IF.
       	IF (BIL-D-PAYABLE)
       		COMPUTE BIL-D-MIN-PAY = DECI + PENALTY
       		MOVE WS-RUN-DATE TO WS-QT-DATE
       		PERFORM QUOTE-PAYOFF-RTN THRU END-QUOTE-PAYOFF-RTN
       		MOVE WS-PAYOFF TO BIL-D-PAYOFF
       		MOVE WS-NEXT-DATE TO WS-QT-DATE
       		PERFORM QUOTE-PAYOFF-RTN THRU END-QUOTE-PAYOFF-RTN
       		MOVE WS-PAYOFF TO BIL-D-PAYOFF-NEXT
       		ADD BIL-D-PAYOFF TO WS-PAYOFF-TOT
       	END-IF.
       	WRITE BIL-REC.
       	ADD 1 TO WS-RECS.
       	ADD TRANSNO TO WS-HASH.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-BILL-LOAN-ONE-RTN.
      * first letter of each word kept, the rest starred out
       MASK-NAME-RTN.
       	MOVE CLNAME TO WS-MASK-NAME.
       	MOVE SPACE TO WS-PREV-CHR.
       	PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 20
       		MOVE WS-MASK-NAME(WS-MX:1) TO WS-CUR-CHR
       		IF (WS-CUR-CHR NOT = SPACE) AND
       		(WS-PREV-CHR NOT = SPACE)
       			MOVE "*" TO WS-MASK-NAME(WS-MX:1)
       		END-IF
       		MOVE WS-CUR-CHR TO WS-PREV-CHR
       	END-PERFORM.
       END-MASK-NAME-RTN.
      ******************************************************************
      * Same basis as QUOTE-PAYOFF-RTN in MACHINE4, taken to WS-QT-DATE
      * instead of today: principal, the tier rate over 30 for each
      * day from DATEGRANTED, and the penalty on file.  An instalment
      * loan takes the schedule interest still unpaid (DECI) instead.
      ******************************************************************
       QUOTE-PAYOFF-RTN.
       	COMPUTE WS-ELAPSED-DAYS =
       		FUNCTION INTEGER-OF-DATE(WS-QT-DATE) -
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
       	COMPUTE WS-PAYOFF = DECIMAL + WS-PAYOFF-INT + PENALTY.
       END-QUOTE-PAYOFF-RTN.
