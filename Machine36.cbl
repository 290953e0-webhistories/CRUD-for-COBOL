       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE36.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Layaway lapse batch.  For one business date every OPEN plan in
      * LAYAWAY.Dat that is past its due date, or has gone more than
      * the house LPM-LAPSE-DAYS without a payment, is cancelled: the
      * lot goes back on the floor as FORSALE, LPM-FORF-PCT of the
      * deposit is kept by the house (LAYFORF audit action, a FORFEIT
      * line on LAYPMT.Dat) and the rest of what the customer paid is
      * left owed as LAY-REFUND, paid out at the counter in MACHINE35.
      * Each plan cancelled is listed on LAYLAPSE.prt.  The audit
      * actions and journal entries carry the business date, not the
      * day the batch happens to run.  Runs in the MACHINE28 nightly
      * stream; a plan is lapsed only once, so a rerun for the same
      * date does nothing further.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT LAYFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LAY-PLANNO
       	 FILE STATUS IS WS-LAYFILE-STATUS.
       	 SELECT AUCTIONFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LOT-TRANSNO
       	 FILE STATUS IS WS-AUCTIONFILE-STATUS.
       	 SELECT LPYFILE ASSIGN TO "LAYPMT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LPYFILE-STATUS.
       	 SELECT LPMFILE ASSIGN TO "LAYPARM.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LPMFILE-STATUS.
       	 SELECT AUDITLOG ASSIGN TO "AUDIT.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AUDITLOG-STATUS.
       	 SELECT LAPRPT ASSIGN TO "LAYLAPSE.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LAPRPT-STATUS.
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
       FD  LAYFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LAYAWAY.Dat"
       	 DATA RECORD IS LAYAWAY-REC.
       COPY LAYREC.
       FD  AUCTIONFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "AUCTION.Dat"
       	 DATA RECORD IS AUCTION-REC.
       COPY AUCREC.
       FD  LPYFILE
       	 LABEL RECORD IS STANDARD.
       COPY LPYREC.
       FD  LPMFILE
       	 LABEL RECORD IS STANDARD.
       COPY LPMREC.
       FD  AUDITLOG
       	 LABEL RECORD IS STANDARD.
       01  AUDIT-REC			PIC X(60).
       FD  LAPRPT
       	 LABEL RECORD IS STANDARD.
       01  LAP-LINE			PIC X(100).
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
       01 WS-RPT-DETAIL.
       	 05 RD-PLANNO		PIC ZZZ99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RD-LOTNO		PIC ZZZ99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RD-CUSTNAME	PIC X(20).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-DUE		PIC 9999/99/99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-LASTPAY	PIC 9999/99/99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-PAID		PIC ZZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-FORFEIT	PIC ZZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RD-REFUND		PIC ZZZ,Z99.99.
       01 W-DATE-DISP		PIC 9999/99/99.
       01 W-TOTAMT-DISP	PIC Z,ZZZ,Z99.99.
       77 WS-LAYFILE-STATUS PIC XX.
       77 WS-AUCTIONFILE-STATUS PIC XX.
       77 WS-LPYFILE-STATUS PIC XX.
       77 WS-LPMFILE-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-LAPRPT-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-EOF			PIC A.
       77 WS-RUN-DATE		PIC 9(8).
       77 WS-IDLE-DAYS		PIC S9(6).
       77 WS-MIN-DEP-PCT	PIC 9(3).
       77 WS-MAX-TERM		PIC 9(3).
       77 WS-LAPSE-DAYS	PIC 9(3).
       77 WS-FORF-PCT		PIC 9(3).
       77 WS-FORFEIT		PIC 9(6)V99.
       77 WS-REFUND		PIC 9(6)V99.
       77 WS-OPEN-CTR		PIC 9(5).
       77 WS-LAPSE-CTR		PIC 9(5).
       77 WS-TOT-FORFEIT	PIC 9(8)V99.
       77 WS-TOT-REFUND	PIC 9(8)V99.
       77 WS-OPERATOR-ID	PIC X(10) VALUE "LAYLAPSE".
       77 WS-AUDIT-ACTION	PIC X(10).
       77 WS-AUDIT-TRANSNO	PIC 9(5).
       77 WS-AUDIT-TIMESTAMP	PIC 9(14).
       77 WS-AUDIT-AMOUNT	PIC 9(6)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ LAYAWAY LAPSE BATCH @@@@@>".
       	DISPLAY "BUSINESS DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-RUN-DATE.
       	IF (WS-RUN-DATE = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
       	END-IF.
       	MOVE 0 TO WS-OPEN-CTR.
       	MOVE 0 TO WS-LAPSE-CTR.
       	MOVE 0 TO WS-TOT-FORFEIT.
       	MOVE 0 TO WS-TOT-REFUND.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM LOAD-PARM-RTN THRU END-LOAD-PARM-RTN.
       	OPEN I-O LAYFILE.
       	IF (WS-LAYFILE-STATUS = "35")
       		DISPLAY "NO LAYAWAY PLANS ON FILE - NOTHING TO LAPSE."
       		MOVE 0 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	IF (WS-LAYFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING LAYAWAY.Dat. STATUS: "
       			WS-LAYFILE-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN I-O AUCTIONFILE.
       	IF (WS-AUCTIONFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING AUCTION.Dat. STATUS: "
       			WS-AUCTIONFILE-STATUS
       		CLOSE LAYFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT LAPRPT.
       	PERFORM HEADER-RTN THRU END-HEADER-RTN.
       	MOVE "N" TO WS-EOF.
       	READ LAYFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LAPSE-ONE-RTN THRU END-LAPSE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	PERFORM FOOTER-RTN THRU END-FOOTER-RTN.
       	CLOSE LAPRPT.
       	CLOSE AUCTIONFILE.
       	CLOSE LAYFILE.
       	DISPLAY "PLANS STILL OPEN:    " WS-OPEN-CTR.
       	DISPLAY "PLANS LAPSED:        " WS-LAPSE-CTR.
       	MOVE WS-TOT-FORFEIT TO W-TOTAMT-DISP.
       	DISPLAY "DEPOSITS FORFEITED: P" W-TOTAMT-DISP.
       	MOVE WS-TOT-REFUND TO W-TOTAMT-DISP.
       	DISPLAY "REFUNDS NOW OWED:   P" W-TOTAMT-DISP.
       	DISPLAY "SEE LAYLAPSE.prt".
       	MOVE 0 TO RETURN-CODE.
       	STOP RUN.
      ******************************************************************
      * House rules from LAYPARM.Dat, as MACHINE35 reads them.
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
      ******************************************************************
      * An OPEN plan lapses once the business date is past its due
      * date or more than LPM-LAPSE-DAYS after its last payment.  The
      * house keeps its share of the deposit (never more than was
      * paid); the unpaid balance is cancelled.
      ******************************************************************
       LAPSE-ONE-RTN.
       	IF (LAY-STATUS NOT = "OPEN")
       		GO TO LAPSE-NEXT-RTN
       	END-IF.
       	COMPUTE WS-IDLE-DAYS =
       		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
       		FUNCTION INTEGER-OF-DATE(LAY-LAST-PAY).
       	IF (WS-RUN-DATE NOT > LAY-DUE-DATE) AND
       	(WS-IDLE-DAYS NOT > WS-LAPSE-DAYS)
       		ADD 1 TO WS-OPEN-CTR
       		GO TO LAPSE-NEXT-RTN
       	END-IF.
       	COMPUTE WS-FORFEIT ROUNDED =
       		LAY-DEPOSIT * WS-FORF-PCT / 100.
       	IF (WS-FORFEIT > LAY-PAID)
       		MOVE LAY-PAID TO WS-FORFEIT
       	END-IF.
       	COMPUTE WS-REFUND = LAY-PAID - WS-FORFEIT.
       	MOVE WS-FORFEIT TO LAY-FORFEITED.
       	MOVE WS-REFUND TO LAY-REFUND.
       	MOVE 0 TO LAY-BALANCE.
       	MOVE WS-RUN-DATE TO LAY-LAPSE-DATE.
       	MOVE "LAPSED" TO LAY-STATUS.
       	REWRITE LAYAWAY-REC
       		INVALID KEY
       		DISPLAY "REWRITE FAILED ON PLAN " LAY-PLANNO
       			" STATUS: " WS-LAYFILE-STATUS
       		GO TO LAPSE-NEXT-RTN
       	END-REWRITE.
       	ADD 1 TO WS-LAPSE-CTR.
       	ADD WS-FORFEIT TO WS-TOT-FORFEIT.
       	ADD WS-REFUND TO WS-TOT-REFUND.
       	PERFORM RESTOCK-RTN THRU END-RESTOCK-RTN.
       	PERFORM WRITE-LPY-RTN THRU END-WRITE-LPY-RTN.
       	IF (WS-FORFEIT > 0)
       		MOVE LAY-LOTNO TO WS-AUDIT-TRANSNO
       		MOVE "LAYFORF" TO WS-AUDIT-ACTION
       		MOVE WS-FORFEIT TO WS-AUDIT-AMOUNT
       		PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN
       	END-IF.
       	PERFORM DETAIL-RTN THRU END-DETAIL-RTN.
       LAPSE-NEXT-RTN.
       	READ LAYFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LAPSE-ONE-RTN.
       RESTOCK-RTN.
       	MOVE LAY-LOTNO TO LOT-TRANSNO.
       	READ AUCTIONFILE
       		INVALID KEY
       		DISPLAY "LOT " LAY-LOTNO " NOT ON AUCTION.Dat."
       		NOT INVALID KEY
       		IF (LOT-STATUS = "LAYAWAY")
       			MOVE "FORSALE" TO LOT-STATUS
       			REWRITE AUCTION-REC
       			END-REWRITE
       		END-IF
       	END-READ.
       END-RESTOCK-RTN.
       WRITE-LPY-RTN.
       	OPEN EXTEND LPYFILE.
       	IF (WS-LPYFILE-STATUS = "35")
       		OPEN OUTPUT LPYFILE
       	END-IF.
       	MOVE LAY-PLANNO TO LPY-PLANNO.
       	MOVE WS-RUN-DATE TO LPY-DATE.
       	MOVE "FORFEIT" TO LPY-KIND.
       	MOVE WS-FORFEIT TO LPY-AMOUNT.
       	MOVE 0 TO LPY-ORNBR.
       	MOVE 0 TO LPY-BALANCE.
       	MOVE WS-OPERATOR-ID TO LPY-OPERATOR.
       	WRITE LAYPMT-REC.
       	CLOSE LPYFILE.
       END-WRITE-LPY-RTN.
       HEADER-RTN.
       	MOVE SPACES TO LAP-LINE.
       	STRING WS-BR-NAME " - LAYAWAY PLANS LAPSED"
       		DELIMITED BY SIZE INTO LAP-LINE.
       	WRITE LAP-LINE.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	MOVE SPACES TO LAP-LINE.
       	STRING "BUSINESS DATE: " W-DATE-DISP
       		"   BRANCH: " WS-BR-CODE
       		DELIMITED BY SIZE INTO LAP-LINE.
       	WRITE LAP-LINE.
       	MOVE SPACES TO LAP-LINE.
       	WRITE LAP-LINE.
       	MOVE "PLAN   LOT    CUSTOMER             DUE        LAST PAY"
       		TO LAP-LINE.
       	MOVE "      PAID  FORFEITED     REFUND" TO LAP-LINE(58:).
       	WRITE LAP-LINE.
       END-HEADER-RTN.
       DETAIL-RTN.
       	MOVE LAY-PLANNO TO RD-PLANNO.
       	MOVE LAY-LOTNO TO RD-LOTNO.
       	MOVE LAY-CUSTNAME TO RD-CUSTNAME.
       	MOVE LAY-DUE-DATE TO RD-DUE.
       	MOVE LAY-LAST-PAY TO RD-LASTPAY.
       	MOVE LAY-PAID TO RD-PAID.
       	MOVE WS-FORFEIT TO RD-FORFEIT.
       	MOVE WS-REFUND TO RD-REFUND.
       	MOVE WS-RPT-DETAIL TO LAP-LINE.
       	WRITE LAP-LINE.
       END-DETAIL-RTN.
       FOOTER-RTN.
       	MOVE SPACES TO LAP-LINE.
       	WRITE LAP-LINE.
       	MOVE SPACES TO LAP-LINE.
       	STRING "PLANS LAPSED: " WS-LAPSE-CTR
       		"   STILL OPEN: " WS-OPEN-CTR
       		DELIMITED BY SIZE INTO LAP-LINE.
       	WRITE LAP-LINE.
       	MOVE WS-TOT-FORFEIT TO W-TOTAMT-DISP.
       	MOVE SPACES TO LAP-LINE.
       	STRING "DEPOSITS FORFEITED: P" W-TOTAMT-DISP
       		DELIMITED BY SIZE INTO LAP-LINE.
       	WRITE LAP-LINE.
       	MOVE WS-TOT-REFUND TO W-TOTAMT-DISP.
       	MOVE SPACES TO LAP-LINE.
       	STRING "REFUNDS NOW OWED:   P" W-TOTAMT-DISP
       		DELIMITED BY SIZE INTO LAP-LINE.
       	WRITE LAP-LINE.
       END-FOOTER-RTN.
       WRITE-AUDIT-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP.
       	 MOVE WS-RUN-DATE TO WS-AUDIT-TIMESTAMP(1:8).
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
       	 MOVE WS-RUN-DATE TO WS-TXJ-DATE.
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
