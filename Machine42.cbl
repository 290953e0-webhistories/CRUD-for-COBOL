       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE42.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Nightly change-data extract to head office.  For a business
      * date this batch writes CDXOUT.Dat (CDXREC) and copies it to
      * CDXbbbnnnnnn.Dat - branch code and extract sequence - for
      * sending to head office, where MACHINE43 applies it to the
      * central copy.  It holds the LOAN.Dat records added, changed or
      * deleted since the last extract, found by comparing LOAN.Dat
      * with the image of every ticket last sent (CDXSNAP.Dat); the
      * date's PAYMENT.Dat lines; and CLIENT.Dat and AUCTION.Dat
      * records and the branch's own TKTSER.Dat ticket number blocks
      * not sent before (their keys are kept in CDXKEY.Dat).  The
      * snapshot and key updates are held in CDXPEND.Dat and applied
      * only once the extract file is copied and CDXCTL.Dat written, so
      * a failed run leaves them as they were and the rerun sends the
      * same changes; updates still pending from a run that stopped
      * after CDXCTL.Dat was written are applied at the next start.
      * CDXCTL.Dat keeps the last sequence and date extracted.  A date
      * already extracted is not extracted again - its file is still
      * on disk to resend - and an earlier date is refused.  Runs as
      * the EXTRACT step of the MACHINE28 end-of-day stream.
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
       	 SELECT CLIENTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS CL-CLIENTNO
       	 FILE STATUS IS WS-CLIENTFILE-STATUS.
       	 SELECT AUCTIONFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LOT-TRANSNO
       	 FILE STATUS IS WS-AUCTIONFILE-STATUS.
       	 SELECT TKSFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKS-FROM
       	 FILE STATUS IS WS-TKSFILE-STATUS.
       	 SELECT PAYFILE ASSIGN TO "PAYMENT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PAYFILE-STATUS.
       	 SELECT SNAPFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS CXS-TRANSNO
       	 FILE STATUS IS WS-SNAPFILE-STATUS.
       	 SELECT KEYFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS CXK-KEY
       	 FILE STATUS IS WS-KEYFILE-STATUS.
       	 SELECT CDXOUT ASSIGN TO "CDXOUT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-CDXOUT-STATUS.
       	 SELECT PENDFILE ASSIGN TO "CDXPEND.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PENDFILE-STATUS.
       	 SELECT CDXCTL ASSIGN TO "CDXCTL.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-CDXCTL-STATUS.
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
       FD  CLIENTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "CLIENT.Dat"
       	 DATA RECORD IS CLIENT-REC.
       COPY CLIREC.
       FD  AUCTIONFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "AUCTION.Dat"
       	 DATA RECORD IS AUCTION-REC.
       COPY AUCREC.
       FD  TKSFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TKTSER.Dat"
       	 DATA RECORD IS TKTSER-REC.
       COPY TKSREC.
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
       FD  SNAPFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "CDXSNAP.Dat"
       	 DATA RECORD IS CXS-REC.
       01  CXS-REC.
       	 05 CXS-TRANSNO	PIC 9(5).
       	 05 CXS-REST		PIC X(146).
       FD  KEYFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "CDXKEY.Dat"
       	 DATA RECORD IS CXK-REC.
       01  CXK-REC.
       	 05 CXK-KEY.
       	 	10 CXK-FILE	PIC X(1).
       	 	10 CXK-NO	PIC 9(5).
       	 05 CXK-DATE		PIC 9(8).
       FD  CDXOUT
       	 LABEL RECORD IS STANDARD.
       COPY CDXREC.
      * CDXSNAP.Dat (S) or CDXKEY.Dat (K) update held for the extract
      * PND-ACTION: W = write or replace the image, D = delete it
       FD  PENDFILE
       	 LABEL RECORD IS STANDARD.
       01  PND-REC.
       	 05 PND-SEQ		PIC 9(6).
       	 05 PND-FILE	PIC X(1).
       	 05 PND-ACTION	PIC X(1).
       	 05 PND-DATA	PIC X(151).
       FD  CDXCTL
       	 LABEL RECORD IS STANDARD.
       01  CDXCTL-REC.
       	 05 CXC-LAST-SEQ	PIC 9(6).
       	 05 CXC-LAST-DATE	PIC 9(8).
       	 05 CXC-TS		PIC 9(14).
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-AMT-DISP		PIC ZZ,ZZZ,ZZZ,Z99.99.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-CLIENTFILE-STATUS PIC XX.
       77 WS-AUCTIONFILE-STATUS PIC XX.
       77 WS-TKSFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-SNAPFILE-STATUS PIC XX.
       77 WS-KEYFILE-STATUS PIC XX.
       77 WS-CDXOUT-STATUS PIC XX.
       77 WS-PENDFILE-STATUS PIC XX.
       77 WS-CDXCTL-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-EOF			PIC A.
       77 WS-FOUND		PIC A.
       77 WS-RUN-DATE	PIC 9(8).
       77 WS-TS		PIC 9(14).
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-LAST-SEQ	PIC 9(6).
       77 WS-LAST-DATE	PIC 9(8).
       77 WS-SEQ		PIC 9(6).
       77 WS-CDX-NAME	PIC X(20).
       77 WS-CMD		PIC X(60).
       77 WS-RECS		PIC 9(7).
       77 WS-LOAN-ADD	PIC 9(6).
       77 WS-LOAN-CHG	PIC 9(6).
       77 WS-LOAN-DEL	PIC 9(6).
       77 WS-PAYS		PIC 9(6).
       77 WS-CLIENTS		PIC 9(6).
       77 WS-LOTS		PIC 9(6).
       77 WS-BLOCKS		PIC 9(6).
       77 WS-LOA-TOT		PIC 9(11)V99.
       77 WS-PAY-TOT		PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ CHANGE-DATA EXTRACT TO HEAD OFFICE @@@@@>".
       	DISPLAY "BUSINESS DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-RUN-DATE.
       	IF (WS-RUN-DATE = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
       	END-IF.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM LOAD-CTL-RTN THRU END-LOAD-CTL-RTN.
       	PERFORM SETTLE-PEND-RTN THRU END-SETTLE-PEND-RTN.
       	IF (WS-RUN-DATE < WS-LAST-DATE)
       		MOVE WS-LAST-DATE TO W-DATE-DISP
       		DISPLAY "ALREADY EXTRACTED TO " W-DATE-DISP
       		DISPLAY "AN EARLIER DATE CANNOT BE EXTRACTED."
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	IF (WS-RUN-DATE = WS-LAST-DATE)
       		MOVE WS-LAST-SEQ TO WS-SEQ
       		PERFORM CDX-NAME-RTN THRU END-CDX-NAME-RTN
       		DISPLAY "DATE ALREADY EXTRACTED AS " WS-CDX-NAME
       		DISPLAY "NOT EXTRACTED AGAIN - RESEND THAT FILE."
       		MOVE 0 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	COMPUTE WS-SEQ = WS-LAST-SEQ + 1.
       	PERFORM CDX-NAME-RTN THRU END-CDX-NAME-RTN.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN I-O SNAPFILE.
       	IF (WS-SNAPFILE-STATUS = "35")
       		OPEN OUTPUT SNAPFILE
       		CLOSE SNAPFILE
       		OPEN I-O SNAPFILE
       	END-IF.
       	OPEN I-O KEYFILE.
       	IF (WS-KEYFILE-STATUS = "35")
       		OPEN OUTPUT KEYFILE
       		CLOSE KEYFILE
       		OPEN I-O KEYFILE
       	END-IF.
       	IF (WS-SNAPFILE-STATUS NOT = "00") OR
       	(WS-KEYFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING CDXSNAP.Dat/CDXKEY.Dat. STATUS: "
       			WS-SNAPFILE-STATUS " " WS-KEYFILE-STATUS
       		CLOSE LOANFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT CDXOUT.
       	IF (WS-CDXOUT-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE CDXOUT.Dat. STATUS: "
       			WS-CDXOUT-STATUS
       		CLOSE LOANFILE
       		CLOSE SNAPFILE
       		CLOSE KEYFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT PENDFILE.
       	IF (WS-PENDFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE CDXPEND.Dat. STATUS: "
       			WS-PENDFILE-STATUS
       		CLOSE LOANFILE
       		CLOSE SNAPFILE
       		CLOSE KEYFILE
       		CLOSE CDXOUT
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE 0 TO WS-RECS.
       	MOVE 0 TO WS-LOAN-ADD.
       	MOVE 0 TO WS-LOAN-CHG.
       	MOVE 0 TO WS-LOAN-DEL.
       	MOVE 0 TO WS-PAYS.
       	MOVE 0 TO WS-CLIENTS.
       	MOVE 0 TO WS-LOTS.
       	MOVE 0 TO WS-BLOCKS.
       	MOVE 0 TO WS-LOA-TOT.
       	MOVE 0 TO WS-PAY-TOT.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS.
       	MOVE SPACES TO CDX-REC.
       	MOVE "H" TO CDX-TYPE.
       	MOVE WS-BR-CODE TO CDX-BRANCH.
       	MOVE WS-SEQ TO CDX-SEQ.
       	MOVE WS-RUN-DATE TO CDX-H-DATE.
       	MOVE WS-LAST-DATE TO CDX-H-PREV-DATE.
       	MOVE WS-TS TO CDX-H-TS.
       	WRITE CDX-REC.
       	PERFORM EXTRACT-LOANS-RTN THRU END-EXTRACT-LOANS-RTN.
       	PERFORM EXTRACT-GONE-RTN THRU END-EXTRACT-GONE-RTN.
       	CLOSE LOANFILE.
       	CLOSE SNAPFILE.
       	PERFORM EXTRACT-PAYS-RTN THRU END-EXTRACT-PAYS-RTN.
       	PERFORM EXTRACT-CLIENTS-RTN THRU END-EXTRACT-CLIENTS-RTN.
       	PERFORM EXTRACT-LOTS-RTN THRU END-EXTRACT-LOTS-RTN.
       	PERFORM EXTRACT-BLOCKS-RTN THRU END-EXTRACT-BLOCKS-RTN.
       	CLOSE KEYFILE.
       	CLOSE PENDFILE.
       	MOVE SPACES TO CDX-REC.
       	MOVE "T" TO CDX-TYPE.
       	MOVE WS-BR-CODE TO CDX-BRANCH.
       	MOVE WS-SEQ TO CDX-SEQ.
       	MOVE WS-RECS TO CDX-T-RECS.
       	MOVE WS-LOAN-ADD TO CDX-T-LOAN-ADD.
       	MOVE WS-LOAN-CHG TO CDX-T-LOAN-CHG.
       	MOVE WS-LOAN-DEL TO CDX-T-LOAN-DEL.
       	MOVE WS-PAYS TO CDX-T-PAYS.
       	MOVE WS-CLIENTS TO CDX-T-CLIENTS.
       	MOVE WS-LOTS TO CDX-T-LOTS.
       	MOVE WS-LOA-TOT TO CDX-T-LOA.
       	MOVE WS-PAY-TOT TO CDX-T-PAY-AMT.
       	MOVE WS-BLOCKS TO CDX-T-BLOCKS.
       	WRITE CDX-REC.
       	CLOSE CDXOUT.
       	MOVE SPACES TO WS-CMD.
       	STRING "cp CDXOUT.Dat " WS-CDX-NAME
       		DELIMITED BY SIZE INTO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	IF (RETURN-CODE NOT = 0)
       		DISPLAY "COPY TO " WS-CDX-NAME " FAILED."
       		DISPLAY "NOTHING RECORDED AS SENT - RUN AGAIN."
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT CDXCTL.
       	IF (WS-CDXCTL-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE CDXCTL.Dat. STATUS: "
       			WS-CDXCTL-STATUS
       		DISPLAY "NOTHING RECORDED AS SENT - RUN AGAIN."
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE WS-SEQ TO CXC-LAST-SEQ.
       	MOVE WS-RUN-DATE TO CXC-LAST-DATE.
       	MOVE WS-TS TO CXC-TS.
       	WRITE CDXCTL-REC.
       	CLOSE CDXCTL.
       	PERFORM APPLY-PEND-RTN THRU END-APPLY-PEND-RTN.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	DISPLAY "EXTRACT " WS-CDX-NAME " FOR " W-DATE-DISP.
       	DISPLAY "LOANS ADDED:   " WS-LOAN-ADD.
       	DISPLAY "LOANS CHANGED: " WS-LOAN-CHG.
       	DISPLAY "LOANS DELETED: " WS-LOAN-DEL.
       	DISPLAY "PAYMENTS:      " WS-PAYS.
       	MOVE WS-PAY-TOT TO W-AMT-DISP.
       	DISPLAY "PAYMENT TOTAL: P" W-AMT-DISP.
       	DISPLAY "NEW CLIENTS:   " WS-CLIENTS.
       	DISPLAY "NEW LOTS:      " WS-LOTS.
       	DISPLAY "NEW TKT BLOCKS:" WS-BLOCKS.
       	DISPLAY "SEND " WS-CDX-NAME " TO HEAD OFFICE.".
       	MOVE 0 TO RETURN-CODE.
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
       LOAD-CTL-RTN.
       	MOVE 0 TO WS-LAST-SEQ.
       	MOVE 0 TO WS-LAST-DATE.
       	OPEN INPUT CDXCTL.
       	IF (WS-CDXCTL-STATUS = "00")
       		READ CDXCTL
       			AT END CONTINUE
       			NOT AT END
       			MOVE CXC-LAST-SEQ TO WS-LAST-SEQ
       			MOVE CXC-LAST-DATE TO WS-LAST-DATE
       		END-READ
       		CLOSE CDXCTL
       	END-IF.
       END-LOAD-CTL-RTN.
      * extract file name CDX + branch code + sequence
       CDX-NAME-RTN.
       	MOVE SPACES TO WS-CDX-NAME.
       	STRING "CDX" WS-BR-CODE WS-SEQ ".Dat"
       		DELIMITED BY SIZE INTO WS-CDX-NAME.
       END-CDX-NAME-RTN.
      ******************************************************************
      * Every LOAN.Dat record against the image last sent: not sent
      * before is an add, different is a change.  The snapshot then
      * holds the image being sent.
      ******************************************************************
       EXTRACT-LOANS-RTN.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM EXTRACT-LOAN-ONE-RTN THRU END-EXTRACT-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-EXTRACT-LOANS-RTN.
       EXTRACT-LOAN-ONE-RTN.
       	MOVE TRANSNO TO CXS-TRANSNO.
       	MOVE "Y" TO WS-FOUND.
       	READ SNAPFILE
       		INVALID KEY MOVE "N" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "Y" AND CXS-REC = LOAN-REC)
       		GO TO EXTRACT-LOAN-NEXT-RTN
       	END-IF.
       	MOVE SPACES TO CDX-REC.
       	MOVE "L" TO CDX-TYPE.
       	MOVE WS-BR-CODE TO CDX-BRANCH.
       	MOVE WS-SEQ TO CDX-SEQ.
       	MOVE LOAN-REC TO CDX-DATA.
       	IF (WS-FOUND = "N")
       		MOVE "A" TO CDX-ACTION
       		ADD 1 TO WS-LOAN-ADD
       	ELSE
       		MOVE "C" TO CDX-ACTION
       		ADD 1 TO WS-LOAN-CHG
       	END-IF.
       	MOVE "S" TO PND-FILE.
       	MOVE "W" TO PND-ACTION.
       	MOVE LOAN-REC TO PND-DATA.
       	PERFORM WRITE-PEND-RTN THRU END-WRITE-PEND-RTN.
       	WRITE CDX-REC.
       	ADD 1 TO WS-RECS.
       	ADD DECIMAL TO WS-LOA-TOT.
       EXTRACT-LOAN-NEXT-RTN.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-EXTRACT-LOAN-ONE-RTN.
      * tickets sent before and no longer on LOAN.Dat are deletes
       EXTRACT-GONE-RTN.
       	MOVE 0 TO CXS-TRANSNO.
       	MOVE "N" TO WS-EOF.
       	START SNAPFILE KEY IS NOT LESS THAN CXS-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ SNAPFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM EXTRACT-GONE-ONE-RTN THRU END-EXTRACT-GONE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-EXTRACT-GONE-RTN.
       EXTRACT-GONE-ONE-RTN.
       	MOVE CXS-TRANSNO TO TRANSNO.
       	MOVE "Y" TO WS-FOUND.
       	READ LOANFILE
       		INVALID KEY MOVE "N" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N")
       		MOVE SPACES TO CDX-REC
       		MOVE "L" TO CDX-TYPE
       		MOVE "D" TO CDX-ACTION
       		MOVE WS-BR-CODE TO CDX-BRANCH
       		MOVE WS-SEQ TO CDX-SEQ
       		MOVE CXS-REC TO CDX-DATA
       		WRITE CDX-REC
       		ADD 1 TO WS-RECS
       		ADD 1 TO WS-LOAN-DEL
       		MOVE "S" TO PND-FILE
       		MOVE "D" TO PND-ACTION
       		MOVE CXS-REC TO PND-DATA
       		PERFORM WRITE-PEND-RTN THRU END-WRITE-PEND-RTN
       	END-IF.
       	READ SNAPFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-EXTRACT-GONE-ONE-RTN.
       EXTRACT-PAYS-RTN.
       	OPEN INPUT PAYFILE.
       	IF (WS-PAYFILE-STATUS NOT = "00")
       		GO TO END-EXTRACT-PAYS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ PAYFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM EXTRACT-PAY-ONE-RTN THRU END-EXTRACT-PAY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE PAYFILE.
       END-EXTRACT-PAYS-RTN.
       EXTRACT-PAY-ONE-RTN.
       	IF (PAY-DATE = WS-RUN-DATE)
       		MOVE SPACES TO CDX-REC
       		MOVE "P" TO CDX-TYPE
       		MOVE "A" TO CDX-ACTION
       		MOVE WS-BR-CODE TO CDX-BRANCH
       		MOVE WS-SEQ TO CDX-SEQ
       		MOVE PAYMENT-REC TO CDX-DATA
       		WRITE CDX-REC
       		ADD 1 TO WS-RECS
       		ADD 1 TO WS-PAYS
       		ADD PAY-AMT TO WS-PAY-TOT
       	END-IF.
       	READ PAYFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-EXTRACT-PAY-ONE-RTN.
       EXTRACT-CLIENTS-RTN.
       	OPEN INPUT CLIENTFILE.
       	IF (WS-CLIENTFILE-STATUS NOT = "00")
       		GO TO END-EXTRACT-CLIENTS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ CLIENTFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM EXTRACT-CLIENT-ONE-RTN THRU
       		END-EXTRACT-CLIENT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE CLIENTFILE.
       END-EXTRACT-CLIENTS-RTN.
       EXTRACT-CLIENT-ONE-RTN.
       	MOVE "C" TO CXK-FILE.
       	MOVE CL-CLIENTNO TO CXK-NO.
       	PERFORM CHECK-KEY-RTN THRU END-CHECK-KEY-RTN.
       	IF (WS-FOUND = "Y")
       		GO TO EXTRACT-CLIENT-NEXT-RTN
       	END-IF.
       	MOVE WS-RUN-DATE TO CXK-DATE.
       	MOVE "K" TO PND-FILE.
       	MOVE "W" TO PND-ACTION.
       	MOVE CXK-REC TO PND-DATA.
       	PERFORM WRITE-PEND-RTN THRU END-WRITE-PEND-RTN.
       	MOVE SPACES TO CDX-REC.
       	MOVE "C" TO CDX-TYPE.
       	MOVE "A" TO CDX-ACTION.
       	MOVE WS-BR-CODE TO CDX-BRANCH.
       	MOVE WS-SEQ TO CDX-SEQ.
       	MOVE CLIENT-REC TO CDX-DATA.
       	WRITE CDX-REC.
       	ADD 1 TO WS-RECS.
       	ADD 1 TO WS-CLIENTS.
       EXTRACT-CLIENT-NEXT-RTN.
       	READ CLIENTFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-EXTRACT-CLIENT-ONE-RTN.
       EXTRACT-LOTS-RTN.
       	OPEN INPUT AUCTIONFILE.
       	IF (WS-AUCTIONFILE-STATUS NOT = "00")
       		GO TO END-EXTRACT-LOTS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ AUCTIONFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM EXTRACT-LOT-ONE-RTN THRU END-EXTRACT-LOT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE AUCTIONFILE.
       END-EXTRACT-LOTS-RTN.
       EXTRACT-LOT-ONE-RTN.
       	MOVE "A" TO CXK-FILE.
       	MOVE LOT-TRANSNO TO CXK-NO.
       	PERFORM CHECK-KEY-RTN THRU END-CHECK-KEY-RTN.
       	IF (WS-FOUND = "Y")
       		GO TO EXTRACT-LOT-NEXT-RTN
       	END-IF.
       	MOVE WS-RUN-DATE TO CXK-DATE.
       	MOVE "K" TO PND-FILE.
       	MOVE "W" TO PND-ACTION.
       	MOVE CXK-REC TO PND-DATA.
       	PERFORM WRITE-PEND-RTN THRU END-WRITE-PEND-RTN.
       	MOVE SPACES TO CDX-REC.
       	MOVE "A" TO CDX-TYPE.
       	MOVE "A" TO CDX-ACTION.
       	MOVE WS-BR-CODE TO CDX-BRANCH.
       	MOVE WS-SEQ TO CDX-SEQ.
       	MOVE AUCTION-REC TO CDX-DATA.
       	WRITE CDX-REC.
       	ADD 1 TO WS-RECS.
       	ADD 1 TO WS-LOTS.
       EXTRACT-LOT-NEXT-RTN.
       	READ AUCTIONFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-EXTRACT-LOT-ONE-RTN.
      * the branch's own ticket number blocks, each sent once
       EXTRACT-BLOCKS-RTN.
       	OPEN INPUT TKSFILE.
       	IF (WS-TKSFILE-STATUS NOT = "00")
       		GO TO END-EXTRACT-BLOCKS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ TKSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM EXTRACT-BLOCK-ONE-RTN THRU END-EXTRACT-BLOCK-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE TKSFILE.
       END-EXTRACT-BLOCKS-RTN.
       EXTRACT-BLOCK-ONE-RTN.
       	IF (TKS-BRANCHCD NOT = WS-BR-CODE)
       		GO TO EXTRACT-BLOCK-NEXT-RTN
       	END-IF.
       	MOVE "B" TO CXK-FILE.
       	MOVE TKS-FROM TO CXK-NO.
       	PERFORM CHECK-KEY-RTN THRU END-CHECK-KEY-RTN.
       	IF (WS-FOUND = "Y")
       		GO TO EXTRACT-BLOCK-NEXT-RTN
       	END-IF.
       	MOVE WS-RUN-DATE TO CXK-DATE.
       	MOVE "K" TO PND-FILE.
       	MOVE "W" TO PND-ACTION.
       	MOVE CXK-REC TO PND-DATA.
       	PERFORM WRITE-PEND-RTN THRU END-WRITE-PEND-RTN.
       	MOVE SPACES TO CDX-REC.
       	MOVE "B" TO CDX-TYPE.
       	MOVE "A" TO CDX-ACTION.
       	MOVE WS-BR-CODE TO CDX-BRANCH.
       	MOVE WS-SEQ TO CDX-SEQ.
       	MOVE TKTSER-REC TO CDX-DATA.
       	WRITE CDX-REC.
       	ADD 1 TO WS-RECS.
       	ADD 1 TO WS-BLOCKS.
       EXTRACT-BLOCK-NEXT-RTN.
       	READ TKSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-EXTRACT-BLOCK-ONE-RTN.
      * key CXK-KEY already sent (kept on CDXKEY.Dat)
       CHECK-KEY-RTN.
       	MOVE "Y" TO WS-FOUND.
       	READ KEYFILE
       		INVALID KEY MOVE "N" TO WS-FOUND
       	END-READ.
       END-CHECK-KEY-RTN.
       WRITE-PEND-RTN.
       	MOVE WS-SEQ TO PND-SEQ.
       	WRITE PND-REC.
       END-WRITE-PEND-RTN.
      ******************************************************************
      * CDXPEND.Dat left by a run that stopped after CDXCTL.Dat was
      * written is applied now; one for a sequence never recorded as
      * sent (the copy failed) is dropped, and the extract is rebuilt.
      ******************************************************************
       SETTLE-PEND-RTN.
       	OPEN INPUT PENDFILE.
       	IF (WS-PENDFILE-STATUS NOT = "00")
       		GO TO END-SETTLE-PEND-RTN
       	END-IF.
       	MOVE "N" TO WS-FOUND.
       	READ PENDFILE
       		AT END CONTINUE
       		NOT AT END
       		IF (PND-SEQ = WS-LAST-SEQ)
       			MOVE "Y" TO WS-FOUND
       		END-IF
       	END-READ.
       	CLOSE PENDFILE.
       	IF (WS-FOUND = "Y")
       		DISPLAY "APPLYING SNAPSHOT UPDATES OF SEQ " WS-LAST-SEQ
       		PERFORM APPLY-PEND-RTN THRU END-APPLY-PEND-RTN
       	END-IF.
       END-SETTLE-PEND-RTN.
      ******************************************************************
      * The held updates applied to CDXSNAP.Dat and CDXKEY.Dat, then
      * CDXPEND.Dat emptied.  Applying them twice does no harm.
      ******************************************************************
       APPLY-PEND-RTN.
       	OPEN I-O SNAPFILE.
       	IF (WS-SNAPFILE-STATUS = "35")
       		OPEN OUTPUT SNAPFILE
       		CLOSE SNAPFILE
       		OPEN I-O SNAPFILE
       	END-IF.
       	OPEN I-O KEYFILE.
       	IF (WS-KEYFILE-STATUS = "35")
       		OPEN OUTPUT KEYFILE
       		CLOSE KEYFILE
       		OPEN I-O KEYFILE
       	END-IF.
       	IF (WS-SNAPFILE-STATUS NOT = "00") OR
       	(WS-KEYFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING CDXSNAP.Dat/CDXKEY.Dat. STATUS: "
       			WS-SNAPFILE-STATUS " " WS-KEYFILE-STATUS
       		DISPLAY "CDXPEND.Dat KEPT - APPLIED ON THE NEXT RUN."
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN INPUT PENDFILE.
       	MOVE "N" TO WS-EOF.
       	READ PENDFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM APPLY-PEND-ONE-RTN THRU END-APPLY-PEND-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE PENDFILE.
       	CLOSE SNAPFILE.
       	CLOSE KEYFILE.
       	OPEN OUTPUT PENDFILE.
       	CLOSE PENDFILE.
       END-APPLY-PEND-RTN.
       APPLY-PEND-ONE-RTN.
       	IF (PND-FILE = "S")
       		MOVE PND-DATA TO CXS-REC
       		IF (PND-ACTION = "D")
       			DELETE SNAPFILE RECORD
       				INVALID KEY CONTINUE
       			END-DELETE
       		ELSE
       			WRITE CXS-REC
       				INVALID KEY
       				REWRITE CXS-REC
       					INVALID KEY CONTINUE
       				END-REWRITE
       			END-WRITE
       		END-IF
       	END-IF.
       	IF (PND-FILE = "K")
       		MOVE PND-DATA TO CXK-REC
       		WRITE CXK-REC
       			INVALID KEY CONTINUE
       		END-WRITE
       	END-IF.
       	READ PENDFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-APPLY-PEND-ONE-RTN.
