      * storage location to VAULTCNT.prt so the physical vault can be
      * reconciled against the book.  Flags vault records whose loan
      * is closed or missing, and open loans with no vault record.
      * Tickets with several articles are counted article by article
      * from PLGITEM.Dat, each at its own location.  An open loan with
      * no vault record shows the pledge incident opened on it in
      * MACHINE37, or that none has been opened yet.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS VLT-TRANSNO
       	 FILE STATUS IS WS-VAULTFILE-STATUS.
       	 SELECT PLGFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PLG-KEY
       	 FILE STATUS IS WS-PLGFILE-STATUS.
       	 SELECT INCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS INC-NO
       	 ALTERNATE RECORD KEY IS INC-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-INCFILE-STATUS.
       	 SELECT CNTRPT ASSIGN TO "VAULTCNT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-CNTRPT-STATUS.
       	 VALUE OF FILE-ID IS "VAULT.Dat"
       	 DATA RECORD IS VAULT-REC.
       COPY VLTREC.
       FD  PLGFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PLGITEM.Dat"
       	 DATA RECORD IS PLEDGE-ITEM-REC.
       COPY PLGREC.
       FD  INCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "INCIDENT.Dat"
       	 DATA RECORD IS INCIDENT-REC.
       COPY INCREC.
       FD  CNTRPT
       	 LABEL RECORD IS STANDARD.
       01  CNT-LINE			PIC X(90).
       	 	10 WS-LOC-CNT		PIC 9(5).
       01 W-TRANSNO-DISP	PIC ZZZ99.
       01 W-RUNDATE-DISP	PIC 9999/99/99.
       01 W-INCNO-DISP	PIC ZZZ99.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-VAULTFILE-STATUS PIC XX.
       77 WS-CNTRPT-STATUS PIC XX.
       77 WS-LOC-HIT		PIC 9(2).
       77 WS-LOC-LOST	PIC 9(5).
       77 WS-LOAN-OK		PIC A.
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-PLG-OPEN	PIC A.
       77 WS-PLG-EOF		PIC A.
       77 WS-ITEM-SEEN	PIC 9(2).
       77 WS-CNT-LOC		PIC X(10).
       77 WS-INCFILE-STATUS PIC XX.
       77 WS-INC-OPEN	PIC A.
       77 WS-INC-EOF		PIC A.
       77 WS-INC-HIT		PIC 9(5).
       77 WS-NOINC-CTR	PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-RTN.
       	MOVE 0 TO WS-IN-CTR.
       	MOVE 0 TO WS-BADLOAN-CTR.
       	MOVE 0 TO WS-NOVAULT-CTR.
       	MOVE 0 TO WS-NOINC-CTR.
       	MOVE 0 TO WS-LOC-CTR.
       	MOVE 0 TO WS-LOC-LOST.
       	OPEN INPUT LOANFILE.
       		CLOSE LOANFILE
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-PLG-OPEN.
       	OPEN INPUT PLGFILE.
       	IF (WS-PLGFILE-STATUS = "00")
       		MOVE "Y" TO WS-PLG-OPEN
       	END-IF.
       	MOVE "N" TO WS-INC-OPEN.
       	OPEN INPUT INCFILE.
       	IF (WS-INCFILE-STATUS = "00")
       		MOVE "Y" TO WS-INC-OPEN
       	END-IF.
       	PERFORM OPEN-REPORT-RTN THRU END-OPEN-REPORT-RTN.
       	PERFORM SCAN-VAULT-RTN THRU END-SCAN-VAULT-RTN.
       	PERFORM SCAN-LOANS-RTN THRU END-SCAN-LOANS-RTN.
       	PERFORM FOOTER-RTN THRU END-FOOTER-RTN.
       	CLOSE CNTRPT.
       	IF (WS-PLG-OPEN = "Y")
       		CLOSE PLGFILE
       	END-IF.
       	IF (WS-INC-OPEN = "Y")
       		CLOSE INCFILE
       	END-IF.
       	CLOSE VAULTFILE.
       	CLOSE LOANFILE.
       	STOP RUN.
       		W-RUNDATE-DISP
       		DELIMITED BY SIZE INTO CNT-LINE.
       	WRITE CNT-LINE.
       	MOVE "TRANS-LN  LOCATION    ITEM                  NOTE"
       		TO CNT-LINE.
       	WRITE CNT-LINE.
       END-OPEN-REPORT-RTN.
       	IF (VLT-STATUS NOT = "IN")
       		GO TO NEXT-VAULT-RTN
       	END-IF.
       	MOVE "N" TO WS-LOAN-OK.
       	MOVE VLT-TRANSNO TO TRANSNO.
       	READ LOANFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (LOAN-STATUS NOT = "REDEEMED" AND
       		LOAN-STATUS NOT = "DISPOSED" AND
       		LOAN-STATUS NOT = "SETTLED")
       			MOVE "Y" TO WS-LOAN-OK
       		END-IF
       	END-READ.
       	MOVE VLT-TRANSNO TO W-TRANSNO-DISP.
       	MOVE 0 TO WS-ITEM-SEEN.
       	IF (WS-PLG-OPEN = "Y")
       		PERFORM VAULT-ITEMS-RTN THRU END-VAULT-ITEMS-RTN
       	END-IF.
       	IF (WS-ITEM-SEEN > 0)
       		GO TO NEXT-VAULT-RTN
       	END-IF.
       	ADD 1 TO WS-IN-CTR.
       	MOVE SPACES TO CNT-LINE.
       	IF (WS-LOAN-OK = "Y")
       		STRING W-TRANSNO-DISP "     " VLT-LOCATION
       			"  " VLT-ITEM-DESC
       			DELIMITED BY SIZE INTO CNT-LINE
       	ELSE
       		ADD 1 TO WS-BADLOAN-CTR
       		STRING W-TRANSNO-DISP "     " VLT-LOCATION
       			"  " VLT-ITEM-DESC
       			"  LOAN CLOSED - CHECK"
       			DELIMITED BY SIZE INTO CNT-LINE
       	END-IF.
       	WRITE CNT-LINE.
       	DISPLAY CNT-LINE.
       	MOVE VLT-LOCATION TO WS-CNT-LOC.
       	PERFORM TALLY-LOC-RTN THRU END-TALLY-LOC-RTN.
       NEXT-VAULT-RTN.
       	READ VAULTFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-VAULT-ONE-RTN.
      ******************************************************************
      * One count line per article of the ticket still IN, tallied at
      * the article's own location.  WS-ITEM-SEEN stays zero for a
      * ticket written before articles were recorded separately.
      ******************************************************************
       VAULT-ITEMS-RTN.
       	MOVE VLT-TRANSNO TO PLG-TRANSNO.
       	MOVE 0 TO PLG-LINE.
       	MOVE "N" TO WS-PLG-EOF.
       	START PLGFILE KEY > PLG-KEY
       		INVALID KEY MOVE "Y" TO WS-PLG-EOF
       	END-START.
       	IF (WS-PLG-EOF = "N")
       		READ PLGFILE NEXT RECORD AT END
       			MOVE "Y" TO WS-PLG-EOF
       		END-READ
       	END-IF.
       	PERFORM VAULT-ITEM-ONE-RTN THRU END-VAULT-ITEM-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       END-VAULT-ITEMS-RTN.
       VAULT-ITEM-ONE-RTN.
       	IF (PLG-TRANSNO NOT = VLT-TRANSNO)
       		MOVE "Y" TO WS-PLG-EOF
       		GO TO END-VAULT-ITEM-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-ITEM-SEEN.
       	IF (PLG-STATUS NOT = "IN")
       		GO TO NEXT-VAULT-ITEM-RTN
       	END-IF.
       	ADD 1 TO WS-IN-CTR.
       	MOVE SPACES TO CNT-LINE.
       	IF (WS-LOAN-OK = "Y")
       		STRING W-TRANSNO-DISP "-" PLG-LINE "  " PLG-LOCATION
       			"  " PLG-ITEM-DESC
       			DELIMITED BY SIZE INTO CNT-LINE
       	ELSE
       		ADD 1 TO WS-BADLOAN-CTR
       		STRING W-TRANSNO-DISP "-" PLG-LINE "  " PLG-LOCATION
       			"  " PLG-ITEM-DESC
       			"  LOAN CLOSED - CHECK"
       			DELIMITED BY SIZE INTO CNT-LINE
       	END-IF.
       	WRITE CNT-LINE.
       	DISPLAY CNT-LINE.
       	MOVE PLG-LOCATION TO WS-CNT-LOC.
       	PERFORM TALLY-LOC-RTN THRU END-TALLY-LOC-RTN.
       NEXT-VAULT-ITEM-RTN.
       	READ PLGFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       END-VAULT-ITEM-ONE-RTN.
       TALLY-LOC-RTN.
       	MOVE 0 TO WS-LOC-HIT.
       	PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
       		UNTIL WS-LOC-IDX > WS-LOC-CTR
       		IF (WS-CNT-LOC = WS-LOC-NAME(WS-LOC-IDX))
       			MOVE WS-LOC-IDX TO WS-LOC-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-LOC-HIT = 0 AND WS-LOC-CTR < 50)
       		ADD 1 TO WS-LOC-CTR
       		MOVE WS-LOC-CTR TO WS-LOC-HIT
       		MOVE WS-CNT-LOC TO WS-LOC-NAME(WS-LOC-HIT)
       		MOVE 0 TO WS-LOC-CNT(WS-LOC-HIT)
       	END-IF.
       	IF (WS-LOC-HIT > 0)
      ******************************************************************
      * Pass 2 - open loans with no vault record (or an item already
      * marked out of the vault) so missing pledges surface before a
      * client turns up at the counter.  Each is matched to its open
      * incident so the ones nobody is investigating stand out.
      ******************************************************************
       SCAN-LOANS-RTN.
       	MOVE "N" TO WS-EOF.
       		UNTIL WS-EOF = "Y".
       END-SCAN-LOANS-RTN.
       LOAN-ONE-RTN.
       	IF (LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		GO TO NEXT-LOAN-RTN
       	END-IF.
       	MOVE "N" TO WS-LOAN-OK.
       	END-READ.
       	IF (WS-LOAN-OK = "N")
       		ADD 1 TO WS-NOVAULT-CTR
       		PERFORM FIND-INC-RTN THRU END-FIND-INC-RTN
       		MOVE TRANSNO TO W-TRANSNO-DISP
       		MOVE SPACES TO CNT-LINE
       		IF (WS-INC-HIT > 0)
       			MOVE WS-INC-HIT TO W-INCNO-DISP
       			STRING W-TRANSNO-DISP "  NO VAULT RECORD  "
       				ITEM-DESC "  INCIDENT " W-INCNO-DISP
       				" OPEN"
       				DELIMITED BY SIZE INTO CNT-LINE
       		ELSE
       			ADD 1 TO WS-NOINC-CTR
       			STRING W-TRANSNO-DISP "  NO VAULT RECORD  "
       				ITEM-DESC "  NO INCIDENT ON FILE"
       				DELIMITED BY SIZE INTO CNT-LINE
       		END-IF
       		WRITE CNT-LINE
       		DISPLAY CNT-LINE
       	END-IF.
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAN-ONE-RTN.
      ******************************************************************
      * WS-INC-HIT is the OPEN incident on ticket TRANSNO in
      * INCIDENT.Dat, zero when there is none.
      ******************************************************************
       FIND-INC-RTN.
       	MOVE 0 TO WS-INC-HIT.
       	IF (WS-INC-OPEN = "N")
       		GO TO END-FIND-INC-RTN
       	END-IF.
       	MOVE TRANSNO TO INC-TRANSNO.
       	MOVE "N" TO WS-INC-EOF.
       	START INCFILE KEY IS = INC-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-INC-EOF
       	END-START.
       	PERFORM FIND-INC-ONE-RTN THRU END-FIND-INC-ONE-RTN
       		UNTIL WS-INC-EOF = "Y".
       END-FIND-INC-RTN.
       FIND-INC-ONE-RTN.
       	READ INCFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-INC-EOF
       	END-READ.
       	IF (WS-INC-EOF = "Y")
       		GO TO END-FIND-INC-ONE-RTN
       	END-IF.
       	IF (INC-TRANSNO NOT = TRANSNO)
       		MOVE "Y" TO WS-INC-EOF
       		GO TO END-FIND-INC-ONE-RTN
       	END-IF.
       	IF (INC-STATUS = "OPEN")
       		MOVE INC-NO TO WS-INC-HIT
       	END-IF.
       END-FIND-INC-ONE-RTN.
       FOOTER-RTN.
       	MOVE "COUNT BY LOCATION:" TO CNT-LINE.
       	WRITE CNT-LINE.
       	DISPLAY "CLOSED-LOAN FLAGS: " WS-BADLOAN-CTR.
       	DISPLAY "OPEN LOANS WITH NO VAULT RECORD: "
       		WS-NOVAULT-CTR.
       	DISPLAY "  OF WHICH NO INCIDENT OPENED: "
       		WS-NOINC-CTR.
       	IF (WS-LOC-LOST > 0)
       		DISPLAY "NOT IN LOCATION TABLE (FULL): "
       			WS-LOC-LOST
