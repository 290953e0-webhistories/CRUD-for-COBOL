       	 SELECT AUDITTMP ASSIGN TO "AUDIT.tmp"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AUDITTMP-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       FD  AUDITTMP
       	 LABEL RECORD IS STANDARD.
       01  TMP-REC			PIC X(60).
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-ARCHLOG-STATUS PIC XX.
       77 WS-AUDITTMP-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-ARCH-NAME	PIC X(20).
       77 WS-ARCH-CMD		PIC X(60).
       77 WS-EOF			PIC A.
       77 WS-F-DATE-FROM	PIC 9(8).
       77 WS-F-DATE-TO	PIC 9(8).
       77 WS-MATCH		PIC A.
       77 WS-INQ-BY		PIC A.
       77 WS-MATCH-CTR		PIC 9(6).
       77 WS-LINE-CTR		PIC 9(6).
       77 WS-ARCH-YYYYMM	PIC 9(6).
       	END-IF.
       	MOVE 0 TO WS-LINE-CTR.
       	MOVE 0 TO WS-MATCH-CTR.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat ON FILE. STATUS: "
       			WS-TXJFILE-STATUS
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		GO TO END-INQUIRY-RTN
       	END-IF.
       	DISPLAY " ".
       	DISPLAY "TRANS  ACTION      OPERATOR    DATE"
       		"        AMOUNT    BRANCH".
       	MOVE "N" TO WS-EOF.
       	IF (WS-F-TRANSNO > 0)
       		MOVE "T" TO WS-INQ-BY
       		MOVE WS-F-TRANSNO TO TXJ-TRANSNO
       		START TXJFILE KEY IS = TXJ-TRANSNO
       			INVALID KEY MOVE "Y" TO WS-EOF
       		END-START
       	ELSE
       		MOVE "D" TO WS-INQ-BY
       		MOVE WS-F-DATE-FROM TO TXJ-DATE
       		MOVE LOW-VALUES TO TXJ-BRANCH
       		MOVE 0 TO TXJ-SEQ
       		START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       			INVALID KEY MOVE "Y" TO WS-EOF
       		END-START
       	END-IF.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       	PERFORM INQ-LINE-RTN THRU END-INQ-LINE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE TXJFILE.
       	DISPLAY " ".
       	DISPLAY "ENTRIES READ: " WS-LINE-CTR
       		"   MATCHED: " WS-MATCH-CTR.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       END-INQUIRY-RTN.
       INQ-LINE-RTN.
       	ADD 1 TO WS-LINE-CTR.
       	MOVE "Y" TO WS-MATCH.
       	IF (WS-F-OPER NOT = SPACES)
       		IF (TXJ-OPERATOR NOT = WS-F-OPER)
       			MOVE "N" TO WS-MATCH
       		END-IF
       	END-IF.
       	IF (WS-F-ACTION NOT = SPACES)
       		IF (TXJ-ACTION NOT = WS-F-ACTION)
       			MOVE "N" TO WS-MATCH
       		END-IF
       	END-IF.
       	IF (TXJ-DATE < WS-F-DATE-FROM)
       		MOVE "N" TO WS-MATCH
       	END-IF.
       	IF (TXJ-DATE > WS-F-DATE-TO)
       		MOVE "N" TO WS-MATCH
       	END-IF.
       	IF (WS-MATCH = "Y")
       		ADD 1 TO WS-MATCH-CTR
       		MOVE TXJ-DATE TO W-TS-DATE-DISP
       		DISPLAY TXJ-TRANSNO "  " TXJ-ACTION
       			"  " TXJ-OPERATOR "  " W-TS-DATE-DISP
       			"  " TXJ-AMOUNT "  " TXJ-BRANCH
       	END-IF.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-INQ-LINE-RTN.
       READ-TXJ-RTN.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-TXJ-RTN
       	END-IF.
       	READ TXJFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-TXJ-RTN
       	END-IF.
       	IF (WS-INQ-BY = "T" AND TXJ-TRANSNO NOT = WS-F-TRANSNO)
       		MOVE "Y" TO WS-EOF
       	END-IF.
       	IF (WS-INQ-BY = "D" AND TXJ-DATE > WS-F-DATE-TO)
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-READ-TXJ-RTN.
       ARCHIVE-RTN.
       	PERFORM MGR-SIGNON-RTN THRU END-MGR-SIGNON-RTN.
       	IF (WS-MGR-OK NOT = "Y")
