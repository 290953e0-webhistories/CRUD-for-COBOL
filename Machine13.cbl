       	 RECORD KEY IS TRANSNO
       	 ALTERNATE RECORD KEY IS CLNAME WITH DUPLICATES
       	 FILE STATUS IS WS-LOANFILE-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT VERRPT ASSIGN TO "VERIFY.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-VERRPT-STATUS.
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  VERRPT
       	 LABEL RECORD IS STANDARD.
       01  VER-LINE			PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       COPY RATETBL.
       01 W-RUNDATE-DISP	PIC 9999/99/99.
       77 RCTR			PIC 9(5).
       77 RESP			PIC A.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-VERRPT-STATUS PIC XX.
       77 WS-EOF			PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-TXJ-OPEN		PIC A.
       77 WS-TXJ-EOF		PIC A.
       77 WS-CRE-FOUND	PIC A.
       77 WS-EXC-CTR		PIC 9(5).
       77 WS-BADREC-CTR	PIC 9(5).
       	MOVE 0 TO RCTR.
       	MOVE 0 TO WS-EXC-CTR.
       	MOVE 0 TO WS-BADREC-CTR.
       	PERFORM OPEN-TXJ-RTN THRU END-OPEN-TXJ-RTN.
       	PERFORM OPEN-REPORT-RTN THRU END-OPEN-REPORT-RTN.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       	PERFORM CHECK-REC-RTN THRU END-CHECK-REC-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE LOANFILE.
       	IF (WS-TXJ-OPEN = "Y")
       		CLOSE TXJFILE
       	END-IF.
       	PERFORM FOOTER-RTN THRU END-FOOTER-RTN.
       	CLOSE VERRPT.
       	STOP RUN.
       OPEN-TXJ-RTN.
       	MOVE "N" TO WS-TXJ-OPEN.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat - CREATE CHECK SKIPPED."
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		GO TO END-OPEN-TXJ-RTN
       	END-IF.
       	MOVE "Y" TO WS-TXJ-OPEN.
       END-OPEN-TXJ-RTN.
       OPEN-REPORT-RTN.
       	OPEN EXTEND VERRPT.
       	IF (WS-VERRPT-STATUS = "35")
       END-CHECK-NUMERIC-RTN.
       CHECK-STATUS-RTN.
       	IF (LOAN-STATUS = "CURRENT" OR "OVERDUE" OR "FORFEITED"
       	OR "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		CONTINUE
       	ELSE
       		MOVE "INVALID LOAN-STATUS" TO WS-EXC-MSG
       	END-IF.
       END-CHECK-DUEDATE-RTN.
       CHECK-AMOUNTS-RTN.
       	IF (LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		GO TO END-CHECK-AMOUNTS-RTN
       	END-IF.
       	IF (NOMON = 0)
       	END-IF.
       END-CHECK-AMOUNTS-RTN.
       CHECK-CREATE-RTN.
       	IF (WS-TXJ-OPEN = "N")
       		GO TO END-CHECK-CREATE-RTN
       	END-IF.
       	MOVE "N" TO WS-CRE-FOUND.
       	MOVE "N" TO WS-TXJ-EOF.
       	MOVE TRANSNO TO TXJ-TRANSNO.
       	START TXJFILE KEY IS = TXJ-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-TXJ-EOF
       	END-START.
       	PERFORM UNTIL WS-TXJ-EOF = "Y" OR WS-CRE-FOUND = "Y"
       		READ TXJFILE NEXT RECORD
       			AT END MOVE "Y" TO WS-TXJ-EOF
       		END-READ
       		IF (WS-TXJ-EOF = "N")
       			IF (TXJ-TRANSNO NOT = TRANSNO)
       				MOVE "Y" TO WS-TXJ-EOF
       			ELSE
       				IF (TXJ-ACTION = "CREATE")
       					MOVE "Y" TO WS-CRE-FOUND
       				END-IF
       			END-IF
       		END-IF
       	END-PERFORM.
       	IF (WS-CRE-FOUND = "N")
       		MOVE "NO CREATE ENTRY IN JOURNAL" TO WS-EXC-MSG
       		PERFORM FLAG-RTN THRU END-FLAG-RTN
       	END-IF.
       END-CHECK-CREATE-RTN.
