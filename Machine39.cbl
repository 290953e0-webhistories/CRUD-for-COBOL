       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE39.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Transaction journal load.  Builds TXJRNL.Dat from the monthly
      * AUDIT_yyyymm.log archives written by the MACHINE12 archive
      * option and from the live AUDIT.log, so the date-driven reports
      * have the history they read.  Run once when the journal is first
      * brought in; a rerun rebuilds the whole journal from the logs
      * again, so it must be run with every counter closed.  The
      * archives for the months given are gathered with the live log
      * into the work file TXJLOAD.tmp and every line becomes one
      * journal record marked TXJ-SOURCE "L".  A line without the
      * branch code takes the code on BRANCH.Dat; a transaction number
      * or amount that is not numeric is loaded as zero, and a line
      * without a valid date is counted as rejected.  The sequence
      * within each date carries on from the highest already loaded,
      * and TXJCTL.Dat is left holding the next number for the last
      * date on the journal so posting carries on from there.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT LOADFILE ASSIGN TO "TXJLOAD.tmp"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LOADFILE-STATUS.
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
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  LOADFILE
       	 LABEL RECORD IS STANDARD.
       01  LOAD-REC			PIC X(60).
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
       01 WS-LD-FIELDS.
       	 05 WS-LD-TRANSNO-X	PIC X(5).
       	 05 WS-LD-TRANSNO REDEFINES WS-LD-TRANSNO-X PIC 9(5).
       	 05 WS-LD-ACTION	PIC X(10).
       	 05 WS-LD-OPER	PIC X(10).
       	 05 WS-LD-TS-X	PIC X(14).
       	 05 WS-LD-AMT-X	PIC X(8).
       	 05 WS-LD-AMT REDEFINES WS-LD-AMT-X PIC 9(6)V99.
       	 05 WS-LD-BRANCH	PIC X(3).
       01 WS-MONTH-GRP.
       	 05 WS-MONTH-YYYY	PIC 9(4).
       	 05 WS-MONTH-MM	PIC 9(2).
       01 WS-MONTH REDEFINES WS-MONTH-GRP PIC 9(6).
       01 W-DATE-DISP		PIC 9999/99/99.
       77 RESP			PIC A.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-LOADFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-SIGNON-ID	PIC X(10).
       77 WS-SIGNON-PW	PIC X(10).
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-EOF			PIC A.
       77 WS-SEQ-EOF		PIC A.
       77 WS-FIRST-MONTH	PIC 9(6).
       77 WS-LAST-MONTH	PIC 9(6).
       77 WS-CMD			PIC X(60).
       77 WS-CUR-DATE		PIC 9(8).
       77 WS-LD-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-MAX-DATE		PIC 9(8).
       77 WS-MAX-NEXT		PIC 9(7).
       77 WS-ARCH-CTR		PIC 9(4).
       77 WS-ARCH-MISS	PIC 9(4).
       77 WS-LINE-CTR		PIC 9(7).
       77 WS-LOAD-CTR		PIC 9(7).
       77 WS-REJ-CTR		PIC 9(7).
       77 WS-ERR-CTR		PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ TRANSACTION JOURNAL LOAD @@@@@>".
       	OPEN INPUT OPERFILE.
       	IF (WS-OPERFILE-STATUS NOT = "00")
       		DISPLAY "NO OPERATOR FILE ON RECORD."
       		DISPLAY "RUN MACHINE11 TO SET UP OPERATORS."
       		STOP RUN
       	END-IF.
       	PERFORM SIGNON-RTN THRU END-SIGNON-RTN.
       	CLOSE OPERFILE.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM GET-MONTHS-RTN THRU END-GET-MONTHS-RTN.
       	DISPLAY "TXJRNL.Dat WILL BE REBUILT FROM THE AUDIT LOGS.".
       	DISPLAY "NO COUNTER MAY POST WHILE THE LOAD RUNS.".
       	DISPLAY "PROCEED [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		DISPLAY "LOAD CANCELLED."
       		STOP RUN
       	END-IF.
       	PERFORM BUILD-WORK-RTN THRU END-BUILD-WORK-RTN.
       	OPEN INPUT LOADFILE.
       	IF (WS-LOADFILE-STATUS NOT = "00")
       		DISPLAY "NO AUDIT LINES TO LOAD. STATUS: "
       			WS-LOADFILE-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT TXJFILE.
       	CLOSE TXJFILE.
       	OPEN I-O TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING TXJRNL.Dat. STATUS: "
       			WS-TXJFILE-STATUS
       		CLOSE LOADFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE 0 TO WS-LINE-CTR.
       	MOVE 0 TO WS-LOAD-CTR.
       	MOVE 0 TO WS-REJ-CTR.
       	MOVE 0 TO WS-ERR-CTR.
       	MOVE 0 TO WS-CUR-DATE.
       	MOVE 0 TO WS-MAX-DATE.
       	MOVE 0 TO WS-MAX-NEXT.
       	MOVE "N" TO WS-EOF.
       	READ LOADFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-LINE-RTN THRU END-LOAD-LINE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE LOADFILE.
       	CLOSE TXJFILE.
       	MOVE "rm -f TXJLOAD.tmp" TO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	IF (WS-MAX-DATE > 0)
       		OPEN OUTPUT TXJCTL
       		MOVE WS-MAX-DATE TO TXC-DATE
       		MOVE WS-MAX-NEXT TO TXC-NEXT-SEQ
       		WRITE TXJCTL-REC
       		CLOSE TXJCTL
       		MOVE WS-MAX-DATE TO W-DATE-DISP
       		DISPLAY "LAST DATE ON THE JOURNAL: " W-DATE-DISP
       	END-IF.
       	DISPLAY "ARCHIVES LOADED: " WS-ARCH-CTR
       		"   NOT ON FILE: " WS-ARCH-MISS.
       	DISPLAY "LINES READ: " WS-LINE-CTR
       		"   LOADED: " WS-LOAD-CTR.
       	DISPLAY "REJECTED (NO VALID DATE): " WS-REJ-CTR.
       	IF (WS-ERR-CTR > 0)
       		DISPLAY "NOT WRITTEN (FILE ERROR): " WS-ERR-CTR
       		MOVE 8 TO RETURN-CODE
       	END-IF.
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
      ******************************************************************
      * The archived months to take, oldest first.  0 loads the live
      * AUDIT.log only.
      ******************************************************************
       GET-MONTHS-RTN.
       	MOVE 0 TO WS-LAST-MONTH.
       	DISPLAY "FIRST ARCHIVED MONTH (YYYYMM, 0 = NONE): ".
       	ACCEPT WS-FIRST-MONTH.
       	IF (WS-FIRST-MONTH = 0)
       		GO TO END-GET-MONTHS-RTN
       	END-IF.
       	DISPLAY "LAST ARCHIVED MONTH (YYYYMM): ".
       	ACCEPT WS-LAST-MONTH.
       	MOVE WS-FIRST-MONTH TO WS-MONTH.
       	IF (WS-MONTH-MM < 1 OR WS-MONTH-MM > 12)
       		DISPLAY "INVALID FIRST MONTH."
       		STOP RUN
       	END-IF.
       	MOVE WS-LAST-MONTH TO WS-MONTH.
       	IF (WS-MONTH-MM < 1 OR WS-MONTH-MM > 12)
       		DISPLAY "INVALID LAST MONTH."
       		STOP RUN
       	END-IF.
       	IF (WS-LAST-MONTH < WS-FIRST-MONTH)
       		DISPLAY "LAST MONTH BEFORE FIRST MONTH."
       		STOP RUN
       	END-IF.
       END-GET-MONTHS-RTN.
      ******************************************************************
      * The work file is the archives in month order followed by the
      * live log, gathered the way the MACHINE12 archive option builds
      * its monthly files.
      ******************************************************************
       BUILD-WORK-RTN.
       	MOVE 0 TO WS-ARCH-CTR.
       	MOVE 0 TO WS-ARCH-MISS.
       	MOVE "rm -f TXJLOAD.tmp" TO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	IF (WS-FIRST-MONTH > 0)
       		MOVE WS-FIRST-MONTH TO WS-MONTH
       		PERFORM ADD-ARCH-RTN THRU END-ADD-ARCH-RTN
       			UNTIL WS-MONTH > WS-LAST-MONTH
       	END-IF.
       	MOVE "cat AUDIT.log >> TXJLOAD.tmp 2>/dev/null" TO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	IF (RETURN-CODE NOT = 0)
       		DISPLAY "NO AUDIT.log ON FILE - ARCHIVES ONLY."
       		MOVE 0 TO RETURN-CODE
       	END-IF.
       END-BUILD-WORK-RTN.
       ADD-ARCH-RTN.
       	MOVE SPACES TO WS-CMD.
       	STRING "cat AUDIT_" WS-MONTH ".log >> TXJLOAD.tmp"
       		" 2>/dev/null"
       		DELIMITED BY SIZE INTO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	IF (RETURN-CODE = 0)
       		ADD 1 TO WS-ARCH-CTR
       	ELSE
       		ADD 1 TO WS-ARCH-MISS
       		DISPLAY "NOT ON FILE: AUDIT_" WS-MONTH ".log"
       		MOVE 0 TO RETURN-CODE
       	END-IF.
       	ADD 1 TO WS-MONTH-MM.
       	IF (WS-MONTH-MM > 12)
       		MOVE 1 TO WS-MONTH-MM
       		ADD 1 TO WS-MONTH-YYYY
       	END-IF.
       END-ADD-ARCH-RTN.
      ******************************************************************
      * One audit line - transno,action,operator,timestamp,amount,
      * branch - becomes one journal record.
      ******************************************************************
       LOAD-LINE-RTN.
       	ADD 1 TO WS-LINE-CTR.
       	MOVE SPACES TO WS-LD-FIELDS.
       	UNSTRING LOAD-REC DELIMITED BY ","
       		INTO WS-LD-TRANSNO-X WS-LD-ACTION WS-LD-OPER
       		WS-LD-TS-X WS-LD-AMT-X WS-LD-BRANCH.
       	IF (WS-LD-TS-X(1:8) IS NOT NUMERIC)
       		ADD 1 TO WS-REJ-CTR
       		GO TO LOAD-LINE-NEXT-RTN
       	END-IF.
       	IF (WS-LD-TS-X(1:8) NOT = WS-CUR-DATE)
       		MOVE WS-LD-TS-X(1:8) TO WS-CUR-DATE
       		PERFORM LAST-SEQ-RTN THRU END-LAST-SEQ-RTN
       	END-IF.
       	MOVE WS-CUR-DATE TO TXJ-DATE.
       	IF (WS-LD-BRANCH = SPACES)
       		MOVE WS-BR-CODE TO TXJ-BRANCH
       	ELSE
       		MOVE WS-LD-BRANCH TO TXJ-BRANCH
       	END-IF.
       	IF (WS-LD-TRANSNO-X IS NUMERIC)
       		MOVE WS-LD-TRANSNO TO TXJ-TRANSNO
       	ELSE
       		MOVE 0 TO TXJ-TRANSNO
       	END-IF.
       	IF (WS-LD-TS-X(9:6) IS NUMERIC)
       		MOVE WS-LD-TS-X(9:6) TO TXJ-TIME
       	ELSE
       		MOVE 0 TO TXJ-TIME
       	END-IF.
       	MOVE WS-LD-ACTION TO TXJ-ACTION.
       	MOVE WS-LD-OPER TO TXJ-OPERATOR.
       	IF (WS-LD-AMT-X IS NUMERIC)
       		MOVE WS-LD-AMT TO TXJ-AMOUNT
       	ELSE
       		MOVE 0 TO TXJ-AMOUNT
       	END-IF.
       	MOVE "L" TO TXJ-SOURCE.
       	MOVE 0 TO WS-TXJ-TRIES.
       	MOVE "N" TO WS-TXJ-DONE.
       	PERFORM WRITE-TXJ-ONE-RTN THRU END-WRITE-TXJ-ONE-RTN
       		UNTIL WS-TXJ-DONE = "Y".
       LOAD-LINE-NEXT-RTN.
       	READ LOADFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-LINE-RTN.
       WRITE-TXJ-ONE-RTN.
       	MOVE WS-LD-SEQ TO TXJ-SEQ.
       	WRITE TXJ-REC
       		INVALID KEY CONTINUE
       	END-WRITE.
       	IF (WS-TXJFILE-STATUS = "22" AND WS-TXJ-TRIES < 999)
       		ADD 1 TO WS-LD-SEQ
       		ADD 1 TO WS-TXJ-TRIES
       		GO TO END-WRITE-TXJ-ONE-RTN
       	END-IF.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "TXJRNL.Dat NOT UPDATED. STATUS: "
       			WS-TXJFILE-STATUS " LINE " WS-LINE-CTR
       		ADD 1 TO WS-ERR-CTR
       	ELSE
       		ADD 1 TO WS-LOAD-CTR
       		ADD 1 TO WS-LD-SEQ
       		IF (WS-CUR-DATE > WS-MAX-DATE)
       			MOVE WS-CUR-DATE TO WS-MAX-DATE
       			MOVE WS-LD-SEQ TO WS-MAX-NEXT
       		END-IF
       		IF (WS-CUR-DATE = WS-MAX-DATE) AND
       		(WS-LD-SEQ > WS-MAX-NEXT)
       			MOVE WS-LD-SEQ TO WS-MAX-NEXT
       		END-IF
       	END-IF.
       	MOVE "Y" TO WS-TXJ-DONE.
       END-WRITE-TXJ-ONE-RTN.
      ******************************************************************
      * A date met again (an archive given out of order, or the same
      * month both archived and still in the live log) carries on from
      * the highest sequence already loaded for it.
      ******************************************************************
       LAST-SEQ-RTN.
       	MOVE 1 TO WS-LD-SEQ.
       	MOVE "N" TO WS-SEQ-EOF.
       	MOVE WS-CUR-DATE TO TXJ-DATE.
       	MOVE LOW-VALUES TO TXJ-BRANCH.
       	MOVE 0 TO TXJ-SEQ.
       	START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-SEQ-EOF
       	END-START.
       	PERFORM UNTIL WS-SEQ-EOF = "Y"
       		READ TXJFILE NEXT RECORD
       			AT END MOVE "Y" TO WS-SEQ-EOF
       		END-READ
       		IF (WS-SEQ-EOF = "N")
       			IF (TXJ-DATE NOT = WS-CUR-DATE)
       				MOVE "Y" TO WS-SEQ-EOF
       			ELSE
       				IF (TXJ-SEQ >= WS-LD-SEQ)
       					COMPUTE WS-LD-SEQ = TXJ-SEQ + 1
       				END-IF
       			END-IF
       		END-IF
       	END-PERFORM.
       END-LAST-SEQ-RTN.
