       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE52.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Daily pawn ticket series report for the auditor.  For a
      * business date this batch walks the branch's blocks on
      * TKTSER.Dat (TKSREC) against the TKTNBR.Dat register (TKNREC)
      * and prints TKTSRPT.prt: for each block the first and last
      * number drawn that day and how many, every number spoiled that
      * day with who entered it and why, every number drawn that day
      * whose ticket is on neither LOAN.Dat nor LOANHIST.Dat, and
      * every gap - a number the series has passed that is not in the
      * register at all.  Gaps are listed every day until they are
      * accounted for by a spoiled entry in MACHINE51.  The totals
      * close with the numbers left in the branch's open blocks.
      * Runs as the TKTSER step of the MACHINE28 end-of-day stream.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT TKSFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKS-FROM
       	 FILE STATUS IS WS-TKSFILE-STATUS.
       	 SELECT TKNFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKN-TRANSNO
       	 FILE STATUS IS WS-TKNFILE-STATUS.
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
       	 SELECT SERRPT ASSIGN TO "TKTSRPT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-SERRPT-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TKSFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TKTSER.Dat"
       	 DATA RECORD IS TKTSER-REC.
       COPY TKSREC.
       FD  TKNFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TKTNBR.Dat"
       	 DATA RECORD IS TKTNBR-REC.
       COPY TKNREC.
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
       FD  SERRPT
       	 LABEL RECORD IS STANDARD.
       01  SR-LINE			PIC X(80).
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       01 WS-DTL-LINE.
       	 05 FILLER		PIC X(4) VALUE SPACES.
       	 05 DL-NBR		PIC ZZZZ9.
       	 05 DL-DASH		PIC X(3).
       	 05 DL-NBR2		PIC ZZZZZ.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 DL-WHAT		PIC X(12).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 DL-OPER		PIC X(10).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 DL-NOTE		PIC X(30).
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-NBR-DISP		PIC ZZZZ9.
       01 W-NBR2-DISP	PIC ZZZZ9.
       01 W-NEXT-DISP	PIC ZZZZZ9.
       01 W-CTR-DISP		PIC ZZZZ9.
       01 W-CTR2-DISP	PIC ZZZZ9.
       01 W-CTR3-DISP	PIC ZZZZ9.
       77 WS-TKSFILE-STATUS PIC XX.
       77 WS-TKNFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-SERRPT-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-BR-ADDRS		PIC X(30).
       77 WS-RUN-DATE	PIC 9(8).
       77 WS-TKS-EOF		PIC A.
       77 WS-TKN-EOF		PIC A.
       77 WS-HIST-OPEN	PIC A.
       77 WS-ON-FILE		PIC A.
       77 WS-EXPECT		PIC 9(6).
       77 WS-GAP-END		PIC 9(6).
       77 WS-BLK-NEXT	PIC 9(6).
       77 WS-BLK-TO		PIC 9(5).
       77 WS-BLK-FIRST	PIC 9(5).
       77 WS-BLK-LAST	PIC 9(5).
       77 WS-BLK-DRAWN	PIC 9(5).
       77 WS-BLK-SPOILED	PIC 9(5).
       77 WS-BLK-GAPS	PIC 9(5).
       77 WS-BLK-CTR		PIC 9(4).
       77 WS-FIRST		PIC 9(5).
       77 WS-LAST		PIC 9(5).
       77 WS-DRAWN-CTR	PIC 9(6).
       77 WS-ISSUED-CTR	PIC 9(6).
       77 WS-SPOILED-CTR	PIC 9(6).
       77 WS-GAP-CTR		PIC 9(6).
       77 WS-NOFILE-CTR	PIC 9(6).
       77 WS-LEFT-CTR	PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ DAILY TICKET SERIES REPORT @@@@@>".
       	DISPLAY "BUSINESS DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-RUN-DATE.
       	IF (WS-RUN-DATE = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
       	END-IF.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	OPEN OUTPUT SERRPT.
       	IF (WS-SERRPT-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE TKTSRPT.prt. STATUS: "
       			WS-SERRPT-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE 0 TO WS-BLK-CTR.
       	MOVE 0 TO WS-FIRST.
       	MOVE 0 TO WS-LAST.
       	MOVE 0 TO WS-DRAWN-CTR.
       	MOVE 0 TO WS-ISSUED-CTR.
       	MOVE 0 TO WS-SPOILED-CTR.
       	MOVE 0 TO WS-GAP-CTR.
       	MOVE 0 TO WS-NOFILE-CTR.
       	MOVE 0 TO WS-LEFT-CTR.
       	PERFORM HEADER-RTN THRU END-HEADER-RTN.
       	OPEN INPUT TKSFILE.
       	IF (WS-TKSFILE-STATUS NOT = "00")
       		MOVE "    NO TICKET SERIES ON FILE (TKTSER.Dat)."
       			TO SR-LINE
       		WRITE SR-LINE
       		CLOSE SERRPT
       		DISPLAY "NO TICKET SERIES ON FILE. SEE TKTSRPT.prt"
       		MOVE 0 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN INPUT TKNFILE.
       	IF (WS-TKNFILE-STATUS = "35")
       		OPEN OUTPUT TKNFILE
       		CLOSE TKNFILE
       		OPEN INPUT TKNFILE
       	END-IF.
       	IF (WS-TKNFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN TKTNBR.Dat. STATUS: "
       			WS-TKNFILE-STATUS
       		CLOSE TKSFILE
       		CLOSE SERRPT
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		CLOSE TKNFILE
       		CLOSE TKSFILE
       		CLOSE SERRPT
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-HIST-OPEN.
       	OPEN INPUT LOANHIST.
       	IF (WS-LOANHIST-STATUS = "00")
       		MOVE "Y" TO WS-HIST-OPEN
       	END-IF.
       	MOVE 0 TO TKS-FROM.
       	MOVE "N" TO WS-TKS-EOF.
       	START TKSFILE KEY NOT < TKS-FROM
       		INVALID KEY MOVE "Y" TO WS-TKS-EOF
       	END-START.
       	PERFORM BLOCK-RTN THRU END-BLOCK-RTN
       		UNTIL WS-TKS-EOF = "Y".
       	PERFORM FOOTER-RTN THRU END-FOOTER-RTN.
       	IF (WS-HIST-OPEN = "Y")
       		CLOSE LOANHIST
       	END-IF.
       	CLOSE LOANFILE.
       	CLOSE TKNFILE.
       	CLOSE TKSFILE.
       	CLOSE SERRPT.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	DISPLAY "TICKET SERIES REPORT FOR " W-DATE-DISP.
       	DISPLAY "NUMBERS DRAWN:     " WS-DRAWN-CTR.
       	DISPLAY "SPOILED:           " WS-SPOILED-CTR.
       	DISPLAY "NOT ON FILE:       " WS-NOFILE-CTR.
       	DISPLAY "GAP NUMBERS:       " WS-GAP-CTR.
       	DISPLAY "SEE TKTSRPT.prt".
       	MOVE 0 TO RETURN-CODE.
       	STOP RUN.
       HEADER-RTN.
       	MOVE ALL "=" TO SR-LINE.
       	WRITE SR-LINE.
       	MOVE SPACES TO SR-LINE.
       	STRING WS-BR-NAME " - BRANCH " WS-BR-CODE
       		DELIMITED BY SIZE INTO SR-LINE.
       	WRITE SR-LINE.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	MOVE SPACES TO SR-LINE.
       	STRING "DAILY PAWN TICKET SERIES REPORT FOR " W-DATE-DISP
       		DELIMITED BY SIZE INTO SR-LINE.
       	WRITE SR-LINE.
       	MOVE ALL "=" TO SR-LINE.
       	WRITE SR-LINE.
       END-HEADER-RTN.
      ******************************************************************
      * One block of the branch's series.  The register is read from
      * the first number of the block to the last; a number below the
      * block's next number with no register record is a gap.
      ******************************************************************
       BLOCK-RTN.
       	READ TKSFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-TKS-EOF
       	END-READ.
       	IF (WS-TKS-EOF = "Y")
       		GO TO END-BLOCK-RTN
       	END-IF.
       	IF (TKS-BRANCHCD NOT = WS-BR-CODE)
       		GO TO END-BLOCK-RTN
       	END-IF.
       	ADD 1 TO WS-BLK-CTR.
       	MOVE TKS-NEXT TO WS-BLK-NEXT.
       	MOVE TKS-TO TO WS-BLK-TO.
       	IF (TKS-OPEN AND TKS-NEXT NOT > TKS-TO)
       		COMPUTE WS-LEFT-CTR = WS-LEFT-CTR + TKS-TO
       			- TKS-NEXT + 1
       	END-IF.
       	MOVE 0 TO WS-BLK-FIRST.
       	MOVE 0 TO WS-BLK-LAST.
       	MOVE 0 TO WS-BLK-DRAWN.
       	MOVE 0 TO WS-BLK-SPOILED.
       	MOVE 0 TO WS-BLK-GAPS.
       	MOVE TKS-FROM TO W-NBR-DISP.
       	MOVE TKS-TO TO W-NBR2-DISP.
       	MOVE TKS-NEXT TO W-NEXT-DISP.
       	MOVE SPACES TO SR-LINE.
       	WRITE SR-LINE.
       	STRING "BLOCK " W-NBR-DISP " - " W-NBR2-DISP
       		"   STATUS " TKS-STATUS "   NEXT NO. " W-NEXT-DISP
       		DELIMITED BY SIZE INTO SR-LINE.
       	WRITE SR-LINE.
       	MOVE TKS-FROM TO WS-EXPECT.
       	MOVE TKS-FROM TO TKN-TRANSNO.
       	MOVE "N" TO WS-TKN-EOF.
       	START TKNFILE KEY NOT < TKN-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-TKN-EOF
       	END-START.
       	PERFORM NUMBER-RTN THRU END-NUMBER-RTN
       		UNTIL WS-TKN-EOF = "Y".
       	IF (WS-EXPECT < WS-BLK-NEXT)
       		COMPUTE WS-GAP-END = WS-BLK-NEXT - 1
       		PERFORM GAP-LINE-RTN THRU END-GAP-LINE-RTN
       	END-IF.
       	PERFORM BLOCK-TOTAL-RTN THRU END-BLOCK-TOTAL-RTN.
       END-BLOCK-RTN.
       NUMBER-RTN.
       	READ TKNFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-TKN-EOF
       	END-READ.
       	IF (WS-TKN-EOF = "Y")
       		GO TO END-NUMBER-RTN
       	END-IF.
       	IF (TKN-TRANSNO > WS-BLK-TO)
       		MOVE "Y" TO WS-TKN-EOF
       		GO TO END-NUMBER-RTN
       	END-IF.
       	IF (TKN-TRANSNO > WS-EXPECT) AND (WS-EXPECT < WS-BLK-NEXT)
       		COMPUTE WS-GAP-END = TKN-TRANSNO - 1
       		IF (WS-GAP-END NOT < WS-BLK-NEXT)
       			COMPUTE WS-GAP-END = WS-BLK-NEXT - 1
       		END-IF
       		PERFORM GAP-LINE-RTN THRU END-GAP-LINE-RTN
       	END-IF.
       	COMPUTE WS-EXPECT = TKN-TRANSNO + 1.
       	IF (TKN-DATE = WS-RUN-DATE)
       		PERFORM DRAWN-RTN THRU END-DRAWN-RTN
       	END-IF.
       	IF (TKN-SPOILED AND TKN-SP-DATE = WS-RUN-DATE)
       		ADD 1 TO WS-BLK-SPOILED
       		ADD 1 TO WS-SPOILED-CTR
       		MOVE SPACES TO WS-DTL-LINE
       		MOVE TKN-TRANSNO TO DL-NBR
       		MOVE "SPOILED" TO DL-WHAT
       		MOVE TKN-SP-OPER TO DL-OPER
       		MOVE TKN-REASON TO DL-NOTE
       		WRITE SR-LINE FROM WS-DTL-LINE
       	END-IF.
       END-NUMBER-RTN.
      * a number drawn on the day; an issued one must have its loan
       DRAWN-RTN.
       	ADD 1 TO WS-BLK-DRAWN.
       	ADD 1 TO WS-DRAWN-CTR.
       	IF (WS-BLK-FIRST = 0)
       		MOVE TKN-TRANSNO TO WS-BLK-FIRST
       	END-IF.
       	MOVE TKN-TRANSNO TO WS-BLK-LAST.
       	IF (WS-FIRST = 0 OR TKN-TRANSNO < WS-FIRST)
       		MOVE TKN-TRANSNO TO WS-FIRST
       	END-IF.
       	IF (TKN-TRANSNO > WS-LAST)
       		MOVE TKN-TRANSNO TO WS-LAST
       	END-IF.
       	IF (NOT TKN-ISSUED)
       		GO TO END-DRAWN-RTN
       	END-IF.
       	ADD 1 TO WS-ISSUED-CTR.
       	MOVE "N" TO WS-ON-FILE.
       	MOVE TKN-TRANSNO TO TRANSNO.
       	READ LOANFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY MOVE "Y" TO WS-ON-FILE
       	END-READ.
       	IF (WS-ON-FILE = "N" AND WS-HIST-OPEN = "Y")
       		MOVE TKN-TRANSNO TO HIST-TRANSNO
       		READ LOANHIST
       			INVALID KEY CONTINUE
       			NOT INVALID KEY MOVE "Y" TO WS-ON-FILE
       		END-READ
       	END-IF.
       	IF (WS-ON-FILE = "N")
       		ADD 1 TO WS-NOFILE-CTR
       		MOVE SPACES TO WS-DTL-LINE
       		MOVE TKN-TRANSNO TO DL-NBR
       		MOVE "NOT ON FILE" TO DL-WHAT
       		MOVE TKN-OPERATOR TO DL-OPER
       		MOVE "ISSUED - NO LOAN RECORD" TO DL-NOTE
       		WRITE SR-LINE FROM WS-DTL-LINE
       	END-IF.
       END-DRAWN-RTN.
       GAP-LINE-RTN.
       	COMPUTE WS-GAP-CTR = WS-GAP-CTR + WS-GAP-END - WS-EXPECT + 1.
       	COMPUTE WS-BLK-GAPS = WS-BLK-GAPS + WS-GAP-END - WS-EXPECT + 1.
       	MOVE SPACES TO WS-DTL-LINE.
       	MOVE WS-EXPECT TO DL-NBR.
       	IF (WS-GAP-END > WS-EXPECT)
       		MOVE " - " TO DL-DASH
       		MOVE WS-GAP-END TO DL-NBR2
       	END-IF.
       	MOVE "GAP" TO DL-WHAT.
       	MOVE "NOT IN THE REGISTER" TO DL-NOTE.
       	WRITE SR-LINE FROM WS-DTL-LINE.
       END-GAP-LINE-RTN.
       BLOCK-TOTAL-RTN.
       	MOVE SPACES TO SR-LINE.
       	IF (WS-BLK-DRAWN = 0)
       		MOVE "    NO NUMBERS DRAWN ON THIS DATE" TO SR-LINE
       	ELSE
       		MOVE WS-BLK-FIRST TO W-NBR-DISP
       		MOVE WS-BLK-LAST TO W-NBR2-DISP
       		MOVE WS-BLK-DRAWN TO W-CTR-DISP
       		STRING "    FIRST NO. " W-NBR-DISP
       			"   LAST NO. " W-NBR2-DISP
       			"   DRAWN " W-CTR-DISP
       			DELIMITED BY SIZE INTO SR-LINE
       	END-IF.
       	WRITE SR-LINE.
       	MOVE WS-BLK-SPOILED TO W-CTR2-DISP.
       	MOVE WS-BLK-GAPS TO W-CTR3-DISP.
       	MOVE SPACES TO SR-LINE.
       	STRING "    SPOILED " W-CTR2-DISP "   GAP NUMBERS " W-CTR3-DISP
       		DELIMITED BY SIZE INTO SR-LINE.
       	WRITE SR-LINE.
       END-BLOCK-TOTAL-RTN.
       FOOTER-RTN.
       	MOVE SPACES TO SR-LINE.
       	WRITE SR-LINE.
       	MOVE ALL "-" TO SR-LINE.
       	WRITE SR-LINE.
       	IF (WS-BLK-CTR = 0)
       		MOVE SPACES TO SR-LINE
       		STRING " NO TICKET SERIES FOR BRANCH " WS-BR-CODE
       			DELIMITED BY SIZE INTO SR-LINE
       		WRITE SR-LINE
       	END-IF.
       	MOVE WS-FIRST TO W-NBR-DISP.
       	MOVE WS-LAST TO W-NBR2-DISP.
       	MOVE SPACES TO SR-LINE.
       	STRING " FIRST NO. ISSUED " W-NBR-DISP
       		"   LAST NO. ISSUED " W-NBR2-DISP
       		DELIMITED BY SIZE INTO SR-LINE.
       	WRITE SR-LINE.
       	MOVE SPACES TO SR-LINE.
       	STRING " NUMBERS DRAWN " WS-DRAWN-CTR
       		"   TICKETS ISSUED " WS-ISSUED-CTR
       		"   SPOILED " WS-SPOILED-CTR
       		DELIMITED BY SIZE INTO SR-LINE.
       	WRITE SR-LINE.
       	MOVE SPACES TO SR-LINE.
       	STRING " ISSUED NOT ON FILE " WS-NOFILE-CTR
       		"   GAP NUMBERS " WS-GAP-CTR
       		"   NUMBERS LEFT " WS-LEFT-CTR
       		DELIMITED BY SIZE INTO SR-LINE.
       	WRITE SR-LINE.
       END-FOOTER-RTN.
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
