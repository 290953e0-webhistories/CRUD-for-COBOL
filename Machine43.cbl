       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE43.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Head-office loader for the branch change-data extracts written
      * by MACHINE42.  Each extract file named is copied to CDXIN.Dat
      * and checked first: header and trailer present, every record
      * of the one branch and sequence, and the trailer's counts and
      * amount totals agreeing with the detail.  Its sequence must be
      * the next one for the branch on HOCTL.Dat - a lower one is a
      * duplicate, a higher one a gap, and both are rejected whole, so
      * extracts are applied in order or not at all.  An accepted
      * extract is applied to the central copy - HOLOAN.Dat (add,
      * change, delete), HOPAY.Dat, HOCLIENT.Dat and HOAUCT.Dat, all
      * keyed by branch - and HOCTL.Dat is moved on.  A branch's
      * ticket number blocks go to HOTKTSER.Dat, the register of every
      * branch's blocks; a block overlapping another branch's block is
      * refused with an exception line and the run ends with return
      * code 8 so the clash is taken up with the branches.  Every file
      * named gets a line on CDXLOAD.prt.  MACHINE18 reports from the
      * copy.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT CDXIN ASSIGN TO "CDXIN.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-CDXIN-STATUS.
       	 SELECT HOLOAN ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HL-KEY
       	 FILE STATUS IS WS-HOLOAN-STATUS.
       	 SELECT HOPAY ASSIGN TO "HOPAY.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-HOPAY-STATUS.
       	 SELECT HOCLIENT ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HCL-KEY
       	 FILE STATUS IS WS-HOCLIENT-STATUS.
       	 SELECT HOAUCT ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HAU-KEY
       	 FILE STATUS IS WS-HOAUCT-STATUS.
       	 SELECT HOTKS ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKS-FROM
       	 FILE STATUS IS WS-HOTKS-STATUS.
       	 SELECT HOCTL ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HOC-BRANCH
       	 FILE STATUS IS WS-HOCTL-STATUS.
       	 SELECT LOADRPT ASSIGN TO "CDXLOAD.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LOADRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CDXIN
       	 LABEL RECORD IS STANDARD.
       COPY CDXREC.
       FD  HOLOAN
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOLOAN.Dat"
       	 DATA RECORD IS HOLOAN-REC.
       COPY HOLREC.
       FD  HOPAY
       	 LABEL RECORD IS STANDARD.
       COPY HOPREC.
       FD  HOCLIENT
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOCLIENT.Dat"
       	 DATA RECORD IS HCL-REC.
       01  HCL-REC.
       	 05 HCL-KEY.
       	 	10 HCL-BRANCH	PIC X(3).
       	 	10 HCL-CLIENTNO	PIC 9(5).
       	 05 HCL-REST		PIC X(77).
       FD  HOAUCT
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOAUCT.Dat"
       	 DATA RECORD IS HAU-REC.
       01  HAU-REC.
       	 05 HAU-KEY.
       	 	10 HAU-BRANCH	PIC X(3).
       	 	10 HAU-LOTNO	PIC 9(5).
       	 05 HAU-REST		PIC X(70).
       FD  HOTKS
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOTKTSER.Dat"
       	 DATA RECORD IS TKTSER-REC.
       COPY TKSREC.
       FD  HOCTL
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOCTL.Dat"
       	 DATA RECORD IS HOCTL-REC.
       COPY HOCREC.
       FD  LOADRPT
       	 LABEL RECORD IS STANDARD.
       01  LOAD-LINE			PIC X(90).
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       COPY PAYREC.
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-BLOCK.
       	 05 W-BLK-FROM	PIC 9(5).
       	 05 W-BLK-TO	PIC 9(5).
       	 05 W-BLK-BRANCH	PIC X(3).
       	 05 FILLER		PIC X(30).
       77 WS-CDXIN-STATUS PIC XX.
       77 WS-HOLOAN-STATUS PIC XX.
       77 WS-HOPAY-STATUS PIC XX.
       77 WS-HOCLIENT-STATUS PIC XX.
       77 WS-HOAUCT-STATUS PIC XX.
       77 WS-HOTKS-STATUS PIC XX.
       77 WS-HOCTL-STATUS PIC XX.
       77 WS-LOADRPT-STATUS PIC XX.
       77 WS-EOF			PIC A.
       77 WS-TS		PIC 9(14).
       77 WS-FILE-CTR	PIC 9(3).
       77 WS-FILE-IDX	PIC 9(3).
       77 WS-CDX-FILE	PIC X(40).
       77 WS-CMD		PIC X(60).
       77 WS-REASON		PIC X(40).
       77 WS-HAVE-HDR	PIC A.
       77 WS-HAVE-TRL	PIC A.
       77 WS-X-BRANCH	PIC X(3).
       77 WS-X-SEQ		PIC 9(6).
       77 WS-X-DATE		PIC 9(8).
       77 WS-EXPECT-SEQ	PIC 9(6).
       77 WS-CTL-FOUND	PIC A.
       77 WS-ACCEPTED	PIC 9(3).
       77 WS-REJECTED	PIC 9(3).
       77 WS-RECS		PIC 9(7).
       77 WS-LOAN-ADD	PIC 9(6).
       77 WS-LOAN-CHG	PIC 9(6).
       77 WS-LOAN-DEL	PIC 9(6).
       77 WS-PAYS		PIC 9(6).
       77 WS-CLIENTS		PIC 9(6).
       77 WS-LOTS		PIC 9(6).
       77 WS-BLOCKS		PIC 9(6).
       77 WS-BLK-REFUSED	PIC 9(6).
       77 WS-BLK-REF-TOT	PIC 9(6).
       77 WS-BLK-EOF	PIC A.
       77 WS-BLK-CLASH	PIC A.
       77 WS-LOA-TOT		PIC 9(11)V99.
       77 WS-PAY-TOT		PIC 9(11)V99.
       77 WS-T-RECS		PIC 9(7).
       77 WS-T-LOAN-ADD	PIC 9(6).
       77 WS-T-LOAN-CHG	PIC 9(6).
       77 WS-T-LOAN-DEL	PIC 9(6).
       77 WS-T-PAYS		PIC 9(6).
       77 WS-T-CLIENTS	PIC 9(6).
       77 WS-T-LOTS		PIC 9(6).
       77 WS-T-BLOCKS	PIC 9(6).
       77 WS-T-LOA		PIC 9(11)V99.
       77 WS-T-PAY-AMT	PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ HEAD OFFICE EXTRACT LOADER @@@@@>".
       	DISPLAY "NUMBER OF EXTRACT FILES: ".
       	ACCEPT WS-FILE-CTR.
       	PERFORM UNTIL WS-FILE-CTR > 0
       		DISPLAY "INVALID COUNT. MUST BE > ZERO: "
       		ACCEPT WS-FILE-CTR
       	END-PERFORM.
       	PERFORM OPEN-CENTRAL-RTN THRU END-OPEN-CENTRAL-RTN.
       	OPEN EXTEND LOADRPT.
       	IF (WS-LOADRPT-STATUS = "35")
       		OPEN OUTPUT LOADRPT
       	END-IF.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS.
       	MOVE WS-TS(1:8) TO W-DATE-DISP.
       	MOVE ALL "=" TO LOAD-LINE.
       	WRITE LOAD-LINE.
       	MOVE SPACES TO LOAD-LINE.
       	STRING "TAMBUNTING PAWNSHOP - EXTRACT LOAD " W-DATE-DISP
       		DELIMITED BY SIZE INTO LOAD-LINE.
       	WRITE LOAD-LINE.
       	MOVE 0 TO WS-ACCEPTED.
       	MOVE 0 TO WS-REJECTED.
       	MOVE 0 TO WS-BLK-REF-TOT.
       	PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
       		UNTIL WS-FILE-IDX > WS-FILE-CTR
       		PERFORM LOAD-ONE-RTN THRU END-LOAD-ONE-RTN
       	END-PERFORM.
       	MOVE SPACES TO LOAD-LINE.
       	STRING "EXTRACTS APPLIED: " WS-ACCEPTED
       		"  REJECTED: " WS-REJECTED
       		"  TICKET BLOCKS REFUSED: " WS-BLK-REF-TOT
       		DELIMITED BY SIZE INTO LOAD-LINE.
       	WRITE LOAD-LINE.
       	CLOSE LOADRPT.
       	CLOSE HOLOAN.
       	CLOSE HOCLIENT.
       	CLOSE HOAUCT.
       	CLOSE HOTKS.
       	CLOSE HOCTL.
       	MOVE "rm -f CDXIN.Dat" TO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	DISPLAY " ".
       	DISPLAY "EXTRACTS APPLIED: " WS-ACCEPTED.
       	DISPLAY "EXTRACTS REJECTED: " WS-REJECTED.
       	DISPLAY "TICKET BLOCKS REFUSED: " WS-BLK-REF-TOT.
       	DISPLAY "SEE CDXLOAD.prt".
       	IF (WS-REJECTED > 0 OR WS-BLK-REF-TOT > 0)
       		MOVE 8 TO RETURN-CODE
       	ELSE
       		MOVE 0 TO RETURN-CODE
       	END-IF.
       	STOP RUN.
       OPEN-CENTRAL-RTN.
       	OPEN I-O HOLOAN.
       	IF (WS-HOLOAN-STATUS = "35")
       		OPEN OUTPUT HOLOAN
       		CLOSE HOLOAN
       		OPEN I-O HOLOAN
       	END-IF.
       	OPEN I-O HOCLIENT.
       	IF (WS-HOCLIENT-STATUS = "35")
       		OPEN OUTPUT HOCLIENT
       		CLOSE HOCLIENT
       		OPEN I-O HOCLIENT
       	END-IF.
       	OPEN I-O HOAUCT.
       	IF (WS-HOAUCT-STATUS = "35")
       		OPEN OUTPUT HOAUCT
       		CLOSE HOAUCT
       		OPEN I-O HOAUCT
       	END-IF.
       	OPEN I-O HOTKS.
       	IF (WS-HOTKS-STATUS = "35")
       		OPEN OUTPUT HOTKS
       		CLOSE HOTKS
       		OPEN I-O HOTKS
       	END-IF.
       	OPEN I-O HOCTL.
       	IF (WS-HOCTL-STATUS = "35")
       		OPEN OUTPUT HOCTL
       		CLOSE HOCTL
       		OPEN I-O HOCTL
       	END-IF.
       	IF (WS-HOLOAN-STATUS NOT = "00") OR
       	(WS-HOCLIENT-STATUS NOT = "00") OR
       	(WS-HOAUCT-STATUS NOT = "00") OR
       	(WS-HOTKS-STATUS NOT = "00") OR
       	(WS-HOCTL-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING THE CENTRAL FILES. STATUS: "
       			WS-HOLOAN-STATUS " " WS-HOCLIENT-STATUS " "
       			WS-HOAUCT-STATUS " " WS-HOTKS-STATUS " "
       			WS-HOCTL-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       END-OPEN-CENTRAL-RTN.
       LOAD-ONE-RTN.
       	DISPLAY " ".
       	DISPLAY "EXTRACT " WS-FILE-IDX " FILE NAME: ".
       	ACCEPT WS-CDX-FILE.
       	MOVE "rm -f CDXIN.Dat" TO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	MOVE SPACES TO WS-CMD.
       	STRING "cp " DELIMITED BY SIZE
       		WS-CDX-FILE DELIMITED BY " "
       		" CDXIN.Dat" DELIMITED BY SIZE
       		INTO WS-CMD.
       	CALL "SYSTEM" USING WS-CMD.
       	MOVE SPACES TO WS-REASON.
       	MOVE SPACES TO WS-X-BRANCH.
       	MOVE 0 TO WS-X-SEQ.
       	MOVE 0 TO WS-X-DATE.
       	PERFORM CHECK-CDX-RTN THRU END-CHECK-CDX-RTN.
       	IF (WS-REASON = SPACES)
       		PERFORM CHECK-SEQ-RTN THRU END-CHECK-SEQ-RTN
       	END-IF.
       	IF (WS-REASON NOT = SPACES)
       		ADD 1 TO WS-REJECTED
       		MOVE SPACES TO LOAD-LINE
       		STRING WS-CDX-FILE DELIMITED BY " "
       			" REJECTED - " DELIMITED BY SIZE
       			WS-REASON DELIMITED BY SIZE
       			INTO LOAD-LINE
       		WRITE LOAD-LINE
       		DISPLAY LOAD-LINE
       		GO TO END-LOAD-ONE-RTN
       	END-IF.
       	PERFORM APPLY-CDX-RTN THRU END-APPLY-CDX-RTN.
       	ADD 1 TO WS-ACCEPTED.
       	MOVE WS-X-DATE TO W-DATE-DISP.
       	MOVE SPACES TO LOAD-LINE.
       	STRING WS-CDX-FILE DELIMITED BY " "
       		" APPLIED - BRANCH " WS-X-BRANCH " SEQ " WS-X-SEQ
       		" DATE " W-DATE-DISP
       		DELIMITED BY SIZE INTO LOAD-LINE.
       	WRITE LOAD-LINE.
       	DISPLAY LOAD-LINE.
       	MOVE SPACES TO LOAD-LINE.
       	STRING "  LOANS ADD " WS-LOAN-ADD " CHG " WS-LOAN-CHG
       		" DEL " WS-LOAN-DEL " PAYMENTS " WS-PAYS
       		" CLIENTS " WS-CLIENTS " LOTS " WS-LOTS
       		DELIMITED BY SIZE INTO LOAD-LINE.
       	WRITE LOAD-LINE.
       	DISPLAY LOAD-LINE.
       	IF (WS-BLOCKS > 0)
       		MOVE SPACES TO LOAD-LINE
       		STRING "  TICKET BLOCKS " WS-BLOCKS
       			" REFUSED " WS-BLK-REFUSED
       			DELIMITED BY SIZE INTO LOAD-LINE
       		WRITE LOAD-LINE
       		DISPLAY LOAD-LINE
       	END-IF.
       END-LOAD-ONE-RTN.
      ******************************************************************
      * First pass over the extract: one branch and sequence from
      * header to trailer, and detail agreeing with the trailer.
      ******************************************************************
       CHECK-CDX-RTN.
       	OPEN INPUT CDXIN.
       	IF (WS-CDXIN-STATUS NOT = "00")
       		MOVE "FILE NOT FOUND" TO WS-REASON
       		GO TO END-CHECK-CDX-RTN
       	END-IF.
       	MOVE "N" TO WS-HAVE-HDR.
       	MOVE "N" TO WS-HAVE-TRL.
       	PERFORM CLEAR-COUNTS-RTN THRU END-CLEAR-COUNTS-RTN.
       	MOVE "N" TO WS-EOF.
       	READ CDXIN AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y" OR NOT CDX-HEADER)
       		MOVE "NO HEADER RECORD" TO WS-REASON
       		CLOSE CDXIN
       		GO TO END-CHECK-CDX-RTN
       	END-IF.
       	MOVE "Y" TO WS-HAVE-HDR.
       	MOVE CDX-BRANCH TO WS-X-BRANCH.
       	MOVE CDX-SEQ TO WS-X-SEQ.
       	MOVE CDX-H-DATE TO WS-X-DATE.
       	READ CDXIN AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM CHECK-CDX-ONE-RTN THRU END-CHECK-CDX-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE CDXIN.
       	IF (WS-REASON NOT = SPACES)
       		GO TO END-CHECK-CDX-RTN
       	END-IF.
       	IF (WS-HAVE-TRL = "N")
       		MOVE "NO TRAILER RECORD - FILE INCOMPLETE" TO WS-REASON
       		GO TO END-CHECK-CDX-RTN
       	END-IF.
       	IF (WS-RECS NOT = WS-T-RECS) OR
       	(WS-LOAN-ADD NOT = WS-T-LOAN-ADD) OR
       	(WS-LOAN-CHG NOT = WS-T-LOAN-CHG) OR
       	(WS-LOAN-DEL NOT = WS-T-LOAN-DEL) OR
       	(WS-PAYS NOT = WS-T-PAYS) OR
       	(WS-CLIENTS NOT = WS-T-CLIENTS) OR
       	(WS-LOTS NOT = WS-T-LOTS) OR
       	(WS-BLOCKS NOT = WS-T-BLOCKS)
       		MOVE "RECORD COUNTS DISAGREE WITH TRAILER" TO WS-REASON
       		GO TO END-CHECK-CDX-RTN
       	END-IF.
       	IF (WS-LOA-TOT NOT = WS-T-LOA) OR
       	(WS-PAY-TOT NOT = WS-T-PAY-AMT)
       		MOVE "AMOUNT TOTALS DISAGREE WITH TRAILER" TO WS-REASON
       	END-IF.
       END-CHECK-CDX-RTN.
       CHECK-CDX-ONE-RTN.
       	IF (WS-HAVE-TRL = "Y")
       		MOVE "RECORDS AFTER THE TRAILER" TO WS-REASON
       		MOVE "Y" TO WS-EOF
       		GO TO END-CHECK-CDX-ONE-RTN
       	END-IF.
       	IF (CDX-BRANCH NOT = WS-X-BRANCH) OR
       	(CDX-SEQ NOT = WS-X-SEQ)
       		MOVE "MIXED BRANCH OR SEQUENCE IN FILE" TO WS-REASON
       		MOVE "Y" TO WS-EOF
       		GO TO END-CHECK-CDX-ONE-RTN
       	END-IF.
       	IF (CDX-TRAILER)
       		MOVE "Y" TO WS-HAVE-TRL
       		MOVE CDX-T-RECS TO WS-T-RECS
       		MOVE CDX-T-LOAN-ADD TO WS-T-LOAN-ADD
       		MOVE CDX-T-LOAN-CHG TO WS-T-LOAN-CHG
       		MOVE CDX-T-LOAN-DEL TO WS-T-LOAN-DEL
       		MOVE CDX-T-PAYS TO WS-T-PAYS
       		MOVE CDX-T-CLIENTS TO WS-T-CLIENTS
       		MOVE CDX-T-LOTS TO WS-T-LOTS
       		MOVE CDX-T-LOA TO WS-T-LOA
       		MOVE CDX-T-PAY-AMT TO WS-T-PAY-AMT
       		IF (CDX-T-BLOCKS NUMERIC)
       			MOVE CDX-T-BLOCKS TO WS-T-BLOCKS
       		END-IF
       		GO TO CHECK-CDX-NEXT-RTN
       	END-IF.
       	PERFORM COUNT-CDX-RTN THRU END-COUNT-CDX-RTN.
       CHECK-CDX-NEXT-RTN.
       	READ CDXIN AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-CHECK-CDX-ONE-RTN.
      * counts and totals of one detail record, as MACHINE42 keeps them
       COUNT-CDX-RTN.
       	ADD 1 TO WS-RECS.
       	IF (CDX-LOAN)
       		IF (CDX-ACTION = "A")
       			ADD 1 TO WS-LOAN-ADD
       		END-IF
       		IF (CDX-ACTION = "C")
       			ADD 1 TO WS-LOAN-CHG
       		END-IF
       		IF (CDX-ACTION = "D")
       			ADD 1 TO WS-LOAN-DEL
       		ELSE
       			MOVE CDX-DATA TO W-LOAN-REC
       			ADD W-DECIMAL TO WS-LOA-TOT
       		END-IF
       	END-IF.
       	IF (CDX-PAYMENT)
       		ADD 1 TO WS-PAYS
       		MOVE CDX-DATA TO PAYMENT-REC
       		ADD PAY-AMT TO WS-PAY-TOT
       	END-IF.
       	IF (CDX-CLIENT)
       		ADD 1 TO WS-CLIENTS
       	END-IF.
       	IF (CDX-LOT)
       		ADD 1 TO WS-LOTS
       	END-IF.
       	IF (CDX-BLOCK)
       		ADD 1 TO WS-BLOCKS
       	END-IF.
       END-COUNT-CDX-RTN.
       CLEAR-COUNTS-RTN.
       	MOVE 0 TO WS-RECS.
       	MOVE 0 TO WS-LOAN-ADD.
       	MOVE 0 TO WS-LOAN-CHG.
       	MOVE 0 TO WS-LOAN-DEL.
       	MOVE 0 TO WS-PAYS.
       	MOVE 0 TO WS-CLIENTS.
       	MOVE 0 TO WS-LOTS.
       	MOVE 0 TO WS-BLOCKS.
       	MOVE 0 TO WS-BLK-REFUSED.
       	MOVE 0 TO WS-LOA-TOT.
       	MOVE 0 TO WS-PAY-TOT.
       	MOVE 0 TO WS-T-RECS.
       	MOVE 0 TO WS-T-LOAN-ADD.
       	MOVE 0 TO WS-T-LOAN-CHG.
       	MOVE 0 TO WS-T-LOAN-DEL.
       	MOVE 0 TO WS-T-PAYS.
       	MOVE 0 TO WS-T-CLIENTS.
       	MOVE 0 TO WS-T-LOTS.
       	MOVE 0 TO WS-T-BLOCKS.
       	MOVE 0 TO WS-T-LOA.
       	MOVE 0 TO WS-T-PAY-AMT.
       END-CLEAR-COUNTS-RTN.
      * the next sequence for the branch, else a duplicate or a gap
       CHECK-SEQ-RTN.
       	MOVE WS-X-BRANCH TO HOC-BRANCH.
       	MOVE "Y" TO WS-CTL-FOUND.
       	READ HOCTL
       		INVALID KEY MOVE "N" TO WS-CTL-FOUND
       	END-READ.
       	IF (WS-CTL-FOUND = "Y")
       		COMPUTE WS-EXPECT-SEQ = HOC-LAST-SEQ + 1
       	ELSE
       		MOVE 1 TO WS-EXPECT-SEQ
       	END-IF.
       	IF (WS-X-SEQ < WS-EXPECT-SEQ)
       		MOVE SPACES TO WS-REASON
       		STRING "DUPLICATE - SEQ " WS-X-SEQ " ALREADY APPLIED"
       			DELIMITED BY SIZE INTO WS-REASON
       	END-IF.
       	IF (WS-X-SEQ > WS-EXPECT-SEQ)
       		MOVE SPACES TO WS-REASON
       		STRING "GAP - SEQ " WS-EXPECT-SEQ " NOT YET APPLIED"
       			DELIMITED BY SIZE INTO WS-REASON
       	END-IF.
       END-CHECK-SEQ-RTN.
      ******************************************************************
      * Second pass: the detail applied to the central copy, then the
      * branch's control record moved on to this extract.
      ******************************************************************
       APPLY-CDX-RTN.
       	OPEN EXTEND HOPAY.
       	IF (WS-HOPAY-STATUS = "35")
       		OPEN OUTPUT HOPAY
       	END-IF.
       	OPEN INPUT CDXIN.
       	MOVE "N" TO WS-EOF.
       	READ CDXIN AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM APPLY-CDX-ONE-RTN THRU END-APPLY-CDX-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE CDXIN.
       	CLOSE HOPAY.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS.
       	MOVE WS-X-BRANCH TO HOC-BRANCH.
       	MOVE WS-X-SEQ TO HOC-LAST-SEQ.
       	MOVE WS-X-DATE TO HOC-LAST-DATE.
       	MOVE WS-TS TO HOC-LOAD-TS.
       	MOVE WS-LOAN-ADD TO HOC-LOAN-ADD.
       	MOVE WS-LOAN-CHG TO HOC-LOAN-CHG.
       	MOVE WS-LOAN-DEL TO HOC-LOAN-DEL.
       	MOVE WS-PAYS TO HOC-PAYS.
       	MOVE WS-CLIENTS TO HOC-CLIENTS.
       	MOVE WS-LOTS TO HOC-LOTS.
       	IF (WS-CTL-FOUND = "Y")
       		REWRITE HOCTL-REC
       			INVALID KEY
       			DISPLAY "HOCTL.Dat NOT UPDATED FOR " WS-X-BRANCH
       		END-REWRITE
       	ELSE
       		WRITE HOCTL-REC
       			INVALID KEY
       			DISPLAY "HOCTL.Dat NOT UPDATED FOR " WS-X-BRANCH
       		END-WRITE
       	END-IF.
       END-APPLY-CDX-RTN.
       APPLY-CDX-ONE-RTN.
       	IF (CDX-LOAN)
       		PERFORM APPLY-LOAN-RTN THRU END-APPLY-LOAN-RTN
       	END-IF.
       	IF (CDX-PAYMENT)
       		MOVE CDX-BRANCH TO HP-BRANCH
       		MOVE CDX-DATA TO HP-PAY
       		WRITE HOPAY-REC
       	END-IF.
       	IF (CDX-CLIENT)
       		MOVE CDX-BRANCH TO HCL-BRANCH
       		MOVE CDX-DATA(1:5) TO HCL-CLIENTNO
       		MOVE CDX-DATA(6:77) TO HCL-REST
       		WRITE HCL-REC
       			INVALID KEY
       			REWRITE HCL-REC
       				INVALID KEY CONTINUE
       			END-REWRITE
       		END-WRITE
       	END-IF.
       	IF (CDX-LOT)
       		MOVE CDX-BRANCH TO HAU-BRANCH
       		MOVE CDX-DATA(1:5) TO HAU-LOTNO
       		MOVE CDX-DATA(6:70) TO HAU-REST
       		WRITE HAU-REC
       			INVALID KEY
       			REWRITE HAU-REC
       				INVALID KEY CONTINUE
       			END-REWRITE
       		END-WRITE
       	END-IF.
       	IF (CDX-BLOCK)
       		PERFORM APPLY-BLOCK-RTN THRU END-APPLY-BLOCK-RTN
       	END-IF.
       	READ CDXIN AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-APPLY-CDX-ONE-RTN.
      * an add already on file or a change not on file is applied
      * as the image sent, so the copy always ends up as the branch
       APPLY-LOAN-RTN.
       	MOVE CDX-DATA TO HL-LOAN.
       	MOVE CDX-BRANCH TO HL-BRANCH.
       	IF (CDX-ACTION = "D")
       		DELETE HOLOAN RECORD
       			INVALID KEY CONTINUE
       		END-DELETE
       		GO TO END-APPLY-LOAN-RTN
       	END-IF.
       	WRITE HOLOAN-REC
       		INVALID KEY
       		REWRITE HOLOAN-REC
       			INVALID KEY CONTINUE
       		END-REWRITE
       	END-WRITE.
       END-APPLY-LOAN-RTN.
      ******************************************************************
      * A branch's ticket number block: refused when any number in it
      * falls in a block another branch already has on HOTKTSER.Dat,
      * since the number alone must tell which branch issued a ticket.
      * The blocks are read in key order up to the last number of the
      * new block; one from the same branch is taken as the new image.
      ******************************************************************
       APPLY-BLOCK-RTN.
       	MOVE CDX-DATA TO W-BLOCK.
       	MOVE "N" TO WS-BLK-CLASH.
       	MOVE 0 TO TKS-FROM.
       	MOVE "N" TO WS-BLK-EOF.
       	START HOTKS KEY IS NOT LESS THAN TKS-FROM
       		INVALID KEY MOVE "Y" TO WS-BLK-EOF
       	END-START.
       	PERFORM APPLY-BLOCK-SCAN-RTN THRU END-APPLY-BLOCK-SCAN-RTN
       		UNTIL WS-BLK-EOF = "Y".
       	IF (WS-BLK-CLASH = "Y")
       		ADD 1 TO WS-BLK-REFUSED
       		ADD 1 TO WS-BLK-REF-TOT
       		MOVE SPACES TO LOAD-LINE
       		STRING "  BLOCK " W-BLK-FROM "-" W-BLK-TO
       			" REFUSED - OVERLAPS BRANCH " TKS-BRANCHCD
       			" BLOCK " TKS-FROM "-" TKS-TO
       			DELIMITED BY SIZE INTO LOAD-LINE
       		WRITE LOAD-LINE
       		DISPLAY LOAD-LINE
       		GO TO END-APPLY-BLOCK-RTN
       	END-IF.
       	MOVE CDX-DATA TO TKTSER-REC.
       	MOVE CDX-BRANCH TO TKS-BRANCHCD.
       	WRITE TKTSER-REC
       		INVALID KEY
       		REWRITE TKTSER-REC
       			INVALID KEY CONTINUE
       		END-REWRITE
       	END-WRITE.
       END-APPLY-BLOCK-RTN.
       APPLY-BLOCK-SCAN-RTN.
       	READ HOTKS NEXT RECORD
       		AT END
       		MOVE "Y" TO WS-BLK-EOF
       		GO TO END-APPLY-BLOCK-SCAN-RTN
       	END-READ.
       	IF (TKS-FROM > W-BLK-TO)
       		MOVE "Y" TO WS-BLK-EOF
       		GO TO END-APPLY-BLOCK-SCAN-RTN
       	END-IF.
       	IF (TKS-TO NOT < W-BLK-FROM) AND
       	(TKS-BRANCHCD NOT = CDX-BRANCH)
       		MOVE "Y" TO WS-BLK-CLASH
       		MOVE "Y" TO WS-BLK-EOF
       	END-IF.
       END-APPLY-BLOCK-SCAN-RTN.
