      * date, and records the notice date in NOTICE.Dat.  MACHINE8
      * refuses to pull a forfeited loan into a lot until that notice
      * period has lapsed, so this batch is the proof of compliance.
      * Before each letter the loan's collection history from
      * COLLECT.Dat (entered in MACHINE47) is shown, and where there is
      * any the letter is printed only on confirmation; a letter held
      * back is not recorded, so the next run offers it again.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS NOT-TRANSNO
       	 FILE STATUS IS WS-NOTICEFILE-STATUS.
       	 SELECT COLFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS COL-KEY
       	 FILE STATUS IS WS-COLFILE-STATUS.
       	 SELECT NOTLTR ASSIGN TO "NOTICE.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-NOTLTR-STATUS.
       	 VALUE OF FILE-ID IS "NOTICE.Dat"
       	 DATA RECORD IS NOTICE-REC.
       COPY NOTREC.
       FD  COLFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "COLLECT.Dat"
       	 DATA RECORD IS COLLECT-REC.
       COPY COLREC.
       FD  NOTLTR
       	 LABEL RECORD IS STANDARD.
       01  LTR-LINE			PIC X(80).
       01 W-DUE-DISP		PIC ZZZ,Z99.99.
       01 W-SALE-DISP	PIC 9999/99/99.
       01 W-TODAY-DISP	PIC 9999/99/99.
       01 W-COLDATE-DISP	PIC 9999/99/99.
       01 W-PTPAMT-DISP	PIC ZZZ,Z99.99.
       77 RCTR			PIC 9(5).
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-NOTICEFILE-STATUS PIC XX.
       77 WS-SENT-CTR		PIC 9(5).
       77 WS-HAVE-CTR		PIC 9(5).
       77 WS-NOTICE-FOUND	PIC A.
       77 WS-COLFILE-STATUS PIC XX.
       77 WS-COL-OPEN	PIC A.
       77 WS-COL-EOF		PIC A.
       77 WS-HIST-CTR	PIC 9(3).
       77 WS-HELD-CTR		PIC 9(5).
       77 RESP			PIC A.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	MOVE 0 TO RCTR.
       	MOVE 0 TO WS-SENT-CTR.
       	MOVE 0 TO WS-HAVE-CTR.
       	MOVE 0 TO WS-HELD-CTR.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       		CLOSE LOANFILE
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-COL-OPEN.
       	OPEN INPUT COLFILE.
       	IF (WS-COLFILE-STATUS = "00")
       		MOVE "Y" TO WS-COL-OPEN
       	END-IF.
       	OPEN EXTEND NOTLTR.
       	IF (WS-NOTLTR-STATUS = "35")
       		OPEN OUTPUT NOTLTR
       	PERFORM NOTICE-ONE-RTN THRU END-NOTICE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE NOTLTR.
       	IF (WS-COL-OPEN = "Y")
       		CLOSE COLFILE
       	END-IF.
       	CLOSE NOTICEFILE.
       	CLOSE LOANFILE.
       	DISPLAY " ".
       	DISPLAY "FORFEITED LOANS SCANNED: " RCTR.
       	DISPLAY "NOTICES PRINTED: " WS-SENT-CTR.
       	DISPLAY "ALREADY NOTICED: " WS-HAVE-CTR.
       	DISPLAY "HELD BACK: " WS-HELD-CTR.
       	STOP RUN.
       NOTICE-ONE-RTN.
       	IF (W-LOAN-STATUS NOT = "FORFEITED")
       		ADD 1 TO WS-HAVE-CTR
       		GO TO NOTICE-NEXT-RTN
       	END-IF.
       	PERFORM SHOW-HISTORY-RTN THRU END-SHOW-HISTORY-RTN.
       	IF (WS-HIST-CTR > 0)
       		DISPLAY "PRINT THE NOTICE OF SALE [Y/N]?: "
       		ACCEPT RESP
       		IF (RESP NOT = "Y" AND RESP NOT = "y")
       			DISPLAY "NOTICE HELD BACK FOR " W-TRANSNO
       			ADD 1 TO WS-HELD-CTR
       			GO TO NOTICE-NEXT-RTN
       		END-IF
       	END-IF.
       	PERFORM PRINT-LETTER-RTN THRU END-PRINT-LETTER-RTN.
       	MOVE W-TRANSNO TO NOT-TRANSNO.
       	MOVE WS-TODAY TO NOT-DATE.
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-NOTICE-ONE-RTN.
      ******************************************************************
      * The loan's collection entries, oldest first, for the operator
      * to weigh before the letter goes out.
      ******************************************************************
       SHOW-HISTORY-RTN.
       	MOVE 0 TO WS-HIST-CTR.
       	DISPLAY " ".
       	DISPLAY "TICKET " W-TRANSNO " " W-CLNAME
       		" - COLLECTION HISTORY:".
       	MOVE "Y" TO WS-COL-EOF.
       	IF (WS-COL-OPEN = "Y")
       		MOVE W-TRANSNO TO COL-TRANSNO
       		MOVE 0 TO COL-SEQ
       		MOVE "N" TO WS-COL-EOF
       		START COLFILE KEY NOT < COL-KEY
       			INVALID KEY MOVE "Y" TO WS-COL-EOF
       		END-START
       	END-IF.
       	IF (WS-COL-EOF = "N")
       		READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-COL-EOF
       		END-READ
       	END-IF.
       	PERFORM SHOW-HIST-ONE-RTN THRU END-SHOW-HIST-ONE-RTN
       		UNTIL WS-COL-EOF = "Y".
       	IF (WS-HIST-CTR = 0)
       		DISPLAY "  NO COLLECTION ACTIVITY ON FILE."
       	END-IF.
       END-SHOW-HISTORY-RTN.
       SHOW-HIST-ONE-RTN.
       	IF (COL-TRANSNO NOT = W-TRANSNO)
       		MOVE "Y" TO WS-COL-EOF
       		GO TO END-SHOW-HIST-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-HIST-CTR.
       	MOVE COL-DATE TO W-COLDATE-DISP.
       	IF (COL-PROMISE)
       		MOVE COL-PTP-AMT TO W-PTPAMT-DISP
       		DISPLAY "  " W-COLDATE-DISP " " COL-COLLECTOR " "
       			COL-METHOD " " COL-OUTCOME " P" W-PTPAMT-DISP
       			" BY " COL-PTP-DATE " " COL-PTP-STATUS
       	ELSE
       		DISPLAY "  " W-COLDATE-DISP " " COL-COLLECTOR " "
       			COL-METHOD " " COL-OUTCOME
       	END-IF.
       	IF (COL-REMARKS NOT = SPACES)
       		DISPLAY "             " COL-REMARKS
       	END-IF.
       	READ COLFILE NEXT RECORD AT END MOVE "Y" TO WS-COL-EOF
       	END-READ.
       END-SHOW-HIST-ONE-RTN.
       PRINT-LETTER-RTN.
       	MOVE W-TRANSNO TO W-TRANSNO-DISP.
       	MOVE W-DEC TO W-DUE-DISP.
