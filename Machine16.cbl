       	 SELECT STMTFILE ASSIGN TO "STMT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-STMTFILE-STATUS.
       	 SELECT ISCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS ISC-KEY
       	 FILE STATUS IS WS-ISCFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE
       FD  STMTFILE
       	 LABEL RECORD IS STANDARD.
       01  STMT-LINE			PIC X(90).
       FD  ISCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "INSTSCH.Dat"
       	 DATA RECORD IS INSTSCH-REC.
       COPY ISCREC.
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       01 W-TRANSNO-DISP	PIC ZZZ99.
       77 WS-TOT-OWED		PIC 9(8)V99.
       77 WS-TODAY		PIC 9(8).
       77 WS-HDR-DONE	PIC A.
       77 WS-ISCFILE-STATUS PIC XX.
       77 WS-ISC-OPEN		PIC A.
       77 WS-ISC-EOF		PIC A.
       77 WS-ISC-PAID		PIC 9(6)V99.
       01 W-ISC-NO-DISP	PIC Z9.
       01 W-ISC-DUE-DISP	PIC 9999/99/99.
       01 W-ISC-PRIN-DISP	PIC ZZ,Z99.99.
       01 W-ISC-INT-DISP	PIC Z,ZZ9.99.
       01 W-ISC-PAID-DISP	PIC ZZ,Z99.99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	IF (WS-STMTFILE-STATUS = "35")
       		OPEN OUTPUT STMTFILE
       	END-IF.
       	MOVE "N" TO WS-ISC-OPEN.
       	OPEN INPUT ISCFILE.
       	IF (WS-ISCFILE-STATUS = "00")
       		MOVE "Y" TO WS-ISC-OPEN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	ELSE
       		PERFORM STMT-FOOT-RTN THRU END-STMT-FOOT-RTN
       	END-IF.
       	IF (WS-ISC-OPEN = "Y")
       		CLOSE ISCFILE
       	END-IF.
       	CLOSE STMTFILE.
       	CLOSE LOANFILE.
       END-BUILD-STMT-RTN.
       	DISPLAY W-TRANSNO-DISP "  " W-ITEM-DESC " " W-DG-DISP
       		"  " W-DUE-DISP "  " W-LOAN-STATUS
       		"  P" W-TLOAN-DISP.
       	IF (W-LOAN-TYPE = "I" AND WS-ISC-OPEN = "Y") AND
       	(W-LOAN-STATUS NOT = "REDEEMED" AND "DISPOSED" AND "SETTLED")
       		PERFORM STMT-SCHED-RTN THRU END-STMT-SCHED-RTN
       	END-IF.
       END-STMT-LINE-RTN.
      * Open instalment loans list their schedule under the ticket.
       STMT-SCHED-RTN.
       	MOVE "N" TO WS-ISC-EOF.
       	MOVE W-TRANSNO TO ISC-TRANSNO.
       	MOVE 0 TO ISC-INSTNO.
       	START ISCFILE KEY IS GREATER THAN ISC-KEY
       		INVALID KEY MOVE "Y" TO WS-ISC-EOF
       	END-START.
       	PERFORM STMT-SCHED-ONE-RTN THRU END-STMT-SCHED-ONE-RTN
       		UNTIL WS-ISC-EOF = "Y".
       END-STMT-SCHED-RTN.
       STMT-SCHED-ONE-RTN.
       	READ ISCFILE NEXT RECORD AT END MOVE "Y" TO WS-ISC-EOF
       	END-READ.
       	IF (WS-ISC-EOF = "N" AND ISC-TRANSNO NOT = W-TRANSNO)
       		MOVE "Y" TO WS-ISC-EOF
       	END-IF.
       	IF (WS-ISC-EOF = "Y")
       		GO TO END-STMT-SCHED-ONE-RTN
       	END-IF.
       	MOVE ISC-INSTNO TO W-ISC-NO-DISP.
       	MOVE ISC-DUEDATE TO W-ISC-DUE-DISP.
       	MOVE ISC-PRINCIPAL TO W-ISC-PRIN-DISP.
       	MOVE ISC-INTEREST TO W-ISC-INT-DISP.
       	COMPUTE WS-ISC-PAID = ISC-PRIN-PAID + ISC-INT-PAID.
       	MOVE WS-ISC-PAID TO W-ISC-PAID-DISP.
       	MOVE SPACES TO STMT-LINE.
       	STRING "       INST " W-ISC-NO-DISP "  DUE " W-ISC-DUE-DISP
       		"  PRIN " W-ISC-PRIN-DISP "  INT " W-ISC-INT-DISP
       		"  PAID " W-ISC-PAID-DISP "  " ISC-STATUS
       		DELIMITED BY SIZE INTO STMT-LINE.
       	WRITE STMT-LINE.
       	DISPLAY STMT-LINE.
       END-STMT-SCHED-ONE-RTN.
       STMT-FOOT-RTN.
       	MOVE WS-TOT-OWED TO W-TOT-DISP.
       	MOVE SPACES TO STMT-LINE.
