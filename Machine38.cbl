       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE38.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Weekly pledge incident report for head office.  For the week
      * ending on the date given, INCWEEK.prt lists every incident in
      * INCIDENT.Dat still OPEN - with the days since it was
      * discovered, the ticket and the appraisal at risk - followed by
      * the incidents settled or closed during the seven days, with
      * the compensation paid.  Incidents are opened and settled by a
      * manager in MACHINE37.  Run once a week after close of
      * business on the last day of the week.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT INCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS INC-NO
       	 ALTERNATE RECORD KEY IS INC-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-INCFILE-STATUS.
       	 SELECT LOANFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TRANSNO
       	 ALTERNATE RECORD KEY IS CLNAME WITH DUPLICATES
       	 FILE STATUS IS WS-LOANFILE-STATUS.
       	 SELECT PLGFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PLG-KEY
       	 FILE STATUS IS WS-PLGFILE-STATUS.
       	 SELECT INCRPT ASSIGN TO "INCWEEK.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-INCRPT-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "INCIDENT.Dat"
       	 DATA RECORD IS INCIDENT-REC.
       COPY INCREC.
       FD  LOANFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  PLGFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PLGITEM.Dat"
       	 DATA RECORD IS PLEDGE-ITEM-REC.
       COPY PLGREC.
       FD  INCRPT
       	 LABEL RECORD IS STANDARD.
       01  INC-LINE-OUT		PIC X(100).
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       01 WS-RPT-OPEN.
       	 05 RO-INCNO		PIC ZZZ99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RO-TRANSNO	PIC ZZZ99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RO-TYPE		PIC X(10).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RO-DESC		PIC X(20).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RO-DISC		PIC 9999/99/99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RO-DAYS		PIC ZZZZ9.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RO-MANAGER	PIC X(10).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RO-APPR		PIC ZZZ,Z99.99.
       01 WS-RPT-DONE.
       	 05 RC-INCNO		PIC ZZZ99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RC-TRANSNO	PIC ZZZ99.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RC-TYPE		PIC X(10).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RC-STATUS		PIC X(8).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RC-DATE		PIC 9999/99/99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RC-BY		PIC X(10).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RC-COMP		PIC ZZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RC-NET		PIC -ZZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RC-REASON		PIC X(20).
       01 W-DATE-DISP		PIC 9999/99/99.
       01 W-FROM-DISP		PIC 9999/99/99.
       01 W-CTR-DISP		PIC ZZZZ9.
       01 W-TOT-DISP		PIC -ZZZ,ZZZ,Z99.99.
       77 WS-INCFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-INCRPT-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-EOF			PIC A.
       77 WS-LOAN-OPEN	PIC A.
       77 WS-PLG-OPEN	PIC A.
       77 WS-INC-OPEN	PIC A.
       77 WS-WEEK-END	PIC 9(8).
       77 WS-WEEK-START	PIC 9(8).
       77 WS-AGE-DAYS	PIC S9(6).
       77 WS-AT-RISK		PIC 9(6)V99.
       77 WS-COMP		PIC 9(6)V99.
       77 WS-CNT-OPEN	PIC 9(5).
       77 WS-CNT-OVER30	PIC 9(5).
       77 WS-CNT-SETTLED	PIC 9(5).
       77 WS-CNT-CLOSED	PIC 9(5).
       77 WS-TOT-RISK	PIC 9(9)V99.
       77 WS-TOT-COMP	PIC 9(9)V99.
       77 WS-TOT-OWED	PIC 9(9)V99.
       77 WS-TOT-NET		PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ WEEKLY PLEDGE INCIDENT REPORT @@@@@>".
       	DISPLAY "WEEK ENDING (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-WEEK-END.
       	IF (WS-WEEK-END = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WEEK-END
       	END-IF.
       	COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
       		FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6).
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	MOVE "N" TO WS-INC-OPEN.
       	OPEN INPUT INCFILE.
       	IF (WS-INCFILE-STATUS = "00")
       		MOVE "Y" TO WS-INC-OPEN
       	END-IF.
       	IF (WS-INC-OPEN = "N" AND WS-INCFILE-STATUS NOT = "35")
       		DISPLAY "ERROR OPENING INCIDENT.Dat. STATUS: "
       			WS-INCFILE-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT INCRPT.
       	IF (WS-INCRPT-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING INCWEEK.prt. STATUS: "
       			WS-INCRPT-STATUS
       		IF (WS-INC-OPEN = "Y")
       			CLOSE INCFILE
       		END-IF
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-LOAN-OPEN.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS = "00")
       		MOVE "Y" TO WS-LOAN-OPEN
       	END-IF.
       	MOVE "N" TO WS-PLG-OPEN.
       	OPEN INPUT PLGFILE.
       	IF (WS-PLGFILE-STATUS = "00")
       		MOVE "Y" TO WS-PLG-OPEN
       	END-IF.
       	MOVE 0 TO WS-CNT-OPEN.
       	MOVE 0 TO WS-CNT-OVER30.
       	MOVE 0 TO WS-CNT-SETTLED.
       	MOVE 0 TO WS-CNT-CLOSED.
       	MOVE 0 TO WS-TOT-RISK.
       	MOVE 0 TO WS-TOT-COMP.
       	MOVE 0 TO WS-TOT-OWED.
       	MOVE 0 TO WS-TOT-NET.
       	PERFORM HEADER-RTN THRU END-HEADER-RTN.
       	IF (WS-INC-OPEN = "Y")
       		PERFORM OPEN-LIST-RTN THRU END-OPEN-LIST-RTN
       	END-IF.
       	PERFORM OPEN-TOTAL-RTN THRU END-OPEN-TOTAL-RTN.
       	IF (WS-INC-OPEN = "Y")
       		PERFORM DONE-LIST-RTN THRU END-DONE-LIST-RTN
       	END-IF.
       	PERFORM DONE-TOTAL-RTN THRU END-DONE-TOTAL-RTN.
       	CLOSE INCRPT.
       	IF (WS-INC-OPEN = "Y")
       		CLOSE INCFILE
       	END-IF.
       	IF (WS-LOAN-OPEN = "Y")
       		CLOSE LOANFILE
       	END-IF.
       	IF (WS-PLG-OPEN = "Y")
       		CLOSE PLGFILE
       	END-IF.
       	MOVE WS-WEEK-END TO W-DATE-DISP.
       	DISPLAY "INCIDENT REPORT FOR THE WEEK ENDING " W-DATE-DISP.
       	MOVE WS-CNT-OPEN TO W-CTR-DISP.
       	DISPLAY "OPEN INCIDENTS:            " W-CTR-DISP.
       	MOVE WS-CNT-SETTLED TO W-CTR-DISP.
       	DISPLAY "SETTLED DURING THE WEEK:   " W-CTR-DISP.
       	MOVE WS-CNT-CLOSED TO W-CTR-DISP.
       	DISPLAY "CLOSED DURING THE WEEK:    " W-CTR-DISP.
       	DISPLAY "SEE INCWEEK.prt".
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
       HEADER-RTN.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING WS-BR-CODE DELIMITED BY SIZE
       		" " DELIMITED BY SIZE
       		WS-BR-NAME DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE WS-WEEK-START TO W-FROM-DISP.
       	MOVE WS-WEEK-END TO W-DATE-DISP.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "PLEDGE INCIDENTS - WEEK " DELIMITED BY SIZE
       		W-FROM-DISP DELIMITED BY SIZE
       		" TO " DELIMITED BY SIZE
       		W-DATE-DISP DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE SPACES TO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE "OPEN INCIDENTS" TO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "  INC  TICKET TYPE       ARTICLE              "
       		DELIMITED BY SIZE
       		"DISCOVERED  DAYS  MANAGER     AT RISK"
       		DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       END-HEADER-RTN.
      ******************************************************************
      * Every incident still OPEN, however old, aged to the week-end
      * date.  The appraisal at risk is the article's own appraisal,
      * or the ticket's when the whole ticket is affected.
      ******************************************************************
       OPEN-LIST-RTN.
       	MOVE 0 TO INC-NO.
       	MOVE "N" TO WS-EOF.
       	START INCFILE KEY NOT < INC-NO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM OPEN-ONE-RTN THRU END-OPEN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-OPEN-LIST-RTN.
       OPEN-ONE-RTN.
       	READ INCFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y" OR INC-STATUS NOT = "OPEN")
       		GO TO END-OPEN-ONE-RTN
       	END-IF.
       	IF (INC-DISC-DATE > WS-WEEK-END)
       		GO TO END-OPEN-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-CNT-OPEN.
       	COMPUTE WS-AGE-DAYS =
       		FUNCTION INTEGER-OF-DATE(WS-WEEK-END) -
       		FUNCTION INTEGER-OF-DATE(INC-DISC-DATE).
       	IF (WS-AGE-DAYS > 30)
       		ADD 1 TO WS-CNT-OVER30
       	END-IF.
       	PERFORM AT-RISK-RTN THRU END-AT-RISK-RTN.
       	ADD WS-AT-RISK TO WS-TOT-RISK.
       	MOVE INC-NO TO RO-INCNO.
       	MOVE INC-TRANSNO TO RO-TRANSNO.
       	MOVE INC-TYPE TO RO-TYPE.
       	MOVE INC-ITEM-DESC TO RO-DESC.
       	MOVE INC-DISC-DATE TO RO-DISC.
       	MOVE WS-AGE-DAYS TO RO-DAYS.
       	MOVE INC-MANAGER TO RO-MANAGER.
       	MOVE WS-AT-RISK TO RO-APPR.
       	MOVE WS-RPT-OPEN TO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       END-OPEN-ONE-RTN.
       AT-RISK-RTN.
       	MOVE 0 TO WS-AT-RISK.
       	IF (INC-LINE > 0 AND WS-PLG-OPEN = "Y")
       		MOVE INC-TRANSNO TO PLG-TRANSNO
       		MOVE INC-LINE TO PLG-LINE
       		READ PLGFILE
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			MOVE PLG-APPRAISED TO WS-AT-RISK
       		END-READ
       		GO TO END-AT-RISK-RTN
       	END-IF.
       	IF (WS-LOAN-OPEN = "Y")
       		MOVE INC-TRANSNO TO TRANSNO
       		READ LOANFILE
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			MOVE APPRAISED-VALUE TO WS-AT-RISK
       		END-READ
       	END-IF.
       END-AT-RISK-RTN.
       OPEN-TOTAL-RTN.
       	MOVE SPACES TO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE WS-CNT-OPEN TO W-CTR-DISP.
       	MOVE WS-TOT-RISK TO W-TOT-DISP.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "OPEN INCIDENTS: " DELIMITED BY SIZE
       		W-CTR-DISP DELIMITED BY SIZE
       		"   APPRAISAL AT RISK: P" DELIMITED BY SIZE
       		W-TOT-DISP DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE WS-CNT-OVER30 TO W-CTR-DISP.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "OPEN MORE THAN 30 DAYS: " DELIMITED BY SIZE
       		W-CTR-DISP DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE SPACES TO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE "SETTLED OR CLOSED DURING THE WEEK" TO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "  INC  TICKET TYPE       STATUS   ENDED      "
       		DELIMITED BY SIZE
       		"BY         COMPENSATE         NET REASON"
       		DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       END-OPEN-TOTAL-RTN.
      ******************************************************************
      * Incidents that ended within the seven days to the week-end
      * date: SETTLED with the compensation, amount set off and net
      * paid, or CLOSED with the reason.
      ******************************************************************
       DONE-LIST-RTN.
       	MOVE 0 TO INC-NO.
       	MOVE "N" TO WS-EOF.
       	START INCFILE KEY NOT < INC-NO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM DONE-ONE-RTN THRU END-DONE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-DONE-LIST-RTN.
       DONE-ONE-RTN.
       	READ INCFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "Y" OR INC-STATUS = "OPEN")
       		GO TO END-DONE-ONE-RTN
       	END-IF.
       	IF (INC-CLOSE-DATE < WS-WEEK-START) OR
       	(INC-CLOSE-DATE > WS-WEEK-END)
       		GO TO END-DONE-ONE-RTN
       	END-IF.
       	MOVE INC-NO TO RC-INCNO.
       	MOVE INC-TRANSNO TO RC-TRANSNO.
       	MOVE INC-TYPE TO RC-TYPE.
       	MOVE INC-STATUS TO RC-STATUS.
       	MOVE INC-CLOSE-DATE TO RC-DATE.
       	MOVE INC-CLOSED-BY TO RC-BY.
       	MOVE INC-CLOSE-REASON TO RC-REASON.
       	MOVE 0 TO WS-COMP.
       	IF (INC-STATUS = "SETTLED")
       		ADD 1 TO WS-CNT-SETTLED
       		COMPUTE WS-COMP = INC-APPRAISED + INC-PREMIUM
       		ADD WS-COMP TO WS-TOT-COMP
       		ADD INC-OWED TO WS-TOT-OWED
       		ADD INC-NET TO WS-TOT-NET
       	ELSE
       		ADD 1 TO WS-CNT-CLOSED
       	END-IF.
       	MOVE WS-COMP TO RC-COMP.
       	IF (INC-STATUS = "SETTLED")
       		MOVE INC-NET TO RC-NET
       	ELSE
       		MOVE 0 TO RC-NET
       	END-IF.
       	MOVE WS-RPT-DONE TO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       END-DONE-ONE-RTN.
       DONE-TOTAL-RTN.
       	MOVE SPACES TO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE WS-CNT-SETTLED TO W-CTR-DISP.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "SETTLED: " DELIMITED BY SIZE
       		W-CTR-DISP DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE WS-TOT-COMP TO W-TOT-DISP.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "  COMPENSATION (APPRAISAL + PREMIUM): P"
       		DELIMITED BY SIZE
       		W-TOT-DISP DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE WS-TOT-OWED TO W-TOT-DISP.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "  LESS AMOUNT OWED SET OFF:           P"
       		DELIMITED BY SIZE
       		W-TOT-DISP DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE WS-TOT-NET TO W-TOT-DISP.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "  NET PAID TO PAWNERS:                P"
       		DELIMITED BY SIZE
       		W-TOT-DISP DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       	MOVE WS-CNT-CLOSED TO W-CTR-DISP.
       	MOVE SPACES TO INC-LINE-OUT.
       	STRING "CLOSED WITHOUT SETTLEMENT: " DELIMITED BY SIZE
       		W-CTR-DISP DELIMITED BY SIZE
       		INTO INC-LINE-OUT.
       	WRITE INC-LINE-OUT.
       END-DONE-TOTAL-RTN.
