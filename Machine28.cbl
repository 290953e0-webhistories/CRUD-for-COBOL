      ******************************************************************
      * End-of-day batch stream driver.  Runs the nightly sequence -
      * MACHINE6 (aging), MACHINE9 (penalty accrual), MACHINE13
      * (verification), MACHINE34 (loans-receivable roll-forward),
      * MACHINE36 (layaway lapse), MACHINE10 (EOD summary), MACHINE42
      * (change-data extract to head office), MACHINE46 (biller files
      * to the payment partners), MACHINE48 (collection worklist),
      * MACHINE52 (ticket series report) - in order, records each
      * step's completion per business date in EODCTL.Dat,
      * refuses to re-run a completed date without a manager override
      * (MACHINE9 double-charges penalties when run twice), and blocks
      * the later steps if an earlier step failed.  One command, one log
      * (EODRUN.log), no more checklist taped to the monitor.
      ******************************************************************
       ENVIRONMENT DIVISION.
       	 05 FILLER		PIC X(10) VALUE "AGING".
       	 05 FILLER		PIC X(10) VALUE "PENALTY".
       	 05 FILLER		PIC X(10) VALUE "VERIFY".
       	 05 FILLER		PIC X(10) VALUE "ROLLFWD".
       	 05 FILLER		PIC X(10) VALUE "LAYLAPSE".
       	 05 FILLER		PIC X(10) VALUE "EODSUM".
       	 05 FILLER		PIC X(10) VALUE "EXTRACT".
       	 05 FILLER		PIC X(10) VALUE "BILLER".
       	 05 FILLER		PIC X(10) VALUE "COLLECT".
       	 05 FILLER		PIC X(10) VALUE "TKTSER".
       01 WS-STEP-NAME-TBL REDEFINES WS-STEP-NAMES.
       	 05 WS-SN-NAME OCCURS 10 TIMES PIC X(10).
       01 WS-STEP-TABLE.
       	 05 WS-ST-ENTRY OCCURS 10 TIMES.
       	 	10 WS-ST-DONE		PIC A.
       	 	10 WS-ST-RESULT	PIC X(10).
       77 WS-EODCTL-STATUS PIC XX.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-EOF			PIC A.
       77 WS-RUN-DATE		PIC 9(8).
       77 WS-STEP-IDX		PIC 9(2).
       77 WS-SIDX		PIC 9(2).
       77 WS-CMD		PIC X(100).
       77 WS-STEP-OK		PIC A.
       77 WS-STREAM-OK	PIC A.
       	END-IF.
       	MOVE "Y" TO WS-STREAM-OK.
       	PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
       		UNTIL WS-STEP-IDX > 10
       		PERFORM RUN-STEP-RTN THRU END-RUN-STEP-RTN
       	END-PERFORM.
       	IF (WS-STREAM-OK = "Y")
       	STOP RUN.
       LOAD-CONTROL-RTN.
       	PERFORM VARYING WS-SIDX FROM 1 BY 1
       		UNTIL WS-SIDX > 10
       		MOVE "N" TO WS-ST-DONE(WS-SIDX)
       		MOVE SPACES TO WS-ST-RESULT(WS-SIDX)
       	END-PERFORM.
       	CLOSE EODCTL.
       	MOVE "Y" TO WS-ALL-DONE.
       	PERFORM VARYING WS-SIDX FROM 1 BY 1
       		UNTIL WS-SIDX > 10
       		IF (WS-ST-DONE(WS-SIDX) = "Y")
       			MOVE "Y" TO WS-ANY-DONE
       		ELSE
       LOAD-CTL-ONE-RTN.
       	IF (CTL-DATE = WS-RUN-DATE)
       		PERFORM VARYING WS-SIDX FROM 1 BY 1
       			UNTIL WS-SIDX > 10
       			IF (CTL-STEP = WS-SN-NAME(WS-SIDX))
       				MOVE CTL-STATUS TO
       					WS-ST-RESULT(WS-SIDX)
       		MOVE "./Machine13" TO WS-CMD
       	END-IF.
       	IF (WS-STEP-IDX = 4)
       		STRING "echo " WS-RUN-DATE " | ./Machine34"
       			DELIMITED BY SIZE INTO WS-CMD
       	END-IF.
       	IF (WS-STEP-IDX = 5)
       		STRING "echo " WS-RUN-DATE " | ./Machine36"
       			DELIMITED BY SIZE INTO WS-CMD
       	END-IF.
       	IF (WS-STEP-IDX = 6)
       		STRING "echo " WS-RUN-DATE " | ./Machine10"
       			DELIMITED BY SIZE INTO WS-CMD
       	END-IF.
       	IF (WS-STEP-IDX = 7)
       		STRING "echo " WS-RUN-DATE " | ./Machine42"
       			DELIMITED BY SIZE INTO WS-CMD
       	END-IF.
       	IF (WS-STEP-IDX = 8)
       		STRING "echo " WS-RUN-DATE " | ./Machine46"
       			DELIMITED BY SIZE INTO WS-CMD
       	END-IF.
       	IF (WS-STEP-IDX = 9)
       		STRING "echo " WS-RUN-DATE " | ./Machine48"
       			DELIMITED BY SIZE INTO WS-CMD
       	END-IF.
       	IF (WS-STEP-IDX = 10)
       		STRING "echo " WS-RUN-DATE " | ./Machine52"
       			DELIMITED BY SIZE INTO WS-CMD
       	END-IF.
       	CALL "SYSTEM" USING WS-CMD.
       	MOVE "Y" TO WS-STEP-OK.
       	IF (RETURN-CODE NOT = 0)
