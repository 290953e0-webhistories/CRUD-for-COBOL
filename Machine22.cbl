
      ******************************************************************
      * General ledger journal extract.  For one business date this
      * batch reads that date from the TXJRNL.Dat transaction journal
      * (loans released, outright purchases, auction proceeds,
      * surplus postings and refunds) and
      * PAYMENT.Dat (principal, interest and penalty actually
      * collected, net of voids), the service charge and documentary
      * stamp tax taken on release and renewal, the MACHINE35 retail
      * sales and layaway deposits, sales, forfeitures and refunds, the
      * MACHINE37 compensation paid for lost or damaged pledges (the
      * amount owed set off at settlement posts through PAYMENT.Dat
      * like a redemption), and writes a balanced debit/credit
      * journal to GLJRNL.csv using the account codes in GLMAP.Dat, so
      * the accountant stops re-keying the MACHINE10 end-of-day totals
      * by hand.  A date in a month closed by the MACHINE33 month-end
      * is refused until a manager reopens the month.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT PAYFILE ASSIGN TO "PAYMENT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PAYFILE-STATUS.
       	 SELECT GLJRNL ASSIGN TO "GLJRNL.csv"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-GLJRNL-STATUS.
       	 SELECT PRDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PRD-PERIOD
       	 FILE STATUS IS WS-PRDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
       FD  GLJRNL
       	 LABEL RECORD IS STANDARD.
       01  JRNL-REC			PIC X(100).
       FD  PRDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PERIOD.Dat"
       	 DATA RECORD IS PERIOD-REC.
       COPY PRDREC.
       WORKING-STORAGE SECTION.
       01 WS-AUD-FIELDS.
       	 05 WS-AUD-TRANSNO-X	PIC X(5).
       	 05 WS-ACCT-SURPAY	PIC X(8) VALUE "210000".
       	 05 WS-ACCT-BUYSTK	PIC X(8) VALUE "130000".
       	 05 WS-ACCT-CHANNEL	PIC X(8) VALUE "102000".
       	 05 WS-ACCT-SVCINC	PIC X(8) VALUE "404000".
       	 05 WS-ACCT-DSTPAY	PIC X(8) VALUE "220000".
       	 05 WS-ACCT-LAYDEP	PIC X(8) VALUE "230000".
       	 05 WS-ACCT-LAYINC	PIC X(8) VALUE "405000".
       	 05 WS-ACCT-INCLOSS	PIC X(8) VALUE "501000".
       01 W-AMT-EDIT		PIC 9(7).99.
       01 W-RPTDATE-DISP	PIC 9999/99/99.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-GLMAP-STATUS PIC XX.
       77 WS-GLJRNL-STATUS PIC XX.
       77 WS-PRDFILE-STATUS PIC XX.
       77 WS-PRD-DATE		PIC 9(8).
       77 WS-PRD-CLOSED	PIC A.
       77 WS-EOF			PIC A.
       77 WS-RPT-DATE		PIC 9(8).
       77 WS-TOT-CREATE	PIC 9(9)V99.
       77 WS-TOT-CHPRIN	PIC 9(9)V99.
       77 WS-TOT-CHINT	PIC 9(9)V99.
       77 WS-TOT-CHPEN	PIC 9(9)V99.
       77 WS-TOT-SVC		PIC 9(9)V99.
       77 WS-TOT-DST		PIC 9(9)V99.
       77 WS-TOT-RTL		PIC 9(9)V99.
       77 WS-TOT-LAYPAY	PIC 9(9)V99.
       77 WS-TOT-LAYDONE	PIC 9(9)V99.
       77 WS-TOT-LAYFORF	PIC 9(9)V99.
       77 WS-TOT-LAYREF	PIC 9(9)V99.
       77 WS-TOT-INCCOMP	PIC 9(9)V99.
       77 WS-TOT-DR		PIC 9(10)V99.
       77 WS-TOT-CR		PIC 9(10)V99.
       77 WS-JRNL-AMT		PIC 9(9)V99.
       	IF (WS-RPT-DATE = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-DATE
       	END-IF.
       	MOVE WS-RPT-DATE TO WS-PRD-DATE.
       	PERFORM CHECK-PERIOD-RTN THRU END-CHECK-PERIOD-RTN.
       	IF (WS-PRD-CLOSED = "Y")
       		DISPLAY "PERIOD " WS-RPT-DATE(1:6) " IS CLOSED."
       		DISPLAY "A MANAGER MUST REOPEN IT IN MACHINE33 FIRST."
       		STOP RUN
       	END-IF.
       	MOVE 0 TO WS-TOT-CREATE.
       	MOVE 0 TO WS-TOT-PRIN.
       	MOVE 0 TO WS-TOT-INT.
       	MOVE 0 TO WS-TOT-CHPRIN.
       	MOVE 0 TO WS-TOT-CHINT.
       	MOVE 0 TO WS-TOT-CHPEN.
       	MOVE 0 TO WS-TOT-SVC.
       	MOVE 0 TO WS-TOT-DST.
       	MOVE 0 TO WS-TOT-RTL.
       	MOVE 0 TO WS-TOT-LAYPAY.
       	MOVE 0 TO WS-TOT-LAYDONE.
       	MOVE 0 TO WS-TOT-LAYFORF.
       	MOVE 0 TO WS-TOT-LAYREF.
       	MOVE 0 TO WS-TOT-INCCOMP.
       	MOVE 0 TO WS-TOT-DR.
       	MOVE 0 TO WS-TOT-CR.
       	MOVE 0 TO WS-LINE-CTR.
       	IF (GLM-KEY = "CHANNEL")
       		MOVE GLM-ACCT TO WS-ACCT-CHANNEL
       	END-IF.
       	IF (GLM-KEY = "SVCINC")
       		MOVE GLM-ACCT TO WS-ACCT-SVCINC
       	END-IF.
       	IF (GLM-KEY = "DSTPAY")
       		MOVE GLM-ACCT TO WS-ACCT-DSTPAY
       	END-IF.
       	IF (GLM-KEY = "LAYDEP")
       		MOVE GLM-ACCT TO WS-ACCT-LAYDEP
       	END-IF.
       	IF (GLM-KEY = "LAYINC")
       		MOVE GLM-ACCT TO WS-ACCT-LAYINC
       	END-IF.
       	IF (GLM-KEY = "INCLOSS")
       		MOVE GLM-ACCT TO WS-ACCT-INCLOSS
       	END-IF.
       	READ GLMAP AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-GLMAP-ONE-RTN.
      ******************************************************************
      * WS-PRD-CLOSED is "Y" when the month WS-PRD-DATE falls in has
      * been closed in PERIOD.Dat by the MACHINE33 month-end and not
      * reopened by a manager.
      ******************************************************************
       CHECK-PERIOD-RTN.
       	MOVE "N" TO WS-PRD-CLOSED.
       	OPEN INPUT PRDFILE.
       	IF (WS-PRDFILE-STATUS NOT = "00")
       		GO TO END-CHECK-PERIOD-RTN
       	END-IF.
       	MOVE WS-PRD-DATE(1:6) TO PRD-PERIOD.
       	READ PRDFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (PRD-STATUS = "CLOSED")
       			MOVE "Y" TO WS-PRD-CLOSED
       		END-IF
       	END-READ.
       	CLOSE PRDFILE.
       END-CHECK-PERIOD-RTN.
       SCAN-AUDIT-RTN.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat ON FILE. STATUS: "
       			WS-TXJFILE-STATUS
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		GO TO END-SCAN-AUDIT-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	MOVE WS-RPT-DATE TO TXJ-DATE.
       	MOVE LOW-VALUES TO TXJ-BRANCH.
       	MOVE 0 TO TXJ-SEQ.
       	START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       	PERFORM TALLY-AUDIT-RTN THRU END-TALLY-AUDIT-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE TXJFILE.
       END-SCAN-AUDIT-RTN.
       TALLY-AUDIT-RTN.
       	MOVE TXJ-TRANSNO TO WS-AUD-TRANSNO-X.
       	MOVE TXJ-ACTION TO WS-AUD-ACTION.
       	MOVE TXJ-OPERATOR TO WS-AUD-OPER.
       	MOVE TXJ-DATE TO WS-AUD-TS-X(1:8).
       	MOVE TXJ-TIME TO WS-AUD-TS-X(9:6).
       	MOVE TXJ-AMOUNT TO WS-AUD-AMT.
       	IF (WS-AUD-ACTION = "CREATE")
       		ADD WS-AUD-AMT TO WS-TOT-CREATE
       	END-IF.
       	IF (WS-AUD-ACTION = "BUY")
       		ADD WS-AUD-AMT TO WS-TOT-BUY
       	END-IF.
       	IF (WS-AUD-ACTION = "SVCCHG") OR
       	(WS-AUD-ACTION = "SVCCHG-RN")
       		ADD WS-AUD-AMT TO WS-TOT-SVC
       	END-IF.
       	IF (WS-AUD-ACTION = "DSTAX") OR
       	(WS-AUD-ACTION = "DSTAX-RN")
       		ADD WS-AUD-AMT TO WS-TOT-DST
       	END-IF.
       	IF (WS-AUD-ACTION = "RTLSALE")
       		ADD WS-AUD-AMT TO WS-TOT-RTL
       	END-IF.
       	IF (WS-AUD-ACTION = "LAYPAY")
       		ADD WS-AUD-AMT TO WS-TOT-LAYPAY
       	END-IF.
       	IF (WS-AUD-ACTION = "LAYDONE")
       		ADD WS-AUD-AMT TO WS-TOT-LAYDONE
       	END-IF.
       	IF (WS-AUD-ACTION = "LAYFORF")
       		ADD WS-AUD-AMT TO WS-TOT-LAYFORF
       	END-IF.
       	IF (WS-AUD-ACTION = "LAYREF")
       		ADD WS-AUD-AMT TO WS-TOT-LAYREF
       	END-IF.
       	IF (WS-AUD-ACTION = "INCCOMP")
       		ADD WS-AUD-AMT TO WS-TOT-INCCOMP
       	END-IF.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-TALLY-AUDIT-RTN.
       READ-TXJ-RTN.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-TXJ-RTN
       	END-IF.
       	READ TXJFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "N" AND TXJ-DATE NOT = WS-RPT-DATE)
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-READ-TXJ-RTN.
      ******************************************************************
      * Collections come from the payment ledger split so interest and
      * penalty income post to their own accounts; "V" reversal
       		MOVE "CHANNEL PENALTY" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	IF (WS-TOT-SVC > 0)
       		MOVE WS-TOT-SVC TO WS-JRNL-AMT
       		MOVE WS-ACCT-CASH TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-SVCINC TO WS-JRNL-CRACCT
       		MOVE "SERVICE CHARGES" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	IF (WS-TOT-DST > 0)
       		MOVE WS-TOT-DST TO WS-JRNL-AMT
       		MOVE WS-ACCT-CASH TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-DSTPAY TO WS-JRNL-CRACCT
       		MOVE "DOC. STAMP TAX PAYABLE" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	IF (WS-TOT-RTL > 0)
       		MOVE WS-TOT-RTL TO WS-JRNL-AMT
       		MOVE WS-ACCT-CASH TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-AUCINC TO WS-JRNL-CRACCT
       		MOVE "RETAIL SALES" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	IF (WS-TOT-LAYPAY > 0)
       		MOVE WS-TOT-LAYPAY TO WS-JRNL-AMT
       		MOVE WS-ACCT-CASH TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-LAYDEP TO WS-JRNL-CRACCT
       		MOVE "LAYAWAY DEPOSITS" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	IF (WS-TOT-LAYDONE > 0)
       		MOVE WS-TOT-LAYDONE TO WS-JRNL-AMT
       		MOVE WS-ACCT-LAYDEP TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-AUCINC TO WS-JRNL-CRACCT
       		MOVE "LAYAWAY SALES" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	IF (WS-TOT-LAYFORF > 0)
       		MOVE WS-TOT-LAYFORF TO WS-JRNL-AMT
       		MOVE WS-ACCT-LAYDEP TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-LAYINC TO WS-JRNL-CRACCT
       		MOVE "LAYAWAY FORFEITURES" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	IF (WS-TOT-LAYREF > 0)
       		MOVE WS-TOT-LAYREF TO WS-JRNL-AMT
       		MOVE WS-ACCT-LAYDEP TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-CASH TO WS-JRNL-CRACCT
       		MOVE "LAYAWAY REFUNDS" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	IF (WS-TOT-INCCOMP > 0)
       		MOVE WS-TOT-INCCOMP TO WS-JRNL-AMT
       		MOVE WS-ACCT-INCLOSS TO WS-JRNL-DRACCT
       		MOVE WS-ACCT-CASH TO WS-JRNL-CRACCT
       		MOVE "INCIDENT COMPENSATION" TO WS-JRNL-DESC
       		PERFORM WRITE-PAIR-RTN THRU END-WRITE-PAIR-RTN
       	END-IF.
       	CLOSE GLJRNL.
       	MOVE WS-RPT-DATE TO W-RPTDATE-DISP.
       	DISPLAY "JOURNAL FOR " W-RPTDATE-DISP
