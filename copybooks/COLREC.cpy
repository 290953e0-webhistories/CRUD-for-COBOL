      ******************************************************************
      * Collection activity record for COLLECT.Dat, keyed on the ticket
      * number and a running entry number per ticket.  One record per
      * call, text, visit or letter on an overdue loan, entered by the
      * collector in MACHINE47.  COL-METHOD is CALL, SMS, VISIT or
      * LETTER; COL-OUTCOME is NOANSWER, PROMISE (promised to pay),
      * REFUSED or WRONGNO (wrong number).  A PROMISE carries the
      * promise-to-pay date and amount with COL-PTP-STATUS PENDING; the
      * MACHINE48 worklist batch sets it KEPT or BROKEN once the date
      * has passed, from the payments on PAYMENT.Dat, and REPLACED is
      * set when a later promise is taken on the same ticket.
      * COL-NEXT-DATE is when the loan comes back on the worklist.
      ******************************************************************
       01  COLLECT-REC.
       	 05 COL-KEY.
       	 	10 COL-TRANSNO	PIC 9(5).
       	 	10 COL-SEQ		PIC 9(3).
       	 05 COL-DATE		PIC 9(8).
       	 05 COL-TIME		PIC 9(6).
       	 05 COL-COLLECTOR	PIC X(10).
       	 05 COL-METHOD	PIC X(6).
       	 05 COL-OUTCOME	PIC X(8).
       		 88 COL-PROMISE VALUE "PROMISE".
       	 05 COL-PTP-DATE	PIC 9(8).
       	 05 COL-PTP-AMT	PIC 9(6)V99.
       	 05 COL-PTP-STATUS	PIC X(8).
       		 88 COL-PTP-PENDING VALUE "PENDING".
       		 88 COL-PTP-BROKEN VALUE "BROKEN".
       	 05 COL-PTP-PAID	PIC 9(6)V99.
       	 05 COL-NEXT-DATE	PIC 9(8).
       	 05 COL-REMARKS	PIC X(30).
