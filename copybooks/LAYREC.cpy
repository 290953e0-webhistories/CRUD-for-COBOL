      ******************************************************************
      * Layaway plan record for LAYAWAY.Dat, keyed on LAY-PLANNO.
      * Opened in MACHINE35 when a customer reserves an AUCTION.Dat
      * lot at its tag price with a deposit; the lot is held as
      * LAYAWAY until the plan ends.  LAY-STATUS is OPEN while
      * instalments are due, PAIDUP once LAY-BALANCE reaches zero and
      * the sale is booked, PICKEDUP when the item is released on
      * LAY-PICKUP-DATE.  The MACHINE36 lapse batch marks an unpaid
      * plan LAPSED, keeps LAY-FORFEITED under the house rules in
      * LAYPARM.Dat and leaves LAY-REFUND owed to the customer until
      * it is paid out in MACHINE35 (REFUNDED).
      ******************************************************************
       01  LAYAWAY-REC.
       	 05 LAY-PLANNO	PIC 9(5).
       	 05 LAY-LOTNO	PIC 9(5).
       	 05 LAY-ITEM-DESC	PIC X(20).
       	 05 LAY-CUSTNAME	PIC X(20).
       	 05 LAY-CONTACT	PIC X(15).
       	 05 LAY-PRICE	PIC 9(6)V99.
       	 05 LAY-DEPOSIT	PIC 9(6)V99.
       	 05 LAY-PAID	PIC 9(6)V99.
       	 05 LAY-BALANCE	PIC 9(6)V99.
       	 05 LAY-START-DATE	PIC 9(8).
       	 05 LAY-DUE-DATE	PIC 9(8).
       	 05 LAY-LAST-PAY	PIC 9(8).
       	 05 LAY-PAY-CTR	PIC 9(3).
       	 05 LAY-PICKUP-DATE	PIC 9(8).
       	 05 LAY-LAPSE-DATE	PIC 9(8).
       	 05 LAY-FORFEITED	PIC 9(6)V99.
       	 05 LAY-REFUND	PIC 9(6)V99.
       	 05 LAY-REFUND-DATE	PIC 9(8).
       	 05 LAY-STATUS	PIC X(10).
       	 05 LAY-OPERATOR	PIC X(10).
       	 05 LAY-BRANCHCD	PIC X(3).
