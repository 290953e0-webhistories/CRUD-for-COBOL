      * option when an item is bought outright; BUY-STATUS is ONHAND
      * until MACHINE8 pulls it into an auction lot (AUCTION) and the
      * lot sale closes it (SOLD), so resale proceeds are tracked the
      * same way as forfeited pledges.  An item matched against the
      * stolen-goods hot list is POLICEHOLD until a manager releases
      * it.  BUY-SERIAL carries any serial number or markings.
      ******************************************************************
       01  BUYSTK-REC.
       	 05 BUY-REFNO		PIC 9(5).
       	 05 BUY-DATE		PIC 9(8).
       	 05 BUY-STATUS	PIC X(10).
       	 05 BUY-BRANCHCD	PIC X(3).
       	 05 BUY-SERIAL		PIC X(20).
