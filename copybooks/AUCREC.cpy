      * Auction lot record for AUCTION.Dat - one lot per forfeited
      * loan pulled by MACHINE8, keyed on the originating LOT-TRANSNO.
      * LOT-STATUS is FORSALE until a sale is recorded, then SOLD.
      * MACHINE35 sells lots over the counter as well, and holds a lot
      * reserved on a layaway plan as LAYAWAY until the plan is paid
      * up (SOLD) or lapses (back to FORSALE).
      ******************************************************************
       01  AUCTION-REC.
       	 05 LOT-TRANSNO	PIC 9(5).
