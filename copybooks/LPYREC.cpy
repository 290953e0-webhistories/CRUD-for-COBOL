      ******************************************************************
      * Layaway plan ledger line for LAYPMT.Dat - one line per money
      * movement on a plan: DEPOSIT and INSTAL receipts and REFUND
      * payouts carry the official receipt number they were issued
      * under; FORFEIT lines are written by the MACHINE36 lapse batch
      * with no receipt.  LPY-BALANCE is the plan balance after it.
      ******************************************************************
       01  LAYPMT-REC.
       	 05 LPY-PLANNO	PIC 9(5).
       	 05 LPY-DATE		PIC 9(8).
       	 05 LPY-KIND		PIC X(8).
       	 05 LPY-AMOUNT	PIC 9(6)V99.
       	 05 LPY-ORNBR	PIC 9(8).
       	 05 LPY-BALANCE	PIC 9(6)V99.
       	 05 LPY-OPERATOR	PIC X(10).
