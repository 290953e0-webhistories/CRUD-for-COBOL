      ******************************************************************
      * Branch main-safe day record for SAFE.Dat, keyed on branch and
      * business date.  The first safe movement of a day opens it with
      * the previous day's closing - the dual-custodian count when the
      * day was counted, otherwise the expected balance.  Float issued
      * to a drawer at MACHINE4 shift open and the cash turned in at
      * shift close are posted by MACHINE4; bank deposits, head-office
      * replenishments and the day-end count by MACHINE41.  Expected
      * closing = SF-OPENING - SF-FLOAT-ISS + SF-TURNIN - SF-DEPOSIT
      * + SF-REPLEN.  SF-STATUS is OPEN, or COUNTED once two
      * custodians have counted the safe; a movement after the count
      * puts the day back to OPEN for a recount.
      ******************************************************************
       01  SAFE-REC.
       	 05 SF-KEY.
       	 	10 SF-BRANCHCD	PIC X(3).
       	 	10 SF-DATE	PIC 9(8).
       	 05 SF-OPENING	PIC S9(8)V99.
       	 05 SF-FLOAT-ISS	PIC 9(8)V99.
       	 05 SF-TURNIN	PIC 9(8)V99.
       	 05 SF-DEPOSIT	PIC 9(8)V99.
       	 05 SF-REPLEN	PIC 9(8)V99.
       	 05 SF-STATUS	PIC X(8).
       	 05 SF-COUNTED	PIC 9(8)V99.
       	 05 SF-VARIANCE	PIC S9(8)V99.
       	 05 SF-CUST1	PIC X(10).
       	 05 SF-CUST2	PIC X(10).
       	 05 SF-COUNT-TS	PIC 9(14).
