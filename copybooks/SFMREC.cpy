      ******************************************************************
      * Safe movement line for SAFEMOV.Dat, one per movement in or out
      * of the branch main safe.  SFM-TYPE is FLOATISS (float to a
      * drawer at shift open), TURNIN (drawer cash back at shift
      * close), BANKDEP (bank deposit, SFM-REF the deposit slip no.),
      * HOREPL (head-office replenishment, SFM-REF the HO voucher),
      * OPENBAL (the opening balance taken over when the ledger is
      * started) or COUNT (day-end count by SFM-OPERATOR and
      * SFM-OPERATOR2, SFM-AMOUNT the counted cash).  SFM-BALANCE is
      * the expected safe balance after the movement.
      ******************************************************************
       01  SAFEMOV-REC.
       	 05 SFM-BRANCHCD	PIC X(3).
       	 05 SFM-DATE	PIC 9(8).
       	 05 SFM-TIME	PIC 9(6).
       	 05 SFM-TYPE	PIC X(8).
       	 05 SFM-AMOUNT	PIC 9(8)V99.
       	 05 SFM-REF		PIC X(15).
       	 05 SFM-OPERATOR	PIC X(10).
       	 05 SFM-OPERATOR2	PIC X(10).
       	 05 SFM-BALANCE	PIC S9(8)V99.
