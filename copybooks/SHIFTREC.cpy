      * Opened with a counted float at sign-on in MACHINE4; loan
      * releases add to SH-CASH-OUT, payments/redemptions to
      * SH-CASH-IN; close-shift compares expected against counted.
      * The float is issued from the branch main safe (SAFE.Dat) and
      * the counted cash turned in to it when the shift closes.
      ******************************************************************
       01  SHIFT-REC.
       	 05 SH-OPERATOR	PIC X(10).
