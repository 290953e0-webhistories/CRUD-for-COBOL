      ******************************************************************
      * Head-office payment ledger HOPAY.Dat: every branch PAYMENT.Dat
      * line received on an extract, behind the branch code.  HP-PAY is
      * the PAYMENT-REC image.
      ******************************************************************
       01  HOPAY-REC.
       	 05 HP-BRANCH	PIC X(3).
       	 05 HP-PAY		PIC X(79).
