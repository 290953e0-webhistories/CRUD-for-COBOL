      ******************************************************************
      * Release and renewal charge bracket for CHGPARM.Dat - one
      * record per loan-amount bracket giving the flat service charge
      * and the documentary stamp tax taken from a loan of CHG-LOAN-
      * FROM to CHG-LOAN-TO.  Both charges are deducted from the
      * proceeds at release and collected in cash at renewal.  An
      * amount with no bracket carries no charges.
      ******************************************************************
       01  CHGPARM-REC.
       	 05 CHG-LOAN-FROM	PIC 9(6)V99.
       	 05 CHG-LOAN-TO	PIC 9(6)V99.
       	 05 CHG-SVC-FEE	PIC 9(4)V99.
       	 05 CHG-DST		PIC 9(4)V99.
