      ******************************************************************
      * Pawn ticket number series file TKTSER.Dat, keyed on the first
      * number of the block.  Head office allots each branch blocks of
      * ticket numbers matching the pre-printed ticket stock sent to it;
      * no two blocks overlap, so a ticket number alone tells which
      * branch issued it.  New tickets take TKS-NEXT from the branch's
      * lowest OPEN block; a block is USED once its last number is out.
      * Kept the same at every branch and maintained in MACHINE51.
      ******************************************************************
       01  TKTSER-REC.
       	 05 TKS-FROM		PIC 9(5).
       	 05 TKS-TO		PIC 9(5).
       	 05 TKS-BRANCHCD	PIC X(3).
       	 05 TKS-NEXT		PIC 9(6).
       	 05 TKS-STATUS	PIC X(6).
       		 88 TKS-OPEN VALUE "OPEN".
       		 88 TKS-USED VALUE "USED".
       	 05 TKS-DATE		PIC 9(8).
       	 05 TKS-OPERATOR	PIC X(10).
