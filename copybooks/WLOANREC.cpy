       	 05 W-PEN-DEC REDEFINES W-PENALTY PIC 9(5)V99.
       	 05 W-PEN-MONTHS	PIC 9(3).
       	 05 W-BRANCHCD	PIC X(3).
       	 05 W-LOAN-TYPE	PIC X(1).
