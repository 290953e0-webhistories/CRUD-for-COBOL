      ******************************************************************
      * Shared LOAN-REC layout used by the LOANFILE FD in all four
      * MACHINE programs.  TRANSNO is the indexed file's RECORD KEY.
      * LOAN-TYPE is "I" for an instalment loan paid monthly against
      * its INSTSCH.Dat schedule; blank or "S" is the single-maturity
      * loan payable in full by DUEDATE.
      ******************************************************************
       01  LOAN-REC.
       	 05 TRANSNO		PIC 9(5).
       	 05 PENALTY		PIC 9(5)V99.
       	 05 PEN-MONTHS		PIC 9(3).
       	 05 BRANCHCD		PIC X(3).
       	 05 LOAN-TYPE		PIC X(1).
       		 88 LOAN-TYPE-INSTAL VALUE "I".
