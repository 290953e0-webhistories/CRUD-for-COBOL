      ******************************************************************
      * Instalment schedule record for INSTSCH.Dat, keyed on the ticket
      * number and instalment number.  One row per month is written
      * when an instalment loan (LOAN-TYPE "I") is granted in MACHINE1
      * or MACHINE4, splitting the principal and the interest evenly
      * over NOMON months; the last row takes the odd centavos and
      * falls due on DUEDATE.  Payments through MACHINE4 and MACHINE29
      * are applied to the oldest unpaid row, interest first.
      * ISC-STATUS is OPEN, PARTIAL, PAID, or MISSED once the MACHINE6
      * aging batch finds it unpaid past its due date.
      ******************************************************************
       01  INSTSCH-REC.
       	 05 ISC-KEY.
       	 	10 ISC-TRANSNO	PIC 9(5).
       	 	10 ISC-INSTNO	PIC 9(2).
       	 05 ISC-DUEDATE	PIC 9(8).
       	 05 ISC-PRINCIPAL	PIC 9(5)V99.
       	 05 ISC-INTEREST	PIC 9(4)V99.
       	 05 ISC-PRIN-PAID	PIC 9(5)V99.
       	 05 ISC-INT-PAID	PIC 9(4)V99.
       	 05 ISC-STATUS	PIC X(8).
       	 05 ISC-PAID-DATE	PIC 9(8).
