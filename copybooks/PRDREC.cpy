      ******************************************************************
      * Accounting period record for PERIOD.Dat, keyed on PRD-PERIOD
      * (YYYYMM).  Written by the MACHINE33 month-end accrual when a
      * manager closes the month, with the interest accrued at its
      * last calendar day.  PRD-STATUS is CLOSED, or REOPENED once a
      * manager has opened the month again in MACHINE33.  While a
      * month is CLOSED the MACHINE4 void option, MACHINE8 lot sale
      * dates and MACHINE22 journal reruns refuse any date in it.
      ******************************************************************
       01  PERIOD-REC.
       	 05 PRD-PERIOD	PIC 9(6).
       	 05 PRD-STATUS	PIC X(8).
       	 05 PRD-MONTH-END	PIC 9(8).
       	 05 PRD-ACCRUED	PIC 9(8)V99.
       	 05 PRD-LOAN-CTR	PIC 9(5).
       	 05 PRD-CLOSED-BY	PIC X(10).
       	 05 PRD-CLOSED-TS	PIC 9(14).
       	 05 PRD-REOPEN-BY	PIC X(10).
       	 05 PRD-REOPEN-TS	PIC 9(14).
