      ******************************************************************
      * Daily closing record for RFCLOSE.Dat, keyed on the business
      * date.  Written by the MACHINE34 loans-receivable roll-forward
      * for every date it proves: the opening carried from the prior
      * date, the day's additions and reductions, the closing they
      * compute, and the open principal actually on LOAN.Dat.  The
      * next run opens from RFC-CLOSING, the proved balance on file.
      ******************************************************************
       01  RFCLOSE-REC.
       	 05 RFC-DATE		PIC 9(8).
       	 05 RFC-PRIOR-DATE	PIC 9(8).
       	 05 RFC-OPENING	PIC 9(9)V99.
       	 05 RFC-ADDS		PIC 9(9)V99.
       	 05 RFC-LESS		PIC 9(9)V99.
       	 05 RFC-COMPUTED	PIC S9(9)V99.
       	 05 RFC-CLOSING	PIC 9(9)V99.
       	 05 RFC-VARIANCE	PIC S9(9)V99.
       	 05 RFC-TICKETS	PIC 9(5).
       	 05 RFC-VAR-CTR	PIC 9(5).
       	 05 RFC-RUN-TS		PIC 9(14).
