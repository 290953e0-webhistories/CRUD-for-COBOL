      ******************************************************************
      * Outbound biller record.  MACHINE46 writes one file per payment
      * partner per business date: an H header (file date, the next
      * day, branch name), one D detail per ticket on LOAN.Dat, and a
      * T trailer with the detail count, the hash total of the ticket
      * numbers and the total payoff.  BIL-D-CLNAME is masked to the
      * first letter of each word.  BIL-D-STATUS is OPEN when the
      * partner may take payment; HELD (police hold), FORFEIT and
      * CLOSED (redeemed, disposed or settled) are to be refused, and
      * carry no amounts.  The minimum payment is interest plus
      * penalty; the payoffs are on the QUOTE-PAYOFF-RTN basis as of
      * the file date and the day after.
      ******************************************************************
       01  BIL-REC.
       	 05 BIL-TYPE		PIC X(1).
       		 88 BIL-HEADER VALUE "H".
       		 88 BIL-DETAIL VALUE "D".
       		 88 BIL-TRAILER VALUE "T".
       	 05 BIL-PARTNER	PIC X(6).
       	 05 BIL-BRANCH	PIC X(3).
       	 05 BIL-DATA		PIC X(90).
       	 05 BIL-HDR REDEFINES BIL-DATA.
       	 	10 BIL-H-DATE	PIC 9(8).
       	 	10 BIL-H-NEXT-DATE PIC 9(8).
       	 	10 BIL-H-TS	PIC 9(14).
       	 	10 BIL-H-BR-NAME	PIC X(20).
       	 	10 FILLER		PIC X(40).
       	 05 BIL-DTL REDEFINES BIL-DATA.
       	 	10 BIL-D-TRANSNO	PIC 9(5).
       	 	10 BIL-D-CLNAME	PIC X(20).
       	 	10 BIL-D-STATUS	PIC X(8).
       			 88 BIL-D-PAYABLE VALUE "OPEN".
       	 	10 BIL-D-DUEDATE	PIC 9(8).
       	 	10 BIL-D-MIN-PAY	PIC 9(7)V99.
       	 	10 BIL-D-PAYOFF	PIC 9(7)V99.
       	 	10 BIL-D-PAYOFF-NEXT PIC 9(7)V99.
       	 	10 FILLER		PIC X(22).
       	 05 BIL-TRL REDEFINES BIL-DATA.
       	 	10 BIL-T-RECS	PIC 9(7).
       	 	10 BIL-T-HASH	PIC 9(12).
       	 	10 BIL-T-PAYOFF	PIC 9(11)V99.
       	 	10 FILLER		PIC X(58).
