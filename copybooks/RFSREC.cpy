      ******************************************************************
      * Ticket principal snapshot for RFSNAP.Dat, keyed on business
      * date and TRANSNO.  MACHINE34 writes one record per open ticket
      * at each close and keeps only the last two dates; the prior
      * date's records price the tickets that leave LOAN.Dat
      * (transfers out, deletes, purges) and any variance by ticket.
      ******************************************************************
       01  RFSNAP-REC.
       	 05 RFS-KEY.
       	 	10 RFS-DATE	PIC 9(8).
       	 	10 RFS-TRANSNO	PIC 9(5).
       	 05 RFS-LOA		PIC 9(5)V99.
       	 05 RFS-BRANCHCD	PIC X(3).
       	 05 RFS-CATEGORY	PIC X(10).
