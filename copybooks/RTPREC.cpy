      ******************************************************************
      * Personal-data retention parameter for RETPARM.Dat - a single
      * record giving how many years after a client's last closed
      * loan their name, address, telephone and ID are kept.  Set by
      * a manager in the MACHINE45 retention run, which anonymizes the
      * clients and tickets past it.  With no record the run uses 5.
      ******************************************************************
       01  RETPARM-REC.
       	 05 RTP-YEARS	PIC 9(2).
       	 05 RTP-SET-BY	PIC X(10).
       	 05 RTP-SET-DATE	PIC 9(8).
