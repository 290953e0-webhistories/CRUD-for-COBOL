      ******************************************************************
      * Pawn ticket number register TKTNBR.Dat, keyed on the ticket
      * number.  A number is not handed out until its record has been
      * written, and the records are never purged, so a number drawn
      * from the series is never issued twice - not even after the
      * loan has gone to LOANHIST.Dat.  A jammed, cancelled or damaged
      * form is entered in MACHINE51 and its number marked SPOILED with
      * the reason.  MACHINE52 prints the daily series report from it.
      ******************************************************************
       01  TKTNBR-REC.
       	 05 TKN-TRANSNO	PIC 9(5).
       	 05 TKN-BRANCHCD	PIC X(3).
       	 05 TKN-DATE		PIC 9(8).
       	 05 TKN-TIME		PIC 9(6).
       	 05 TKN-OPERATOR	PIC X(10).
       	 05 TKN-PROGRAM	PIC X(10).
       	 05 TKN-STATUS	PIC X(8).
       		 88 TKN-ISSUED VALUE "ISSUED".
       		 88 TKN-SPOILED VALUE "SPOILED".
       	 05 TKN-SP-DATE	PIC 9(8).
       	 05 TKN-SP-OPER	PIC X(10).
       	 05 TKN-REASON	PIC X(30).
