      * Snapshot of the ticket as issued (the loan record itself moves
      * as payments post), so a lost or jammed ticket can be
      * regenerated marked REPRINT with a count of how many times.
      * The release charges and net proceeds are kept so a reprint
      * shows what the pawner was actually handed.
      ******************************************************************
       01  TKTREG-REC.
       	 05 TKR-TRANSNO	PIC 9(5).
       	 05 TKR-DATEGRANTED	PIC 9(8).
       	 05 TKR-DUEDATE	PIC 9(8).
       	 05 TKR-REPRINTS	PIC 9(3).
       	 05 TKR-SVC-CHG	PIC 9(4)V99.
       	 05 TKR-DST		PIC 9(4)V99.
       	 05 TKR-NET		PIC 9(6)V99.
