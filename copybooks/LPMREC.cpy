      ******************************************************************
      * Layaway house rules for LAYPARM.Dat - a single record.  A
      * plan needs a deposit of at least LPM-MIN-DEP-PCT of the tag
      * price and runs at most LPM-MAX-TERM days.  MACHINE36 lapses a
      * plan past its due date, or one with no payment for
      * LPM-LAPSE-DAYS; LPM-FORF-PCT of the deposit is kept and the
      * rest of what was paid is refunded.  The programs carry the
      * head-office rules (20%, 90 days, 30 days, 100%) when the file
      * is absent.
      ******************************************************************
       01  LAYPARM-REC.
       	 05 LPM-MIN-DEP-PCT	PIC 9(3).
       	 05 LPM-MAX-TERM	PIC 9(3).
       	 05 LPM-LAPSE-DAYS	PIC 9(3).
       	 05 LPM-FORF-PCT	PIC 9(3).
