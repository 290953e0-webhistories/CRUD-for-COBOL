      ******************************************************************
      * Record lock register LOCKREG.Dat, one entry for every loan,
      * vault or drawer record a counter program has taken for update.
      * The entry is written before the record is read for update and
      * deleted once the posting is done; a second counter finding the
      * key already on file is told which operator holds the record
      * and since when.  LCK-FILE is LOAN, VAULT or SHIFT and
      * LCK-RECKEY the ticket number or operator id.  An entry left by
      * the same operator, or dated before today (a counter that went
      * down mid-posting), is taken over by the next caller.  Every
      * conflict and take-over is written to LOCKLOG.log.
      ******************************************************************
       01  LOCK-REC.
       	 05 LCK-KEY.
       	 	10 LCK-FILE	PIC X(8).
       	 	10 LCK-RECKEY	PIC X(10).
       	 05 LCK-OPERATOR	PIC X(10).
       	 05 LCK-PROGRAM	PIC X(10).
       	 05 LCK-BRANCH	PIC X(3).
       	 05 LCK-DATE		PIC 9(8).
       	 05 LCK-TIME		PIC 9(6).
