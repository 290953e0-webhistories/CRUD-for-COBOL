      ******************************************************************
      * Transaction journal record for TXJRNL.Dat, keyed on the
      * business date, branch and a sequence number within the day
      * (TXJCTL.Dat holds the next one).  Every posting that writes an
      * AUDIT.log line writes one of these as well, with the fields
      * typed, so the date-driven reports START at the first record of
      * the day or period they need instead of parsing the whole log.
      * TXJ-TRANSNO is an alternate key for look-ups by ticket (or lot
      * or plan number, as on the audit line).  TXJ-SOURCE is P when
      * written at posting time and L when built by the MACHINE39 load
      * from AUDIT.log and the monthly AUDIT_yyyymm.log archives.
      ******************************************************************
       01  TXJ-REC.
       	 05 TXJ-KEY.
       	 	10 TXJ-DATE	PIC 9(8).
       	 	10 TXJ-BRANCH	PIC X(3).
       	 	10 TXJ-SEQ	PIC 9(7).
       	 05 TXJ-TRANSNO	PIC 9(5).
       	 05 TXJ-TIME		PIC 9(6).
       	 05 TXJ-ACTION	PIC X(10).
       	 05 TXJ-OPERATOR	PIC X(10).
       	 05 TXJ-AMOUNT	PIC 9(6)V99.
       	 05 TXJ-SOURCE	PIC X.
