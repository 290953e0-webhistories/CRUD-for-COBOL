      ******************************************************************
      * Branch change-data extract record.  MACHINE42 writes one
      * extract per business date at the end of the branch's nightly
      * stream: an H header (branch, date, the date of the previous
      * extract), the detail records, and a T trailer with the control
      * totals.  CDX-SEQ runs 1, 2, 3 ... per branch and is carried on
      * every record; MACHINE43 at head office applies the extracts in
      * that order and refuses a gap or a sequence already applied.
      * Detail types: L = LOAN.Dat record, CDX-ACTION A (added),
      * C (changed) or D (deleted - the last image sent); P = a
      * PAYMENT.Dat line of the date; C = a new CLIENT.Dat record;
      * A = a new AUCTION.Dat lot; B = a ticket number block of the
      * branch new on TKTSER.Dat.  CDX-DATA holds the record image.
      ******************************************************************
       01  CDX-REC.
       	 05 CDX-TYPE		PIC X(1).
       		 88 CDX-HEADER VALUE "H".
       		 88 CDX-LOAN VALUE "L".
       		 88 CDX-PAYMENT VALUE "P".
       		 88 CDX-CLIENT VALUE "C".
       		 88 CDX-LOT VALUE "A".
       		 88 CDX-BLOCK VALUE "B".
       		 88 CDX-TRAILER VALUE "T".
       	 05 CDX-ACTION	PIC X(1).
       	 05 CDX-BRANCH	PIC X(3).
       	 05 CDX-SEQ		PIC 9(6).
       	 05 CDX-DATA		PIC X(151).
       	 05 CDX-HDR REDEFINES CDX-DATA.
       	 	10 CDX-H-DATE	PIC 9(8).
       	 	10 CDX-H-PREV-DATE PIC 9(8).
       	 	10 CDX-H-TS	PIC 9(14).
       	 	10 FILLER		PIC X(121).
       	 05 CDX-TRL REDEFINES CDX-DATA.
       	 	10 CDX-T-RECS	PIC 9(7).
       	 	10 CDX-T-LOAN-ADD PIC 9(6).
       	 	10 CDX-T-LOAN-CHG PIC 9(6).
       	 	10 CDX-T-LOAN-DEL PIC 9(6).
       	 	10 CDX-T-PAYS	PIC 9(6).
       	 	10 CDX-T-CLIENTS PIC 9(6).
       	 	10 CDX-T-LOTS	PIC 9(6).
       	 	10 CDX-T-LOA	PIC 9(11)V99.
       	 	10 CDX-T-PAY-AMT PIC 9(11)V99.
       	 	10 CDX-T-BLOCKS PIC 9(6).
       	 	10 FILLER		PIC X(76).
