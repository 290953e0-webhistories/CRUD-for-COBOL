      * Portable branch-transfer record for XFER.Dat, written by the
      * MACHINE26 transfer-out option and loaded by transfer-in at the
      * receiving branch.  XFR-TYPE "H" is the header (source branch,
      * date, ticket number), "L" carries the 151-byte LOAN-REC image,
      * "P" one PAYMENT-REC image per ledger entry, "S" one
      * INSTSCH-REC row per instalment, "I" one PLEDGE-ITEM-REC per
      * article line and "G" one GOLD-WORKSHEET-REC per gold article,
      * so the payment history, any instalment schedule and the
      * articles with their appraisals travel with the loan.
      ******************************************************************
       01  XFER-REC.
       	 05 XFR-TYPE		PIC X(1).
       	 05 XFR-DATA		PIC X(151).
       	 05 XFR-HDR REDEFINES XFR-DATA.
       	 	10 XFR-BRANCHCD	PIC X(3).
       	 	10 XFR-DATE		PIC 9(8).
       	 	10 XFR-TRANSNO	PIC 9(5).
       	 	10 FILLER		PIC X(135).
