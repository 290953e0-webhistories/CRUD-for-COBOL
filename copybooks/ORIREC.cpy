      ******************************************************************
      * Official receipt number issue file ORISSUE.Dat, keyed on the
      * OR number.  ORCTL.Dat only suggests the next number; a number
      * is not handed out until its ORISSUE.Dat record has been
      * written, and a number already on file is skipped, so two
      * counters printing at the same moment can never both be given
      * it.  Written by every program that prints an official receipt.
      ******************************************************************
       01  ORISSUE-REC.
       	 05 ORI-NBR		PIC 9(8).
       	 05 ORI-DATE		PIC 9(8).
       	 05 ORI-TIME		PIC 9(6).
       	 05 ORI-BRANCH	PIC X(3).
       	 05 ORI-OPERATOR	PIC X(10).
       	 05 ORI-PROGRAM	PIC X(10).
