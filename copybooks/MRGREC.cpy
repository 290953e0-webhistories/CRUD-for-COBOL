      ******************************************************************
      * Client merge trail for MERGE.Dat, one line for every record a
      * MACHINE50 merge changed.  The lines of one merge share the
      * date, time, operator and surviving client number.  MRG-FROM is
      * the duplicate client number, or zero with MRG-FROM-NAME for
      * walk-in tickets taken on under that name.  MRG-FILE is CLIENT
      * (the duplicate master, set to MERGED), LOAN, LOANHIST, SURPLUS
      * or BUYSTK; MRG-KEYNO is the client, ticket or purchase number
      * and MRG-OLD-CLIENTNO the client number it carried before.
      ******************************************************************
       01  MERGE-REC.
       	 05 MRG-DATE		PIC 9(8).
       	 05 MRG-TIME		PIC 9(6).
       	 05 MRG-BRANCH	PIC X(3).
       	 05 MRG-OPERATOR	PIC X(10).
       	 05 MRG-SURVIVOR	PIC 9(5).
       	 05 MRG-FROM		PIC 9(5).
       	 05 MRG-FROM-NAME	PIC X(20).
       	 05 MRG-FILE		PIC X(8).
       	 05 MRG-KEYNO	PIC 9(5).
       	 05 MRG-OLD-CLIENTNO PIC 9(5).
