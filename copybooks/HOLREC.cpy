      ******************************************************************
      * Head-office central copy of the branch loan files, HOLOAN.Dat,
      * keyed on branch code + TRANSNO since each branch numbers its
      * own tickets.  HL-LOAN is the branch LOAN-REC image as of the
      * last extract MACHINE43 applied; MACHINE18 reports from here.
      ******************************************************************
       01  HOLOAN-REC.
       	 05 HL-KEY.
       	 	10 HL-BRANCH	PIC X(3).
       	 	10 HL-TRANSNO	PIC 9(5).
       	 05 HL-REST		PIC X(146).
       01  HOLOAN-IMAGE.
       	 05 FILLER		PIC X(3).
       	 05 HL-LOAN		PIC X(151).
