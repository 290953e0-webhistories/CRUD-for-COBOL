      ******************************************************************
      * Head-office extract control HOCTL.Dat, one record per branch
      * keyed on HOC-BRANCH: the last extract sequence and business
      * date MACHINE43 applied for the branch, when, and its counts.
      * The next extract accepted from the branch is HOC-LAST-SEQ + 1.
      ******************************************************************
       01  HOCTL-REC.
       	 05 HOC-BRANCH	PIC X(3).
       	 05 HOC-LAST-SEQ	PIC 9(6).
       	 05 HOC-LAST-DATE	PIC 9(8).
       	 05 HOC-LOAD-TS	PIC 9(14).
       	 05 HOC-LOAN-ADD	PIC 9(6).
       	 05 HOC-LOAN-CHG	PIC 9(6).
       	 05 HOC-LOAN-DEL	PIC 9(6).
       	 05 HOC-PAYS		PIC 9(6).
       	 05 HOC-CLIENTS	PIC 9(6).
       	 05 HOC-LOTS		PIC 9(6).
