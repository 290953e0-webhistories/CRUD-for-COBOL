      ******************************************************************
      * Payment partner record for PARTNER.Dat - one record per
      * e-wallet or bank that takes pawn payments for the branch.
      * Like BRANCH.Dat it is set up by hand when a partner signs on.
      * PTN-CODE names the biller file MACHINE46 sends the partner
      * each day; only ACTIVE partners are sent a file.
      ******************************************************************
       01  PARTNER-REC.
       	 05 PTN-CODE		PIC X(6).
       	 05 PTN-NAME		PIC X(20).
       	 05 PTN-STATUS	PIC X(8).
       		 88 PTN-ACTIVE VALUE "ACTIVE".
