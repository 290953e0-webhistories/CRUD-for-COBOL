      ******************************************************************
      * Pledge incident record for INCIDENT.Dat, keyed on INC-NO, with
      * the pawn ticket (INC-TRANSNO) as an alternate key.  Opened in
      * MACHINE37 by a manager when a pledge is found MISSING (the
      * MACHINE20 stock-take finds no vault record), DAMAGED (found
      * at redemption) or MISRELEASE (handed to the wrong person).
      * INC-LINE is the article on a multi-item ticket, zero for the
      * whole ticket.  INC-STATUS is OPEN until the case is SETTLED -
      * compensation of the appraisal plus the statutory premium,
      * less the amount owed on the loan, paid out through the drawer
      * (INC-NET negative when the pawner owed more and paid in) - or
      * CLOSED without settlement (item located, claim withdrawn).
      ******************************************************************
       01  INCIDENT-REC.
       	 05 INC-NO		PIC 9(5).
       	 05 INC-TRANSNO	PIC 9(5).
       	 05 INC-LINE		PIC 9(2).
       	 05 INC-TYPE		PIC X(10).
       	 05 INC-ITEM-DESC	PIC X(20).
       	 05 INC-CLNAME	PIC X(20).
       	 05 INC-DISC-DATE	PIC 9(8).
       	 05 INC-MANAGER	PIC X(10).
       	 05 INC-OPENED-BY	PIC X(10).
       	 05 INC-REMARKS	PIC X(30).
       	 05 INC-STATUS	PIC X(8).
       	 05 INC-APPRAISED	PIC 9(6)V99.
       	 05 INC-PREMIUM	PIC 9(6)V99.
       	 05 INC-OWED		PIC 9(6)V99.
       	 05 INC-NET		PIC S9(6)V99.
       	 05 INC-ORNBR	PIC 9(8).
       	 05 INC-CLOSE-DATE	PIC 9(8).
       	 05 INC-CLOSED-BY	PIC X(10).
       	 05 INC-CLOSE-REASON PIC X(30).
       	 05 INC-BRANCHCD	PIC X(3).
