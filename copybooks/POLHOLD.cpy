      ******************************************************************
      * Police hold record for POLHOLD.Dat, keyed on the kind of stock
      * (L = pawn ticket in LOAN.Dat, B = purchase in BUYSTK.Dat) and
      * its ticket or purchase reference.  Written by the MACHINE32
      * hot-list screening batch when an article on hand matches the
      * list; the loan or purchase status becomes POLICEHOLD and the
      * status it had is kept here so MACHINE31 can put it back when
      * a manager releases the hold with a reason.
      ******************************************************************
       01  POLHOLD-REC.
       	 05 PH-KEY.
       	 	10 PH-KIND		PIC X.
       	 	10 PH-REFNO		PIC 9(5).
       	 05 PH-LINE		PIC 9(2).
       	 05 PH-HOTNO		PIC 9(5).
       	 05 PH-CASE-REF	PIC X(15).
       	 05 PH-STATION	PIC X(20).
       	 05 PH-ITEM-DESC	PIC X(20).
       	 05 PH-PRIOR-STATUS	PIC X(10).
       	 05 PH-HOLD-DATE	PIC 9(8).
       	 05 PH-STATUS		PIC X(8).
       	 05 PH-REL-DATE	PIC 9(8).
       	 05 PH-REL-BY		PIC X(10).
       	 05 PH-REL-REASON	PIC X(30).
