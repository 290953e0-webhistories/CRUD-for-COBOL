      ******************************************************************
      * Gold buying price record for GOLDPRC.Dat, keyed on karat plus
      * the date the price takes effect.  A manager keys the day's
      * price per gram for each karat through MACHINE30; the gold
      * appraisal worksheet uses the latest price whose effective
      * date is not after the loan date.
      ******************************************************************
       01  GOLD-PRICE-REC.
       	 05 GP-KEY.
       	 	10 GP-KARAT		PIC 9(2).
       	 	10 GP-EFF-DATE	PIC 9(8).
       	 05 GP-PRICE-GRAM	PIC 9(5)V99.
       	 05 GP-SET-BY		PIC X(10).
       	 05 GP-SET-DATE	PIC 9(8).
