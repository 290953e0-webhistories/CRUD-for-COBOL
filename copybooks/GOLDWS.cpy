      ******************************************************************
      * Gold appraisal worksheet record for GOLDWS.Dat, keyed on the
      * loan's TRANSNO plus the PLGITEM.Dat line of the article.  One
      * record per GOLD article: karat, gross weight, stone deduction
      * and net weight in grams, the price per gram applied with its
      * effective date, and the appraised value computed from them.
      * Weights are in grams to two decimals.
      ******************************************************************
       01  GOLD-WORKSHEET-REC.
       	 05 GW-KEY.
       	 	10 GW-TRANSNO	PIC 9(5).
       	 	10 GW-LINE		PIC 9(2).
       	 05 GW-KARAT		PIC 9(2).
       	 05 GW-GROSS-GRAMS	PIC 9(4)V99.
       	 05 GW-STONE-GRAMS	PIC 9(4)V99.
       	 05 GW-NET-GRAMS	PIC 9(4)V99.
       	 05 GW-PRICE-GRAM	PIC 9(5)V99.
       	 05 GW-PRICE-DATE	PIC 9(8).
       	 05 GW-APPRAISED	PIC 9(5)V99.
       	 05 GW-APPRAISER	PIC X(10).
       	 05 GW-DATE		PIC 9(8).
