      ******************************************************************
      * Pledge item record for PLGITEM.Dat, keyed on the loan's TRANSNO
      * plus a line number.  One record per article on a pawn ticket,
      * each with its own category, appraisal and shelf/box location.
      * PLG-STATUS is IN while the article is in the vault, RELEASED
      * once handed back (partial release or redemption), AUCTION
      * once MACHINE8 pulls it into a lot, SETTLED once MACHINE37
      * compensates the pawner for it and XFEROUT once it leaves with
      * a MACHINE26 branch transfer.  LOAN-REC keeps the first
      * article and the total appraisal of the articles still held.
      * PLG-SERIAL carries any serial number or engraved markings the
      * hot-list screening matches on.
      ******************************************************************
       01  PLEDGE-ITEM-REC.
       	 05 PLG-KEY.
       	 	10 PLG-TRANSNO	PIC 9(5).
       	 	10 PLG-LINE		PIC 9(2).
       	 05 PLG-ITEM-DESC	PIC X(20).
       	 05 PLG-ITEM-CATEGORY PIC X(10).
       	 05 PLG-APPRAISED	PIC 9(5)V99.
       	 05 PLG-LOCATION	PIC X(10).
       	 05 PLG-STATUS		PIC X(10).
       	 05 PLG-IN-DATE	PIC 9(8).
       	 05 PLG-OUT-DATE	PIC 9(8).
       	 05 PLG-SERIAL		PIC X(20).
