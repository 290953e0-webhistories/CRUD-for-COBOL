      ******************************************************************
      * Stolen-goods hot list record for HOTLIST.Dat, keyed on the
      * entry number the manager assigns as each police circular is
      * keyed in MACHINE31.  An article matches when its serial or
      * markings equal HL-SERIAL, or when HL-DESC appears anywhere in
      * its description.  HL-STATUS is ACTIVE until the station
      * withdraws the report or the item is recovered (CLEARED);
      * cleared entries are kept for the record but not screened.
      ******************************************************************
       01  HOTLIST-REC.
       	 05 HL-HOTNO		PIC 9(5).
       	 05 HL-DESC		PIC X(20).
       	 05 HL-SERIAL		PIC X(20).
       	 05 HL-CASE-REF	PIC X(15).
       	 05 HL-STATION	PIC X(20).
       	 05 HL-CIRC-DATE	PIC 9(8).
       	 05 HL-ENTERED-BY	PIC X(10).
       	 05 HL-ENTRY-DATE	PIC 9(8).
       	 05 HL-STATUS		PIC X(8).
