      ******************************************************************
      * Teller exception scorecard rules for SCRPARM.Dat - a single
      * record read by MACHINE40.  An operator is flagged on an
      * indicator when the count or the amount is more than
      * SCP-FLAG-PCT percent of the branch average for the month and
      * there are at least SCP-MIN-CNT of them.  A loan released at
      * SCP-NEAR-PCT percent or more of the operator's OPLIMIT.Dat
      * limit (without going over it) counts as near the limit.  The
      * program carries the head-office rules (200%, 3, 90%) when the
      * file is absent.
      ******************************************************************
       01  SCRPARM-REC.
       	 05 SCP-FLAG-PCT	PIC 9(3).
       	 05 SCP-MIN-CNT	PIC 9(3).
       	 05 SCP-NEAR-PCT	PIC 9(3).
