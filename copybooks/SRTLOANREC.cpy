        05 SRT-PENALTY		PIC 9(5)V99.
        05 SRT-PEN-MONTHS	PIC 9(3).
        05 SRT-BRANCHCD	PIC X(3).
        05 SRT-LOAN-TYPE	PIC X(1).
