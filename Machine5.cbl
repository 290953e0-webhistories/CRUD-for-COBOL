       		ADD 1 TO RCTR.
       		IF (W-DUEDATE < WS-TODAY AND
       		W-LOAN-STATUS NOT = "REDEEMED" AND
       		W-LOAN-STATUS NOT = "DISPOSED" AND
       		W-LOAN-STATUS NOT = "SETTLED")
       			ADD 1 TO OVRCTR
       			COMPUTE WS-DAYS-OVERDUE =
       				FUNCTION INTEGER-OF-DATE(WS-TODAY) -
