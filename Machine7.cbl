       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ CORRECT CLIENT @@@@@>".
       	PERFORM FIND-CLIENT-RTN THRU END-FIND-CLIENT-RTN.
       	IF (WS-FOUND = "Y" AND W-CL-STATUS = "ANONYMIZED")
       		DISPLAY "CLIENT ANONYMIZED - ADD AS A NEW CLIENT."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "Y")
       		PERFORM SHOW-CLIENT-RTN THRU END-SHOW-CLIENT-RTN
       		DISPLAY "CLIENT NAME: "
