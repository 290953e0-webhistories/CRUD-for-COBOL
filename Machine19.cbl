      ******************************************************************
      * Quarterly regulatory return.  For a given period this batch
      * reads LOAN.Dat and LOANHIST.Dat (loans granted and forfeited),
      * TXJRNL.Dat (redemptions and renewals), PAYMENT.Dat (interest
      * and penalty income) and AUCTION.Dat (disposal proceeds) and
      * writes one fixed-format return to QTRRET.prt broken down by
      * ITEM-CATEGORY.  Replaces the hand-compiled return stitched
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LOT-TRANSNO
       	 FILE STATUS IS WS-AUCTIONFILE-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT PAYFILE ASSIGN TO "PAYMENT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PAYFILE-STATUS.
      ******************************************************************
       01  HIST-REC.
       	 05 HIST-TRANSNO	PIC 9(5).
       	 05 HIST-REST		PIC X(146).
       FD  AUCTIONFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "AUCTION.Dat"
       	 DATA RECORD IS AUCTION-REC.
       COPY AUCREC.
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-AUCTIONFILE-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-QTRRET-STATUS PIC XX.
       	END-IF.
       END-LOOKUP-CAT-RTN.
      ******************************************************************
      * Pass 4 - transaction journal: redemptions and renewals in the
      * period, read from the first business date onwards only.
      * An RDMVOID action (same-day void of a redemption in MACHINE4)
      * backs the reopened redemption out of the figures again.
      ******************************************************************
       SCAN-AUDIT-RTN.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat - REDEEM/RENEWAL NOT COUNTED."
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		GO TO END-SCAN-AUDIT-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	MOVE WS-FROM-DATE TO TXJ-DATE.
       	MOVE LOW-VALUES TO TXJ-BRANCH.
       	MOVE 0 TO TXJ-SEQ.
       	START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       	PERFORM TALLY-AUDIT-RTN THRU END-TALLY-AUDIT-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE TXJFILE.
       END-SCAN-AUDIT-RTN.
       READ-TXJ-RTN.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-TXJ-RTN
       	END-IF.
       	READ TXJFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "N" AND TXJ-DATE > WS-TO-DATE)
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-READ-TXJ-RTN.
       TALLY-AUDIT-RTN.
       	MOVE TXJ-TRANSNO TO WS-AUD-TRANSNO.
       	MOVE TXJ-ACTION TO WS-AUD-ACTION.
       	MOVE TXJ-OPERATOR TO WS-AUD-OPER.
       	MOVE TXJ-DATE TO WS-AUD-TS-X(1:8).
       	MOVE TXJ-TIME TO WS-AUD-TS-X(9:6).
       	MOVE TXJ-AMOUNT TO WS-AUD-AMT.
       	IF (WS-AUD-ACTION = "REDEEM") OR
       	(WS-AUD-ACTION = "RENEWAL") OR
       	(WS-AUD-ACTION = "RDMVOID")
       		PERFORM TALLY-AUDACT-RTN THRU
       			END-TALLY-AUDACT-RTN
       	END-IF.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-TALLY-AUDIT-RTN.
       TALLY-AUDACT-RTN.
       	IF (WS-AUD-AMT-X IS NOT NUMERIC)
