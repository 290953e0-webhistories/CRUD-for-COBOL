      * TRANSNO instead of overwriting, restamps BRANCHCD and writes
      * XFERIN.  Replaces the delete-and-rekey workaround that
      * destroyed payment histories, and both audit actions keep the
      * MACHINE18 head-office consolidation in balance.  An instalment
      * loan's INSTSCH.Dat rows go with it the same way, and so do the
      * ticket's PLGITEM.Dat articles and GOLDWS.Dat worksheets: the
      * source marks its articles XFEROUT and drops the worksheets.
      * A loan under police hold is not transferred, and transfer-in
      * refuses a ticket number the TKTSER.Dat series gives to a
      * branch other than the one that sent it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       	 SELECT VAULTMOV ASSIGN TO "VAULTMOV.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-VAULTMOV-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT TXJCTL ASSIGN TO "TXJCTL.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-TXJCTL-STATUS.
       	 SELECT ISCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS ISC-KEY
       	 FILE STATUS IS WS-ISCFILE-STATUS.
       	 SELECT PLGFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PLG-KEY
       	 FILE STATUS IS WS-PLGFILE-STATUS.
       	 SELECT GWFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS GW-KEY
       	 FILE STATUS IS WS-GWFILE-STATUS.
       	 SELECT HOLDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PH-KEY
       	 FILE STATUS IS WS-HOLDFILE-STATUS.
       	 SELECT TKSFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKS-FROM
       	 FILE STATUS IS WS-TKSFILE-STATUS.
       	 SELECT TKNFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKN-TRANSNO
       	 FILE STATUS IS WS-TKNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE
       FD  VAULTMOV
       	 LABEL RECORD IS STANDARD.
       01  VAULTMOV-REC		PIC X(60).
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  TXJCTL
       	 LABEL RECORD IS STANDARD.
       01  TXJCTL-REC.
       	 05 TXC-DATE		PIC 9(8).
       	 05 TXC-NEXT-SEQ	PIC 9(7).
       FD  ISCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "INSTSCH.Dat"
       	 DATA RECORD IS INSTSCH-REC.
       COPY ISCREC.
       FD  PLGFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PLGITEM.Dat"
       	 DATA RECORD IS PLEDGE-ITEM-REC.
       COPY PLGREC.
       FD  GWFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "GOLDWS.Dat"
       	 DATA RECORD IS GOLD-WORKSHEET-REC.
       COPY GOLDWS.
       FD  HOLDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "POLHOLD.Dat"
       	 DATA RECORD IS POLHOLD-REC.
       COPY POLHOLD.
       FD  TKSFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TKTSER.Dat"
       	 DATA RECORD IS TKTSER-REC.
       COPY TKSREC.
       FD  TKNFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TKTNBR.Dat"
       	 DATA RECORD IS TKTNBR-REC.
       COPY TKNREC.
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       01 W-PAYMENT-REC		PIC X(79).
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-XFERFILE-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-FOUND		PIC A.
       77 WS-XFER-TRANSNO	PIC 9(5).
       77 WS-PAY-CTR		PIC 9(3).
       77 WS-ISCFILE-STATUS PIC XX.
       77 WS-ISC-OPEN		PIC A.
       77 WS-ISC-EOF		PIC A.
       77 WS-SCH-CTR		PIC 9(2).
       77 WS-SRC-BRANCH	PIC X(3).
       77 WS-VAULTFILE-STATUS PIC XX.
       77 WS-VAULTMOV-STATUS PIC XX.
       77 WS-VLT-TRANSNO	PIC 9(5).
       77 WS-VLT-TS		PIC 9(14).
       77 WS-CMD		PIC X(40).
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-GWFILE-STATUS PIC XX.
       77 WS-HOLDFILE-STATUS PIC XX.
       77 WS-TKSFILE-STATUS PIC XX.
       77 WS-TKNFILE-STATUS PIC XX.
       77 WS-PLG-EOF		PIC A.
       77 WS-PLG-CTR		PIC 9(2).
       77 WS-GW-CTR		PIC 9(2).
       77 WS-PLG-HOME	PIC X(10).
       77 WS-TKS-EOF		PIC A.
       77 WS-BLK-BR		PIC X(3).
       77 WS-BLK-FOUND	PIC A.

       PROCEDURE DIVISION.
       MAIN-RTN.
       		NOT INVALID KEY MOVE "Y" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "Y" AND
       	(W-LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED"))
       		DISPLAY "LOAN ALREADY CLOSED - NOT TRANSFERRED."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "Y" AND W-LOAN-STATUS = "POLICEHOLD")
       		DISPLAY "LOAN UNDER POLICE HOLD - NOT TRANSFERRED."
       		MOVE "N" TO WS-FOUND
       	END-IF.
       	IF (WS-FOUND = "Y")
       		PERFORM CHECK-HOLD-RTN THRU END-CHECK-HOLD-RTN
       	END-IF.
       	IF (WS-FOUND = "N")
       		CLOSE LOANFILE
       		GO TO END-XFER-OUT-RTN
       	MOVE W-LOAN-REC TO XFR-DATA.
       	WRITE XFER-REC.
       	PERFORM COPY-PAYMENTS-RTN THRU END-COPY-PAYMENTS-RTN.
       	MOVE 0 TO WS-SCH-CTR.
       	IF (W-LOAN-TYPE = "I")
       		PERFORM COPY-SCHED-RTN THRU END-COPY-SCHED-RTN
       	END-IF.
       	PERFORM COPY-ITEMS-RTN THRU END-COPY-ITEMS-RTN.
       	PERFORM COPY-GOLD-RTN THRU END-COPY-GOLD-RTN.
       	CLOSE XFERFILE.
       	DELETE LOANFILE RECORD
       		INVALID KEY
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	DISPLAY "LOAN AND " WS-PAY-CTR " PAYMENT RECORD(S)"
       		" WRITTEN TO XFER.Dat".
       	IF (WS-SCH-CTR > 0)
       		DISPLAY WS-SCH-CTR " INSTALMENT ROW(S) WRITTEN."
       	END-IF.
       	IF (WS-PLG-CTR > 0)
       		DISPLAY WS-PLG-CTR " ARTICLE LINE(S) AND " WS-GW-CTR
       			" GOLD WORKSHEET(S) WRITTEN."
       	END-IF.
       	DISPLAY "CARRY XFER.Dat TO THE RECEIVING BRANCH.".
       END-XFER-OUT-RTN.
       COPY-PAYMENTS-RTN.
       	READ PAYFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-COPY-PAY-ONE-RTN.
      * the schedule rows leave with the loan record they belong to
       COPY-SCHED-RTN.
       	OPEN I-O ISCFILE.
       	IF (WS-ISCFILE-STATUS NOT = "00")
       		DISPLAY "NO INSTSCH.Dat ON FILE. STATUS: "
       			WS-ISCFILE-STATUS
       		GO TO END-COPY-SCHED-RTN
       	END-IF.
       	MOVE "N" TO WS-ISC-EOF.
       	MOVE WS-XFER-TRANSNO TO ISC-TRANSNO.
       	MOVE 0 TO ISC-INSTNO.
       	START ISCFILE KEY IS GREATER THAN ISC-KEY
       		INVALID KEY MOVE "Y" TO WS-ISC-EOF
       	END-START.
       	PERFORM COPY-SCHED-ONE-RTN THRU END-COPY-SCHED-ONE-RTN
       		UNTIL WS-ISC-EOF = "Y".
       	CLOSE ISCFILE.
       END-COPY-SCHED-RTN.
       COPY-SCHED-ONE-RTN.
       	READ ISCFILE NEXT RECORD AT END MOVE "Y" TO WS-ISC-EOF
       	END-READ.
       	IF (WS-ISC-EOF = "N" AND ISC-TRANSNO NOT = WS-XFER-TRANSNO)
       		MOVE "Y" TO WS-ISC-EOF
       	END-IF.
       	IF (WS-ISC-EOF = "Y")
       		GO TO END-COPY-SCHED-ONE-RTN
       	END-IF.
       	MOVE "S" TO XFR-TYPE.
       	MOVE SPACES TO XFR-DATA.
       	MOVE INSTSCH-REC TO XFR-DATA.
       	WRITE XFER-REC.
       	ADD 1 TO WS-SCH-CTR.
       	DELETE ISCFILE RECORD
       	END-DELETE.
       END-COPY-SCHED-ONE-RTN.
      ******************************************************************
      * A ticket under police hold in POLHOLD.Dat (placed by the
      * MACHINE32 hot-list screening) stays at the branch holding it
      * until a manager releases the hold in MACHINE31, as the
      * MACHINE4 redemption and the MACHINE8 pull are blocked.
      ******************************************************************
       CHECK-HOLD-RTN.
       	OPEN INPUT HOLDFILE.
       	IF (WS-HOLDFILE-STATUS NOT = "00")
       		GO TO END-CHECK-HOLD-RTN
       	END-IF.
       	MOVE "L" TO PH-KIND.
       	MOVE WS-XFER-TRANSNO TO PH-REFNO.
       	READ HOLDFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (PH-STATUS = "HELD")
       			DISPLAY "TICKET UNDER POLICE HOLD - CASE "
       				PH-CASE-REF
       			DISPLAY "TRANSFER BLOCKED UNTIL A MANAGER "
       				"RELEASES THE HOLD."
       			MOVE "N" TO WS-FOUND
       		END-IF
       	END-READ.
       	CLOSE HOLDFILE.
       END-CHECK-HOLD-RTN.
      * every article line of the ticket goes as an I record, still
      * showing its status at the source; VAULT-XFEROUT-RTN then
      * marks the lines still IN as gone
       COPY-ITEMS-RTN.
       	MOVE 0 TO WS-PLG-CTR.
       	OPEN INPUT PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-COPY-ITEMS-RTN
       	END-IF.
       	MOVE WS-XFER-TRANSNO TO PLG-TRANSNO.
       	MOVE 0 TO PLG-LINE.
       	MOVE "N" TO WS-PLG-EOF.
       	START PLGFILE KEY > PLG-KEY
       		INVALID KEY MOVE "Y" TO WS-PLG-EOF
       	END-START.
       	PERFORM COPY-ITEMS-ONE-RTN THRU END-COPY-ITEMS-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       	CLOSE PLGFILE.
       END-COPY-ITEMS-RTN.
       COPY-ITEMS-ONE-RTN.
       	READ PLGFILE NEXT RECORD AT END MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       	IF (WS-PLG-EOF = "N" AND PLG-TRANSNO NOT = WS-XFER-TRANSNO)
       		MOVE "Y" TO WS-PLG-EOF
       	END-IF.
       	IF (WS-PLG-EOF = "Y")
       		GO TO END-COPY-ITEMS-ONE-RTN
       	END-IF.
       	MOVE "I" TO XFR-TYPE.
       	MOVE SPACES TO XFR-DATA.
       	MOVE PLEDGE-ITEM-REC TO XFR-DATA.
       	WRITE XFER-REC.
       	ADD 1 TO WS-PLG-CTR.
       END-COPY-ITEMS-ONE-RTN.
      * the gold worksheets leave with the articles they appraised
       COPY-GOLD-RTN.
       	MOVE 0 TO WS-GW-CTR.
       	OPEN I-O GWFILE.
       	IF (WS-GWFILE-STATUS NOT = "00")
       		GO TO END-COPY-GOLD-RTN
       	END-IF.
       	MOVE WS-XFER-TRANSNO TO GW-TRANSNO.
       	MOVE 0 TO GW-LINE.
       	MOVE "N" TO WS-PLG-EOF.
       	START GWFILE KEY > GW-KEY
       		INVALID KEY MOVE "Y" TO WS-PLG-EOF
       	END-START.
       	PERFORM COPY-GOLD-ONE-RTN THRU END-COPY-GOLD-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       	CLOSE GWFILE.
       END-COPY-GOLD-RTN.
       COPY-GOLD-ONE-RTN.
       	READ GWFILE NEXT RECORD AT END MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       	IF (WS-PLG-EOF = "N" AND GW-TRANSNO NOT = WS-XFER-TRANSNO)
       		MOVE "Y" TO WS-PLG-EOF
       	END-IF.
       	IF (WS-PLG-EOF = "Y")
       		GO TO END-COPY-GOLD-ONE-RTN
       	END-IF.
       	MOVE "G" TO XFR-TYPE.
       	MOVE SPACES TO XFR-DATA.
       	MOVE GOLD-WORKSHEET-REC TO XFR-DATA.
       	WRITE XFER-REC.
       	ADD 1 TO WS-GW-CTR.
       	DELETE GWFILE RECORD
       	END-DELETE.
       END-COPY-GOLD-ONE-RTN.
       XFER-IN-RTN.
       	DISPLAY "<@@@@@ TRANSFER IN @@@@@>".
       	OPEN INPUT XFERFILE.
       		CLOSE XFERFILE
       		GO TO END-XFER-IN-RTN
       	END-IF.
       	PERFORM CHECK-SERIES-RTN THRU END-CHECK-SERIES-RTN.
       	IF (WS-FOUND = "Y")
       		CLOSE LOANFILE
       		CLOSE XFERFILE
       		GO TO END-XFER-IN-RTN
       	END-IF.
       	MOVE WS-BR-CODE TO W-BRANCHCD.
       	WRITE LOAN-REC FROM W-LOAN-REC.
       	CLOSE LOANFILE.
       	DISPLAY "XFER.Dat CONSUMED (KEPT AS XFER.done).".
       END-XFER-IN-RTN.
      ******************************************************************
      * TKTSER.Dat is kept the same at every branch, so the block a
      * ticket number falls in tells which branch issued it.  An
      * incoming number must come from the sending branch's own
      * series, or from this branch's when TKTNBR.Dat shows the
      * ticket was issued here and is coming back; anything else is
      * a number two branches may both have used and is refused with
      * WS-FOUND set.  A number in no block predates the series.
      ******************************************************************
       CHECK-SERIES-RTN.
       	OPEN INPUT TKSFILE.
       	IF (WS-TKSFILE-STATUS NOT = "00")
       		GO TO END-CHECK-SERIES-RTN
       	END-IF.
       	MOVE "N" TO WS-BLK-FOUND.
       	MOVE 0 TO TKS-FROM.
       	MOVE "N" TO WS-TKS-EOF.
       	START TKSFILE KEY NOT < TKS-FROM
       		INVALID KEY MOVE "Y" TO WS-TKS-EOF
       	END-START.
       	PERFORM CHECK-SERIES-ONE-RTN THRU END-CHECK-SERIES-ONE-RTN
       		UNTIL WS-TKS-EOF = "Y".
       	CLOSE TKSFILE.
       	IF (WS-BLK-FOUND = "N") OR (WS-BLK-BR = WS-SRC-BRANCH)
       		GO TO END-CHECK-SERIES-RTN
       	END-IF.
       	MOVE W-TRANSNO TO W-TRANSNO-DISP.
       	IF (WS-BLK-BR NOT = WS-BR-CODE)
       		DISPLAY "TRANS. NO. " W-TRANSNO-DISP
       			" IS IN THE SERIES OF BRANCH " WS-BLK-BR
       			", NOT " WS-SRC-BRANCH
       		DISPLAY "NUMBER CONFLICT - NOT LOADED. "
       			"REFER TO HEAD OFFICE."
       		MOVE "Y" TO WS-FOUND
       		GO TO END-CHECK-SERIES-RTN
       	END-IF.
       	MOVE "Y" TO WS-FOUND.
       	OPEN INPUT TKNFILE.
       	IF (WS-TKNFILE-STATUS = "00")
       		MOVE W-TRANSNO TO TKN-TRANSNO
       		READ TKNFILE
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			IF (TKN-ISSUED AND TKN-BRANCHCD = WS-BR-CODE)
       				MOVE "N" TO WS-FOUND
       			END-IF
       		END-READ
       		CLOSE TKNFILE
       	END-IF.
       	IF (WS-FOUND = "Y")
       		DISPLAY "TRANS. NO. " W-TRANSNO-DISP
       			" IS IN THIS BRANCH'S SERIES"
       			" BUT WAS NOT ISSUED HERE."
       		DISPLAY "NUMBER CONFLICT - NOT LOADED. "
       			"REFER TO HEAD OFFICE."
       	END-IF.
       END-CHECK-SERIES-RTN.
       CHECK-SERIES-ONE-RTN.
       	READ TKSFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-TKS-EOF
       	END-READ.
       	IF (WS-TKS-EOF = "Y")
       		GO TO END-CHECK-SERIES-ONE-RTN
       	END-IF.
       	IF (TKS-FROM > W-TRANSNO)
       		MOVE "Y" TO WS-TKS-EOF
       		GO TO END-CHECK-SERIES-ONE-RTN
       	END-IF.
       	IF (TKS-TO NOT < W-TRANSNO)
       		MOVE TKS-BRANCHCD TO WS-BLK-BR
       		MOVE "Y" TO WS-BLK-FOUND
       		MOVE "Y" TO WS-TKS-EOF
       	END-IF.
       END-CHECK-SERIES-ONE-RTN.
      ******************************************************************
      * Vault movements travel with the loan: the source marks its
      * record out (the item leaves with the transfer pouch) and the
      * receiving branch shelves it under a fresh location, the same
       		GO TO END-VAULT-XFEROUT-RTN
       	END-IF.
       	MOVE WS-XFER-TRANSNO TO VLT-TRANSNO.
       	MOVE SPACES TO WS-PLG-HOME.
       	READ VAULTFILE
       		INVALID KEY
       		DISPLAY "NO VAULT RECORD FOR THIS ITEM."
       		NOT INVALID KEY
       		MOVE VLT-LOCATION TO WS-PLG-HOME
       		DISPLAY "PULL ITEM FROM VAULT AT " VLT-LOCATION
       		MOVE "XFEROUT" TO VLT-STATUS
       		MOVE FUNCTION CURRENT-DATE(1:8) TO VLT-OUT-DATE
       			END-WRITE-VAULTMOV-RTN
       	END-READ.
       	CLOSE VAULTFILE.
       	PERFORM PLEDGE-XFEROUT-RTN THRU END-PLEDGE-XFEROUT-RTN.
       END-VAULT-XFEROUT-RTN.
      ******************************************************************
      * Every article of the ticket still IN leaves in the pouch: its
      * PLGITEM.Dat line is marked XFEROUT so the MACHINE20 stock-take
      * no longer expects it here.  The ticket's own shelf was logged
      * by VAULT-XFEROUT-RTN; articles kept elsewhere get their own
      * XFEROUT movement, as PLEDGE-OUT-RTN in MACHINE4 does.
      ******************************************************************
       PLEDGE-XFEROUT-RTN.
       	OPEN I-O PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-PLEDGE-XFEROUT-RTN
       	END-IF.
       	MOVE WS-XFER-TRANSNO TO PLG-TRANSNO.
       	MOVE 0 TO PLG-LINE.
       	MOVE "N" TO WS-PLG-EOF.
       	START PLGFILE KEY > PLG-KEY
       		INVALID KEY MOVE "Y" TO WS-PLG-EOF
       	END-START.
       	PERFORM PLEDGE-XFEROUT-ONE-RTN THRU END-PLEDGE-XFEROUT-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       	CLOSE PLGFILE.
       END-PLEDGE-XFEROUT-RTN.
       PLEDGE-XFEROUT-ONE-RTN.
       	READ PLGFILE NEXT RECORD AT END MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       	IF (WS-PLG-EOF = "N" AND PLG-TRANSNO NOT = WS-XFER-TRANSNO)
       		MOVE "Y" TO WS-PLG-EOF
       	END-IF.
       	IF (WS-PLG-EOF = "Y")
       		GO TO END-PLEDGE-XFEROUT-ONE-RTN
       	END-IF.
       	IF (PLG-STATUS NOT = "IN")
       		GO TO END-PLEDGE-XFEROUT-ONE-RTN
       	END-IF.
       	DISPLAY "PULL " PLG-ITEM-DESC " FROM " PLG-LOCATION.
       	MOVE "XFEROUT" TO PLG-STATUS.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO PLG-OUT-DATE.
       	REWRITE PLEDGE-ITEM-REC
       	END-REWRITE.
       	IF (PLG-LOCATION = WS-PLG-HOME)
       		GO TO END-PLEDGE-XFEROUT-ONE-RTN
       	END-IF.
       	MOVE WS-XFER-TRANSNO TO WS-VLT-TRANSNO.
       	MOVE PLG-LOCATION TO WS-VLT-LOCATION.
       	MOVE "XFEROUT" TO WS-VLT-ACTION.
       	PERFORM WRITE-VAULTMOV-RTN THRU END-WRITE-VAULTMOV-RTN.
       END-PLEDGE-XFEROUT-ONE-RTN.
       VAULT-XFERIN-RTN.
       	OPEN I-O VAULTFILE.
       	IF (WS-VAULTFILE-STATUS = "35")
       	MOVE W-TRANSNO TO WS-VLT-TRANSNO.
       	MOVE "STORE" TO WS-VLT-ACTION.
       	PERFORM WRITE-VAULTMOV-RTN THRU END-WRITE-VAULTMOV-RTN.
       	MOVE WS-VLT-LOCATION TO WS-PLG-HOME.
       	PERFORM PLEDGE-XFERIN-RTN THRU END-PLEDGE-XFERIN-RTN.
       END-VAULT-XFERIN-RTN.
      ******************************************************************
      * The articles loaded from XFER.Dat that were IN at the source
      * are shelved here: each takes the ticket's location unless
      * another is keyed, and one kept elsewhere gets its own STORE
      * movement.  Lines already released or sold at the source keep
      * their status as history.
      ******************************************************************
       PLEDGE-XFERIN-RTN.
       	OPEN I-O PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-PLEDGE-XFERIN-RTN
       	END-IF.
       	MOVE W-TRANSNO TO PLG-TRANSNO.
       	MOVE 0 TO PLG-LINE.
       	MOVE "N" TO WS-PLG-EOF.
       	START PLGFILE KEY > PLG-KEY
       		INVALID KEY MOVE "Y" TO WS-PLG-EOF
       	END-START.
       	PERFORM PLEDGE-XFERIN-ONE-RTN THRU END-PLEDGE-XFERIN-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       	CLOSE PLGFILE.
       END-PLEDGE-XFERIN-RTN.
       PLEDGE-XFERIN-ONE-RTN.
       	READ PLGFILE NEXT RECORD AT END MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       	IF (WS-PLG-EOF = "N" AND PLG-TRANSNO NOT = W-TRANSNO)
       		MOVE "Y" TO WS-PLG-EOF
       	END-IF.
       	IF (WS-PLG-EOF = "Y")
       		GO TO END-PLEDGE-XFERIN-ONE-RTN
       	END-IF.
       	IF (PLG-STATUS NOT = "IN")
       		GO TO END-PLEDGE-XFERIN-ONE-RTN
       	END-IF.
       	DISPLAY "LOCATION FOR " PLG-ITEM-DESC
       		" [ENTER = " WS-PLG-HOME "]: ".
       	MOVE SPACES TO WS-VLT-LOCATION.
       	ACCEPT WS-VLT-LOCATION.
       	IF (WS-VLT-LOCATION = SPACES)
       		MOVE WS-PLG-HOME TO WS-VLT-LOCATION
       	END-IF.
       	MOVE WS-VLT-LOCATION TO PLG-LOCATION.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO PLG-IN-DATE.
       	MOVE 0 TO PLG-OUT-DATE.
       	REWRITE PLEDGE-ITEM-REC
       	END-REWRITE.
       	IF (PLG-LOCATION = WS-PLG-HOME)
       		GO TO END-PLEDGE-XFERIN-ONE-RTN
       	END-IF.
       	MOVE W-TRANSNO TO WS-VLT-TRANSNO.
       	MOVE "STORE" TO WS-VLT-ACTION.
       	PERFORM WRITE-VAULTMOV-RTN THRU END-WRITE-VAULTMOV-RTN.
       END-PLEDGE-XFERIN-ONE-RTN.
       WRITE-VAULTMOV-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VLT-TS.
       	 OPEN EXTEND VAULTMOV.
       END-WRITE-VAULTMOV-RTN.
       LOAD-PAYMENTS-RTN.
       	MOVE 0 TO WS-PAY-CTR.
       	MOVE 0 TO WS-SCH-CTR.
       	OPEN EXTEND PAYFILE.
       	IF (WS-PAYFILE-STATUS = "35")
       		OPEN OUTPUT PAYFILE
       	END-IF.
       	MOVE 0 TO WS-PLG-CTR.
       	MOVE 0 TO WS-GW-CTR.
       	OPEN I-O PLGFILE.
       	IF (WS-PLGFILE-STATUS = "35")
       		OPEN OUTPUT PLGFILE
       		CLOSE PLGFILE
       		OPEN I-O PLGFILE
       	END-IF.
       	OPEN I-O GWFILE.
       	IF (WS-GWFILE-STATUS = "35")
       		OPEN OUTPUT GWFILE
       		CLOSE GWFILE
       		OPEN I-O GWFILE
       	END-IF.
       	MOVE "N" TO WS-ISC-OPEN.
       	IF (W-LOAN-TYPE = "I")
       		OPEN I-O ISCFILE
       		IF (WS-ISCFILE-STATUS = "35")
       			OPEN OUTPUT ISCFILE
       			CLOSE ISCFILE
       			OPEN I-O ISCFILE
       		END-IF
       		IF (WS-ISCFILE-STATUS = "00")
       			MOVE "Y" TO WS-ISC-OPEN
       		ELSE
       			DISPLAY "CANNOT OPEN INSTSCH.Dat. STATUS: "
       				WS-ISCFILE-STATUS
       		END-IF
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ XFERFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-PAY-ONE-RTN THRU END-LOAD-PAY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	IF (WS-ISC-OPEN = "Y")
       		CLOSE ISCFILE
       		DISPLAY WS-SCH-CTR " INSTALMENT ROW(S) LOADED."
       	END-IF.
       	IF (WS-PLGFILE-STATUS = "00")
       		CLOSE PLGFILE
       	END-IF.
       	IF (WS-GWFILE-STATUS = "00")
       		CLOSE GWFILE
       	END-IF.
       	IF (WS-PLG-CTR > 0)
       		DISPLAY WS-PLG-CTR " ARTICLE LINE(S) AND " WS-GW-CTR
       			" GOLD WORKSHEET(S) LOADED."
       	END-IF.
       	CLOSE PAYFILE.
       END-LOAD-PAYMENTS-RTN.
       LOAD-PAY-ONE-RTN.
       		WRITE PAYMENT-REC
       		ADD 1 TO WS-PAY-CTR
       	END-IF.
       	IF (XFR-TYPE = "S" AND WS-ISC-OPEN = "Y")
       		MOVE XFR-DATA TO INSTSCH-REC
       		WRITE INSTSCH-REC
       			INVALID KEY REWRITE INSTSCH-REC
       		END-WRITE
       		ADD 1 TO WS-SCH-CTR
       	END-IF.
       	IF (XFR-TYPE = "I" AND WS-PLGFILE-STATUS = "00")
       		MOVE XFR-DATA TO PLEDGE-ITEM-REC
       		WRITE PLEDGE-ITEM-REC
       			INVALID KEY REWRITE PLEDGE-ITEM-REC
       		END-WRITE
       		ADD 1 TO WS-PLG-CTR
       	END-IF.
       	IF (XFR-TYPE = "G" AND WS-GWFILE-STATUS = "00")
       		MOVE XFR-DATA TO GOLD-WORKSHEET-REC
       		WRITE GOLD-WORKSHEET-REC
       			INVALID KEY REWRITE GOLD-WORKSHEET-REC
       		END-WRITE
       		ADD 1 TO WS-GW-CTR
       	END-IF.
       	READ XFERFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-PAY-ONE-RTN.
       	 	INTO AUDIT-REC.
       	 WRITE AUDIT-REC.
       	 CLOSE AUDITLOG.
       	 PERFORM WRITE-TXJ-RTN THRU END-WRITE-TXJ-RTN.
       END-WRITE-AUDIT-RTN.
       WRITE-TXJ-RTN.
       	 MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-TXJ-DATE.
       	 PERFORM NEXT-TXJ-SEQ-RTN THRU END-NEXT-TXJ-SEQ-RTN.
       	 OPEN I-O TXJFILE.
       	 IF (WS-TXJFILE-STATUS = "35")
       	 	OPEN OUTPUT TXJFILE
       	 	CLOSE TXJFILE
       	 	OPEN I-O TXJFILE
       	 END-IF.
       	 IF (WS-TXJFILE-STATUS NOT = "00")
       	 	DISPLAY "TXJRNL.Dat NOT UPDATED. STATUS: "
       	 		WS-TXJFILE-STATUS
       	 	GO TO END-WRITE-TXJ-RTN
       	 END-IF.
       	 MOVE WS-TXJ-DATE TO TXJ-DATE.
       	 MOVE WS-BR-CODE TO TXJ-BRANCH.
       	 MOVE WS-AUDIT-TRANSNO TO TXJ-TRANSNO.
       	 MOVE WS-AUDIT-TIMESTAMP(9:6) TO TXJ-TIME.
       	 MOVE WS-AUDIT-ACTION TO TXJ-ACTION.
       	 MOVE WS-OPERATOR-ID TO TXJ-OPERATOR.
       	 MOVE WS-AUDIT-AMOUNT TO TXJ-AMOUNT.
       	 MOVE "P" TO TXJ-SOURCE.
       	 MOVE 0 TO WS-TXJ-TRIES.
       	 MOVE "N" TO WS-TXJ-DONE.
       	 PERFORM WRITE-TXJ-ONE-RTN THRU END-WRITE-TXJ-ONE-RTN
       	 	UNTIL WS-TXJ-DONE = "Y".
       	 CLOSE TXJFILE.
       	 OPEN OUTPUT TXJCTL.
       	 MOVE WS-TXJ-DATE TO TXC-DATE.
       	 COMPUTE TXC-NEXT-SEQ = WS-TXJ-SEQ + 1.
       	 WRITE TXJCTL-REC.
       	 CLOSE TXJCTL.
       END-WRITE-TXJ-RTN.
       WRITE-TXJ-ONE-RTN.
       	 MOVE WS-TXJ-SEQ TO TXJ-SEQ.
       	 WRITE TXJ-REC
       	 	INVALID KEY CONTINUE
       	 END-WRITE.
       	 IF (WS-TXJFILE-STATUS = "22" AND WS-TXJ-TRIES < 999)
       	 	ADD 1 TO WS-TXJ-SEQ
       	 	ADD 1 TO WS-TXJ-TRIES
       	 	GO TO END-WRITE-TXJ-ONE-RTN
       	 END-IF.
       	 IF (WS-TXJFILE-STATUS NOT = "00")
       	 	DISPLAY "TXJRNL.Dat NOT UPDATED. STATUS: "
       	 		WS-TXJFILE-STATUS
       	 END-IF.
       	 MOVE "Y" TO WS-TXJ-DONE.
       END-WRITE-TXJ-ONE-RTN.
       NEXT-TXJ-SEQ-RTN.
       	 MOVE 1 TO WS-TXJ-SEQ.
       	 OPEN INPUT TXJCTL.
       	 IF (WS-TXJCTL-STATUS = "00")
       	 	READ TXJCTL
       	 		AT END CONTINUE
       	 		NOT AT END
       	 		IF (TXC-DATE = WS-TXJ-DATE)
       	 			MOVE TXC-NEXT-SEQ TO WS-TXJ-SEQ
       	 		END-IF
       	 	END-READ
       	 	CLOSE TXJCTL
       	 END-IF.
       END-NEXT-TXJ-SEQ-RTN.
       SIGNON-RTN.
       	 MOVE 0 TO WS-TRIES.
       	 MOVE "N" TO WS-SIGNED-ON.
