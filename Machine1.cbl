       	 SELECT AUDITLOG ASSIGN TO "AUDIT.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AUDITLOG-STATUS.
       	 SELECT LOCKLOG ASSIGN TO "LOCKLOG.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LOCKLOG-STATUS.
       	 SELECT CLIENTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 SELECT CAPFILE ASSIGN TO "CATCAP.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-CAPFILE-STATUS.
       	 SELECT CHGFILE ASSIGN TO "CHGPARM.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-CHGFILE-STATUS.
       	 SELECT VAULTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKR-TRANSNO
       	 FILE STATUS IS WS-TKTREGF-STATUS.
       	 SELECT PLGFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PLG-KEY
       	 FILE STATUS IS WS-PLGFILE-STATUS.
       	 SELECT GPFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS GP-KEY
       	 FILE STATUS IS WS-GPFILE-STATUS.
       	 SELECT GWFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS GW-KEY
       	 FILE STATUS IS WS-GWFILE-STATUS.
       	 SELECT HOTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HL-HOTNO
       	 FILE STATUS IS WS-HOTFILE-STATUS.
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
       FD  AUDITLOG
       	 LABEL RECORD IS STANDARD.
       01  AUDIT-REC			PIC X(60).
       FD  LOCKLOG
       	 LABEL RECORD IS STANDARD.
       01  LOCKLOG-REC			PIC X(120).
       FD  CLIENTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "CLIENT.Dat"
       FD  CAPFILE
       	 LABEL RECORD IS STANDARD.
       COPY CATCAP.
       FD  CHGFILE
       	 LABEL RECORD IS STANDARD.
       COPY CHGPARM.
       FD  VAULTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "VAULT.Dat"
       	 VALUE OF FILE-ID IS "TKTREG.Dat"
       	 DATA RECORD IS TKTREG-REC.
       COPY TKRREC.
       FD  PLGFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PLGITEM.Dat"
       	 DATA RECORD IS PLEDGE-ITEM-REC.
       COPY PLGREC.
       FD  GPFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "GOLDPRC.Dat"
       	 DATA RECORD IS GOLD-PRICE-REC.
       COPY GOLDPRC.
       FD  GWFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "GOLDWS.Dat"
       	 DATA RECORD IS GOLD-WORKSHEET-REC.
       COPY GOLDWS.
       FD  HOTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "HOTLIST.Dat"
       	 DATA RECORD IS HOTLIST-REC.
       COPY HOTLIST.
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
       COPY RATETBL.
       77 CORE            PIC A.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-CLIENTFILE-STATUS PIC XX.
       77 WS-CLI-FOUND	PIC A.
       77 WS-TKTFILE-STATUS PIC XX.
       77 WS-CAP-EOF		PIC A.
       77 WS-CAP-OK		PIC A.
       01 W-CAP-MAX-DISP	PIC ZZZ,Z99.99.
       77 WS-CHGFILE-STATUS PIC XX.
       77 WS-CHG-EOF		PIC A.
       77 WS-CHG-BASE	PIC 9(6)V99.
       77 WS-CHG-TOTAL	PIC 9(6)V99.
       77 WS-SVC-CHG		PIC 9(4)V99.
       77 WS-DST-AMT		PIC 9(4)V99.
       77 WS-NET-PROCEEDS	PIC 9(6)V99.
       77 WS-CHG-SVC-ACT	PIC X(10).
       77 WS-CHG-DST-ACT	PIC X(10).
       01 W-TKT-SVC-DISP	PIC Z,ZZ9.99.
       01 W-TKT-DST-DISP	PIC Z,ZZ9.99.
       01 W-TKT-NET-DISP	PIC ZZ,Z99.99.
       77 WS-VAULTFILE-STATUS PIC XX.
       77 WS-VAULTMOV-STATUS PIC XX.
       77 WS-VLT-LOCATION	PIC X(10).
       77 WS-VLT-TRANSNO	PIC 9(5).
       77 WS-VLT-TS		PIC 9(14).
       77 WS-TKTREGF-STATUS PIC XX.
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-HOTFILE-STATUS PIC XX.
       77 WS-HOT-EOF		PIC A.
       77 WS-HOT-HIT		PIC A.
       77 WS-HOT-DESC	PIC X(20).
       77 WS-HOT-SERIAL	PIC X(20).
       77 WS-HOT-TALLY	PIC 9(3).
       77 WS-HOT-LEN		PIC 9(2).
       77 WS-HOT-HOTNO	PIC 9(5).
       77 WS-HOT-CASE	PIC X(15).
       77 WS-HOT-STATION	PIC X(20).
       01 WS-PLG-TABLE.
       	 05 WS-PLG-ENTRY OCCURS 9 TIMES.
       	 	10 WS-PLG-LINE	PIC 9(2).
       	 	10 WS-PLG-DESC	PIC X(20).
       	 	10 WS-PLG-CAT		PIC X(10).
       	 	10 WS-PLG-APPR	PIC 9(5)V99.
       	 	10 WS-PLG-LOC		PIC X(10).
       	 	10 WS-PLG-STAT	PIC X(10).
       	 	10 WS-PLG-SEL		PIC A.
       	 	10 WS-PLG-SERIAL	PIC X(20).
       77 WS-PLG-CTR		PIC 9(2).
       77 WS-PLG-IDX		PIC 9(2).
       77 WS-PLG-TOTAL	PIC 9(6)V99.
       77 WS-PLG-CAPSUM	PIC 9(6)V99.
       77 WS-PLG-CAPPED	PIC A.
       01 WS-PLG-APPR-IN	PIC 9(7).
       01 WS-PLG-APPR-DEC REDEFINES WS-PLG-APPR-IN PIC 9(5)V99.
       01 W-PLG-APPR-DISP	PIC ZZ,Z99.99.
       77 WS-GPFILE-STATUS PIC XX.
       77 WS-GWFILE-STATUS PIC XX.
       01 WS-GW-TABLE.
       	 05 WS-GW-ENTRY OCCURS 9 TIMES.
       	 	10 WS-GW-KARAT	PIC 9(2).
       	 	10 WS-GW-GROSS	PIC 9(4)V99.
       	 	10 WS-GW-STONE	PIC 9(4)V99.
       	 	10 WS-GW-NET		PIC 9(4)V99.
       	 	10 WS-GW-PRICE	PIC 9(5)V99.
       	 	10 WS-GW-PDATE	PIC 9(8).
       77 WS-GW-CTR		PIC 9(2).
       77 WS-GW-OK		PIC A.
       77 WS-GW-TODAY	PIC 9(8).
       77 WS-GP-KARAT	PIC 9(2).
       77 WS-GP-PRICE	PIC 9(5)V99.
       77 WS-GP-DATE		PIC 9(8).
       77 WS-GP-FOUND	PIC A.
       77 WS-GP-EOF		PIC A.
       01 WS-GW-GRAMS-IN	PIC 9(6).
       01 WS-GW-GRAMS-DEC REDEFINES WS-GW-GRAMS-IN PIC 9(4)V99.
       01 W-GW-GROSS-DISP	PIC Z,ZZ9.99.
       01 W-GW-STONE-DISP	PIC Z,ZZ9.99.
       01 W-GW-NET-DISP	PIC Z,ZZ9.99.
       01 W-GW-PRICE-DISP	PIC ZZ,ZZ9.99.
       01 W-GW-DATE-DISP	PIC 9999/99/99.

       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-AUDIT-TRANSNO	PIC 9(5).
       77 WS-AUDIT-TIMESTAMP	PIC 9(14).
       77 WS-AUDIT-AMOUNT	PIC 9(6)V99.
       77 WS-TKSFILE-STATUS PIC XX.
       77 WS-TKNFILE-STATUS PIC XX.
       77 WS-TKS-EOF	PIC A.
       77 WS-TKN-NBR	PIC 9(5).
       77 WS-TKN-TRIES	PIC 9(4).
       77 WS-TKN-DONE	PIC A.
       77 WS-TKN-ONFILE	PIC A.
       77 WS-TKN-TS	PIC 9(14).
       77 WS-TKN-REASON	PIC X(30).
       77 WS-TKT-DONE	PIC A.
       77 WS-TKT-SAVED	PIC A.
       77 WS-LOCKLOG-STATUS PIC XX.
       77 WS-LCK-FILE	PIC X(8).
       77 WS-LCK-KEY		PIC X(10).
       77 WS-LCK-TS		PIC 9(14).
       77 WS-LCK-OUTCOME	PIC X(8).
       77 WS-LCK-HOLDER	PIC X(10).
       77 WS-LCK-HOLD-PGM	PIC X(10).
       77 WS-LCK-HOLD-TS	PIC 9(14).
       77 WS-ISCFILE-STATUS PIC XX.
       77 WS-INSTAL		PIC A.
       77 WS-ISC-EOF		PIC A.
       77 WS-ISC-HDR		PIC A.
       77 WS-ISC-TRANSNO	PIC 9(5).
       77 WS-ISC-IDX		PIC 9(2).
       77 WS-ISC-PRIN		PIC 9(5)V99.
       77 WS-ISC-INT		PIC 9(4)V99.
       77 WS-ISC-DUE		PIC 9(8).
       77 WS-ISC-YYYY		PIC 9(4).
       77 WS-ISC-MM		PIC 9(2).
       77 WS-ISC-DD		PIC 9(2).
       77 WS-ISC-MONTHS	PIC 9(4).
       77 WS-ISC-OWED		PIC 9(6)V99.
       01 W-ISC-NO-DISP	PIC Z9.
       01 W-ISC-DUE-DISP	PIC 9999/99/99.
       01 W-ISC-PRIN-DISP	PIC ZZ,Z99.99.
       01 W-ISC-INT-DISP	PIC Z,ZZ9.99.
       01 W-ISC-TOT-DISP	PIC ZZ,Z99.99.

       SCREEN SECTION.
       01  CLRSCR.
       		COMPUTE W-DUEDATE = (WS-DUE-YYYY * 10000) +
       			(WS-DUE-MM * 100) + WS-DG-DD.
       	END-COMPUTE-DUEDATE-RTN.
       TERMINATE-RTN.
       	 DISPLAY "END OF PROGRAM. EXITING NOW...".
       	 CLOSE LOANFILE.
       	 COMPUTE RCTR = RCTR + 1.
       	 DISPLAY "<@@@@@ CLIENT INFORMATION @@@@@>".
       	 DISPLAY "RECORD NO. " RCTR.
       	 PERFORM NEXT-TKT-RTN THRU END-NEXT-TKT-RTN.
       	 IF (W-TRANSNO = 0)
       	 	SUBTRACT 1 FROM RCTR
       	 	MOVE "N" TO RESP
       	 	GO TO END-ACCEPT-REC-RTN
       	 END-IF.
       	 DISPLAY "TRANSACTION NO.: " W-TRANSNO.
       	 DISPLAY "CLIENT NO. (0 IF NONE): ".
       	 ACCEPT W-CLIENTNO.
       	 PERFORM GET-CLIENT-RTN THRU END-GET-CLIENT-RTN.
       	 	DISPLAY "INVALID MONTHS. MUST BE > ZERO: "
       	 	ACCEPT W-NOMON
       	 END-PERFORM.
       	 PERFORM GET-LOAN-TYPE-RTN THRU END-GET-LOAN-TYPE-RTN.
       	 DISPLAY "NO. OF ITEMS PLEDGED (1-9): ".
       	 ACCEPT WS-PLG-CTR.
       	 PERFORM UNTIL WS-PLG-CTR > 0 AND WS-PLG-CTR < 10
       	 	DISPLAY "INVALID COUNT. ENTER 1 TO 9: "
       	 	ACCEPT WS-PLG-CTR
       	 END-PERFORM.
       	 MOVE 0 TO WS-PLG-TOTAL.
       	 MOVE 0 TO WS-PLG-CAPSUM.
       	 MOVE "N" TO WS-PLG-CAPPED.
       	 MOVE "N" TO WS-HOT-HIT.
       	 PERFORM ACCEPT-ITEM-RTN THRU END-ACCEPT-ITEM-RTN
       	 	VARYING WS-PLG-IDX FROM 1 BY 1
       	 	UNTIL (WS-PLG-IDX > WS-PLG-CTR) OR (WS-HOT-HIT = "Y").
       	 IF (WS-HOT-HIT = "Y")
       	 	MOVE W-TRANSNO TO WS-AUDIT-TRANSNO
       	 	PERFORM HOT-STOP-RTN THRU END-HOT-STOP-RTN
       	 	MOVE W-TRANSNO TO WS-TKN-NBR
       	 	MOVE "HOT LIST STOP - NOT ISSUED" TO WS-TKN-REASON
       	 	PERFORM SPOIL-TKT-RTN THRU END-SPOIL-TKT-RTN
       	 	GO TO ACCEPT-REC-NEXT-RTN
       	 END-IF.
       	 MOVE WS-PLG-DESC(1) TO W-ITEM-DESC.
       	 MOVE WS-PLG-CAT(1) TO W-ITEM-CATEGORY.
       	 MOVE WS-PLG-TOTAL TO W-APPR-DEC.
       	 MOVE WS-PLG-LOC(1) TO WS-VLT-LOCATION.
       	 MOVE WS-PLG-CAPSUM TO WS-CAP-MAX.
       	 IF (WS-PLG-CTR > 1 AND WS-PLG-CAPPED = "Y")
       	 	MOVE WS-CAP-MAX TO W-CAP-MAX-DISP
       	 	DISPLAY "MAX LOAN FOR ALL ITEMS: P" W-CAP-MAX-DISP
       	 END-IF.
       	 MOVE "N" TO WS-CAP-OK.
       	 PERFORM CHECK-CAP-RTN THRU END-CHECK-CAP-RTN
       	 	UNTIL WS-CAP-OK = "Y".
       	 MOVE "CURRENT" TO W-LOAN-STATUS.
       	 PERFORM COMPUTE-DUEDATE-RTN THRU END-COMPUTE-DUEDATE-RTN.
       	 PERFORM CREATE-COMPUTE-RTN THRU END-CREATE-COMPUTE-RTN.
       	 MOVE W-DECIMAL TO WS-CHG-BASE.
       	 PERFORM GET-CHARGES-RTN THRU END-GET-CHARGES-RTN.
       	 MOVE WS-SVC-CHG TO W-TKT-SVC-DISP.
       	 MOVE WS-DST-AMT TO W-TKT-DST-DISP.
       	 MOVE WS-NET-PROCEEDS TO W-TKT-NET-DISP.
       	 DISPLAY "SERVICE CHARGE:    P" W-TKT-SVC-DISP.
       	 DISPLAY "DOC. STAMP TAX:    P" W-TKT-DST-DISP.
       	 DISPLAY "NET PROCEEDS DUE:  P" W-TKT-NET-DISP.

       MOVE "N" TO WS-TKT-DONE.
       MOVE "Y" TO WS-TKT-SAVED.
       PERFORM WRITE-LOAN-RTN THRU END-WRITE-LOAN-RTN
       	UNTIL WS-TKT-DONE = "Y".
       IF (WS-TKT-SAVED = "N")
       	GO TO ACCEPT-REC-NEXT-RTN
       END-IF.
       MOVE W-TRANSNO TO WS-AUDIT-TRANSNO.
       MOVE "CREATE" TO WS-AUDIT-ACTION.
       MOVE W-DECIMAL TO WS-AUDIT-AMOUNT.
       IF (WS-OVERRIDE = "Y")
       	PERFORM WRITE-OVERRIDE-RTN THRU END-WRITE-OVERRIDE-RTN
       END-IF.
       MOVE "SVCCHG" TO WS-CHG-SVC-ACT.
       MOVE "DSTAX" TO WS-CHG-DST-ACT.
       PERFORM WRITE-CHARGES-RTN THRU END-WRITE-CHARGES-RTN.
       PERFORM VAULT-STORE-RTN THRU END-VAULT-STORE-RTN.
       PERFORM PLEDGE-STORE-RTN THRU END-PLEDGE-STORE-RTN.
       PERFORM GOLD-STORE-RTN THRU END-GOLD-STORE-RTN.
       IF (W-LOAN-TYPE = "I")
       	PERFORM SCHED-BUILD-RTN THRU END-SCHED-BUILD-RTN
       END-IF.
       PERFORM PRINT-TICKET-RTN THRU END-PRINT-TICKET-RTN.
       ACCEPT-REC-NEXT-RTN.
       DISPLAY "ENTER ANOTHER RECORD [Y/N]?:".
       ACCEPT RESP.
       END-ACCEPT-REC-RTN.
      ******************************************************************
      * The ticket is written under the number drawn for it.  A number
      * found already on LOAN.Dat (a ticket keyed in by hand, or an
      * old number restored) is logged to LOCKLOG.log as DUPKEY,
      * entered spoiled and replaced by the next number in the series;
      * nothing else is posted until the write goes through.  With no
      * numbers left WS-TKT-SAVED comes back "N".
      ******************************************************************
       WRITE-LOAN-RTN.
       	 WRITE LOAN-REC FROM W-LOAN-REC
       	 	INVALID KEY CONTINUE
       	 END-WRITE.
       	 IF (WS-LOANFILE-STATUS NOT = "22")
       	 	IF (WS-LOANFILE-STATUS NOT = "00")
       	 		DISPLAY "LOAN NOT SAVED. STATUS: "
       	 			WS-LOANFILE-STATUS
       	 		MOVE W-TRANSNO TO WS-TKN-NBR
       	 		MOVE "LOAN.Dat WRITE FAILED" TO WS-TKN-REASON
       	 		PERFORM SPOIL-TKT-RTN THRU END-SPOIL-TKT-RTN
       	 		MOVE "N" TO WS-TKT-SAVED
       	 	END-IF
       	 	MOVE "Y" TO WS-TKT-DONE
       	 	GO TO END-WRITE-LOAN-RTN
       	 END-IF.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LCK-TS.
       	 MOVE "LOAN" TO WS-LCK-FILE.
       	 MOVE W-TRANSNO TO WS-LCK-KEY.
       	 MOVE SPACES TO WS-LCK-HOLDER.
       	 MOVE SPACES TO WS-LCK-HOLD-PGM.
       	 MOVE 0 TO WS-LCK-HOLD-TS.
       	 MOVE "DUPKEY" TO WS-LCK-OUTCOME.
       	 PERFORM LOCK-LOG-RTN THRU END-LOCK-LOG-RTN.
       	 DISPLAY "TRANS. NO. " W-TRANSNO " IS ALREADY ON LOAN.Dat.".
       	 MOVE W-TRANSNO TO WS-TKN-NBR.
       	 MOVE "ALREADY ON LOAN.Dat" TO WS-TKN-REASON.
       	 PERFORM SPOIL-TKT-RTN THRU END-SPOIL-TKT-RTN.
       	 PERFORM NEXT-TKT-RTN THRU END-NEXT-TKT-RTN.
       	 IF (W-TRANSNO = 0)
       	 	DISPLAY "LOAN NOT SAVED."
       	 	MOVE "N" TO WS-TKT-SAVED
       	 	MOVE "Y" TO WS-TKT-DONE
       	 	GO TO END-WRITE-LOAN-RTN
       	 END-IF.
       	 DISPLAY "NEW TRANSACTION NO.: " W-TRANSNO.
       END-WRITE-LOAN-RTN.
      * LOCKLOG.log: time, branch, program, operator, file, key,
      * holder, holder's program, held since, outcome
       LOCK-LOG-RTN.
       	 OPEN EXTEND LOCKLOG.
       	 IF (WS-LOCKLOG-STATUS = "35")
       	 	OPEN OUTPUT LOCKLOG
       	 END-IF.
       	 MOVE SPACES TO LOCKLOG-REC.
       	 STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE1  ,"
       	 	WS-OPERATOR-ID "," WS-LCK-FILE "," WS-LCK-KEY ","
       	 	WS-LCK-HOLDER "," WS-LCK-HOLD-PGM "," WS-LCK-HOLD-TS ","
       	 	WS-LCK-OUTCOME DELIMITED BY SIZE INTO LOCKLOG-REC.
       	 WRITE LOCKLOG-REC.
       	 CLOSE LOCKLOG.
       END-LOCK-LOG-RTN.
      ******************************************************************
      * Ticket numbers come from the branch's series on TKTSER.Dat and
      * are taken for good by writing TKTNBR.Dat, the same way OR
      * numbers are issued.  A number already in the register (drawn
      * at another counter, or entered spoiled ahead of time) is
      * passed over; one already on LOAN.Dat from before the series
      * was set up is entered spoiled and passed over.  W-TRANSNO
      * comes back zero when the branch has no numbers left.
      ******************************************************************
       NEXT-TKT-RTN.
       	 MOVE 0 TO W-TRANSNO.
       	 OPEN I-O TKNFILE.
       	 IF (WS-TKNFILE-STATUS = "35")
       		OPEN OUTPUT TKNFILE
       		CLOSE TKNFILE
       		OPEN I-O TKNFILE
       	 END-IF.
       	 IF (WS-TKNFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN TKTNBR.Dat. STATUS: "
       			WS-TKNFILE-STATUS
       		GO TO END-NEXT-TKT-RTN
       	 END-IF.
       	 OPEN I-O TKSFILE.
       	 IF (WS-TKSFILE-STATUS NOT = "00")
       		DISPLAY "NO TICKET SERIES ON FILE (TKTSER.Dat)."
       		DISPLAY "SEE THE MANAGER TO OPEN A TICKET SERIES."
       		CLOSE TKNFILE
       		GO TO END-NEXT-TKT-RTN
       	 END-IF.
       	 MOVE 0 TO WS-TKN-TRIES.
       	 MOVE "N" TO WS-TKN-DONE.
       	 PERFORM NEXT-TKT-ONE-RTN THRU END-NEXT-TKT-ONE-RTN
       		UNTIL WS-TKN-DONE = "Y".
       	 CLOSE TKSFILE.
       	 CLOSE TKNFILE.
       	 IF (W-TRANSNO = 0)
       		DISPLAY "NO TICKET NUMBERS LEFT FOR BRANCH " WS-BR-CODE
       		DISPLAY "SEE THE MANAGER TO OPEN A TICKET SERIES."
       	 END-IF.
       END-NEXT-TKT-RTN.
       NEXT-TKT-ONE-RTN.
       	 PERFORM DRAW-TKT-RTN THRU END-DRAW-TKT-RTN.
       	 IF (WS-TKN-NBR = 0 OR WS-TKN-TRIES > 999)
       		MOVE "Y" TO WS-TKN-DONE
       		GO TO END-NEXT-TKT-ONE-RTN
       	 END-IF.
       	 ADD 1 TO WS-TKN-TRIES.
       	 MOVE "N" TO WS-TKN-ONFILE.
       	 IF (CORE = "E" OR CORE = "e")
       		MOVE WS-TKN-NBR TO TRANSNO
       		READ LOANFILE
       			INVALID KEY CONTINUE
       			NOT INVALID KEY MOVE "Y" TO WS-TKN-ONFILE
       		END-READ
       	 END-IF.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TKN-TS.
       	 MOVE SPACES TO TKTNBR-REC.
       	 MOVE WS-TKN-NBR TO TKN-TRANSNO.
       	 MOVE WS-BR-CODE TO TKN-BRANCHCD.
       	 MOVE WS-TKN-TS(1:8) TO TKN-DATE.
       	 MOVE WS-TKN-TS(9:6) TO TKN-TIME.
       	 MOVE WS-OPERATOR-ID TO TKN-OPERATOR.
       	 MOVE "MACHINE1" TO TKN-PROGRAM.
       	 MOVE "ISSUED" TO TKN-STATUS.
       	 MOVE 0 TO TKN-SP-DATE.
       	 IF (WS-TKN-ONFILE = "Y")
       		MOVE "SPOILED" TO TKN-STATUS
       		MOVE WS-TKN-TS(1:8) TO TKN-SP-DATE
       		MOVE WS-OPERATOR-ID TO TKN-SP-OPER
       		MOVE "ON LOAN.Dat BEFORE THE SERIES" TO TKN-REASON
       	 END-IF.
       	 WRITE TKTNBR-REC
       		INVALID KEY CONTINUE
       	 END-WRITE.
       	 IF (WS-TKNFILE-STATUS = "22" OR WS-TKN-ONFILE = "Y")
       		GO TO END-NEXT-TKT-ONE-RTN
       	 END-IF.
       	 IF (WS-TKNFILE-STATUS NOT = "00")
       		DISPLAY "TKTNBR.Dat NOT UPDATED. STATUS: "
       			WS-TKNFILE-STATUS
       		MOVE "Y" TO WS-TKN-DONE
       		GO TO END-NEXT-TKT-ONE-RTN
       	 END-IF.
       	 MOVE WS-TKN-NBR TO W-TRANSNO.
       	 MOVE "Y" TO WS-TKN-DONE.
       END-NEXT-TKT-ONE-RTN.
      * the next number of the branch's lowest open block, moved on
       DRAW-TKT-RTN.
       	 MOVE 0 TO WS-TKN-NBR.
       	 MOVE 0 TO TKS-FROM.
       	 MOVE "N" TO WS-TKS-EOF.
       	 START TKSFILE KEY NOT < TKS-FROM
       		INVALID KEY MOVE "Y" TO WS-TKS-EOF
       	 END-START.
       	 PERFORM DRAW-TKT-ONE-RTN THRU END-DRAW-TKT-ONE-RTN
       		UNTIL WS-TKS-EOF = "Y".
       END-DRAW-TKT-RTN.
       DRAW-TKT-ONE-RTN.
       	 READ TKSFILE NEXT RECORD
       		AT END MOVE "Y" TO WS-TKS-EOF
       	 END-READ.
       	 IF (WS-TKS-EOF = "Y")
       		GO TO END-DRAW-TKT-ONE-RTN
       	 END-IF.
       	 IF (TKS-BRANCHCD NOT = WS-BR-CODE) OR (NOT TKS-OPEN)
       		GO TO END-DRAW-TKT-ONE-RTN
       	 END-IF.
       	 IF (TKS-NEXT > TKS-TO)
       		MOVE "USED" TO TKS-STATUS
       		REWRITE TKTSER-REC
       			INVALID KEY CONTINUE
       		END-REWRITE
       		GO TO END-DRAW-TKT-ONE-RTN
       	 END-IF.
       	 MOVE TKS-NEXT TO WS-TKN-NBR.
       	 ADD 1 TO TKS-NEXT.
       	 IF (TKS-NEXT > TKS-TO)
       		MOVE "USED" TO TKS-STATUS
       	 END-IF.
       	 REWRITE TKTSER-REC
       		INVALID KEY CONTINUE
       	 END-REWRITE.
       	 MOVE "Y" TO WS-TKS-EOF.
       END-DRAW-TKT-ONE-RTN.
      ******************************************************************
      * A number drawn for a ticket that is not issued after all is
      * marked SPOILED in TKTNBR.Dat with WS-TKN-REASON, so it shows
      * on the series report instead of as a gap.
      ******************************************************************
       SPOIL-TKT-RTN.
       	 OPEN I-O TKNFILE.
       	 IF (WS-TKNFILE-STATUS NOT = "00")
       		GO TO END-SPOIL-TKT-RTN
       	 END-IF.
       	 MOVE WS-TKN-NBR TO TKN-TRANSNO.
       	 READ TKNFILE
       		INVALID KEY
       		CLOSE TKNFILE
       		GO TO END-SPOIL-TKT-RTN
       	 END-READ.
       	 MOVE "SPOILED" TO TKN-STATUS.
       	 MOVE FUNCTION CURRENT-DATE(1:8) TO TKN-SP-DATE.
       	 MOVE WS-OPERATOR-ID TO TKN-SP-OPER.
       	 MOVE WS-TKN-REASON TO TKN-REASON.
       	 REWRITE TKTNBR-REC
       		INVALID KEY CONTINUE
       	 END-REWRITE.
       	 CLOSE TKNFILE.
       END-SPOIL-TKT-RTN.
       CREATE-COMPUTE-RTN.
       	 MOVE W-NOMON TO NOMON.
       	 IF (NOMON-TIER-1)
       	 	TO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "TICKET NO.: " W-TRANSNO "   BRANCH: " W-BRANCHCD
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "TELEPHONE NO.: " W-TELNO
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 IF (WS-PLG-CTR > 1)
       	 	PERFORM TKT-ITEMS-RTN THRU END-TKT-ITEMS-RTN
       	 ELSE
       	 	MOVE SPACES TO TICKET-LINE
       	 	STRING "ITEM: " W-ITEM-DESC
       	 		DELIMITED BY SIZE INTO TICKET-LINE
       	 	WRITE TICKET-LINE
       	 	MOVE SPACES TO TICKET-LINE
       	 	STRING "CATEGORY: " W-ITEM-CATEGORY
       	 		DELIMITED BY SIZE INTO TICKET-LINE
       	 	WRITE TICKET-LINE
       	 END-IF.
       	 PERFORM TKT-GOLD-RTN THRU END-TKT-GOLD-RTN.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "APPRAISED VALUE: P" W-TKT-APPR-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "AMOUNT OF LOAN:  P" W-TKT-LOA-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "INTEREST:        P" W-TKT-INT-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "TOTAL DUE:       P" W-TKT-TOT-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE WS-SVC-CHG TO W-TKT-SVC-DISP.
       	 MOVE WS-DST-AMT TO W-TKT-DST-DISP.
       	 MOVE WS-NET-PROCEEDS TO W-TKT-NET-DISP.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "SERVICE CHARGE:  P" W-TKT-SVC-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "DOC. STAMP TAX:  P" W-TKT-DST-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "NET PROCEEDS:    P" W-TKT-NET-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "MATURITY DATE: " W-TKT-DUE-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE W-TRANSNO TO WS-ISC-TRANSNO.
       	 PERFORM TKT-SCHED-RTN THRU END-TKT-SCHED-RTN.
       	 MOVE "THIS PAWN IS REDEEMABLE WITHIN NINETY (90)"
       	 	TO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE W-DATEGRANTED TO TKR-DATEGRANTED.
       	 MOVE W-DUEDATE TO TKR-DUEDATE.
       	 MOVE 0 TO TKR-REPRINTS.
       	 MOVE WS-SVC-CHG TO TKR-SVC-CHG.
       	 MOVE WS-DST-AMT TO TKR-DST.
       	 MOVE WS-NET-PROCEEDS TO TKR-NET.
       	 WRITE TKTREG-REC
       	 	INVALID KEY
       	 	REWRITE TKTREG-REC
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
       	 READ CAPFILE AT END MOVE "Y" TO WS-CAP-EOF
       	 END-READ.
       END-GET-CAP-ONE-RTN.
      ******************************************************************
      * Service charge and documentary stamp tax for a loan of
      * WS-CHG-BASE from the CHGPARM.Dat bracket it falls in, and the
      * net proceeds left after both are deducted.  No file or no
      * bracket means no charges; a bracket whose charges would eat
      * the whole loan is ignored rather than pay out nothing.
      ******************************************************************
       GET-CHARGES-RTN.
       	 MOVE 0 TO WS-SVC-CHG.
       	 MOVE 0 TO WS-DST-AMT.
       	 OPEN INPUT CHGFILE.
       	 IF (WS-CHGFILE-STATUS = "00")
       	 	MOVE "N" TO WS-CHG-EOF
       	 	READ CHGFILE AT END MOVE "Y" TO WS-CHG-EOF
       	 	END-READ
       	 	PERFORM GET-CHARGES-ONE-RTN THRU
       	 		END-GET-CHARGES-ONE-RTN
       	 		UNTIL WS-CHG-EOF = "Y"
       	 	CLOSE CHGFILE
       	 END-IF.
       	 COMPUTE WS-CHG-TOTAL = WS-SVC-CHG + WS-DST-AMT.
       	 IF (WS-CHG-TOTAL >= WS-CHG-BASE)
       	 	DISPLAY "CHARGE BRACKET EXCEEDS LOAN - "
       	 		"NO CHARGES TAKEN."
       	 	MOVE 0 TO WS-SVC-CHG
       	 	MOVE 0 TO WS-DST-AMT
       	 	MOVE 0 TO WS-CHG-TOTAL
       	 END-IF.
       	 COMPUTE WS-NET-PROCEEDS = WS-CHG-BASE - WS-CHG-TOTAL.
       END-GET-CHARGES-RTN.
       GET-CHARGES-ONE-RTN.
       	 IF (WS-CHG-BASE >= CHG-LOAN-FROM) AND
       	 (WS-CHG-BASE <= CHG-LOAN-TO)
       	 	MOVE CHG-SVC-FEE TO WS-SVC-CHG
       	 	MOVE CHG-DST TO WS-DST-AMT
       	 END-IF.
       	 READ CHGFILE AT END MOVE "Y" TO WS-CHG-EOF
       	 END-READ.
       END-GET-CHARGES-ONE-RTN.
      ******************************************************************
      * One audit line per charge actually taken, under the action
      * names the caller sets (release and renewal post differently
      * in the cash proof).  WS-AUDIT-TRANSNO is set by the caller.
      ******************************************************************
       WRITE-CHARGES-RTN.
       	 IF (WS-SVC-CHG > 0)
       	 	MOVE WS-CHG-SVC-ACT TO WS-AUDIT-ACTION
       	 	MOVE WS-SVC-CHG TO WS-AUDIT-AMOUNT
       	 	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN
       	 END-IF.
       	 IF (WS-DST-AMT > 0)
       	 	MOVE WS-CHG-DST-ACT TO WS-AUDIT-ACTION
       	 	MOVE WS-DST-AMT TO WS-AUDIT-AMOUNT
       	 	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN
       	 END-IF.
       END-WRITE-CHARGES-RTN.
       CHECK-CAP-RTN.
       	 MOVE "Y" TO WS-CAP-OK.
       	 IF (WS-PLG-CAPPED = "N") OR
       	 (W-DECIMAL <= WS-CAP-MAX)
       	 	GO TO END-CHECK-CAP-RTN
       	 END-IF.
       	 WRITE VAULTMOV-REC.
       	 CLOSE VAULTMOV.
       END-WRITE-VAULTMOV-RTN.
      ******************************************************************
      * Multi-item pledges: each article on the ticket is keyed with
      * its own category, appraisal and shelf/box location.  The cap
      * is the sum of each article's CATCAP maximum (an article with
      * no cap on file counts at full appraisal).  The articles go to
      * PLGITEM.Dat under TRANSNO + line; LOAN-REC carries the first
      * article and the total appraisal.
      ******************************************************************
       ACCEPT-ITEM-RTN.
       	 DISPLAY "ITEM " WS-PLG-IDX " DESCRIPTION: ".
       	 ACCEPT WS-PLG-DESC(WS-PLG-IDX).
       	 DISPLAY "ITEM " WS-PLG-IDX " CATEGORY: ".
       	 ACCEPT WS-PLG-CAT(WS-PLG-IDX).
       	 DISPLAY "ITEM " WS-PLG-IDX " SERIAL NO./MARKINGS: ".
       	 ACCEPT WS-PLG-SERIAL(WS-PLG-IDX).
       	 MOVE WS-PLG-DESC(WS-PLG-IDX) TO WS-HOT-DESC.
       	 MOVE WS-PLG-SERIAL(WS-PLG-IDX) TO WS-HOT-SERIAL.
       	 PERFORM HOT-CHECK-RTN THRU END-HOT-CHECK-RTN.
       	 IF (WS-HOT-HIT = "Y")
       	 	GO TO END-ACCEPT-ITEM-RTN
       	 END-IF.
       	 MOVE 0 TO WS-GW-KARAT(WS-PLG-IDX).
       	 IF (WS-PLG-CAT(WS-PLG-IDX) = "GOLD")
       	 	PERFORM GOLD-WORKSHEET-RTN THRU END-GOLD-WORKSHEET-RTN
       	 ELSE
       	 	DISPLAY "ITEM " WS-PLG-IDX " APPRAISED VALUE: "
       	 	ACCEPT WS-PLG-APPR-IN
       	 END-IF.
       	 DISPLAY "ITEM " WS-PLG-IDX " VAULT LOCATION (SHELF/BOX): ".
       	 ACCEPT WS-PLG-LOC(WS-PLG-IDX).
       	 MOVE WS-PLG-IDX TO WS-PLG-LINE(WS-PLG-IDX).
       	 MOVE WS-PLG-APPR-DEC TO WS-PLG-APPR(WS-PLG-IDX).
       	 MOVE "IN" TO WS-PLG-STAT(WS-PLG-IDX).
       	 MOVE "N" TO WS-PLG-SEL(WS-PLG-IDX).
       	 ADD WS-PLG-APPR-DEC TO WS-PLG-TOTAL.
       	 MOVE WS-PLG-CAT(WS-PLG-IDX) TO W-ITEM-CATEGORY.
       	 MOVE WS-PLG-APPR-DEC TO W-APPR-DEC.
       	 PERFORM GET-CAP-RTN THRU END-GET-CAP-RTN.
       	 IF (WS-CAP-PCT > 0)
       	 	MOVE "Y" TO WS-PLG-CAPPED
       	 	ADD WS-CAP-MAX TO WS-PLG-CAPSUM
       	 ELSE
       	 	ADD WS-PLG-APPR-DEC TO WS-PLG-CAPSUM
       	 END-IF.
       END-ACCEPT-ITEM-RTN.
       PLEDGE-STORE-RTN.
       	 OPEN I-O PLGFILE.
       	 IF (WS-PLGFILE-STATUS = "35")
       	 	OPEN OUTPUT PLGFILE
       	 	CLOSE PLGFILE
       	 	OPEN I-O PLGFILE
       	 END-IF.
       	 IF (WS-PLGFILE-STATUS NOT = "00")
       	 	DISPLAY "CANNOT OPEN PLGITEM.Dat. STATUS: "
       	 		WS-PLGFILE-STATUS
       	 	GO TO END-PLEDGE-STORE-RTN
       	 END-IF.
       	 PERFORM PLEDGE-STORE-ONE-RTN THRU END-PLEDGE-STORE-ONE-RTN
       	 	VARYING WS-PLG-IDX FROM 1 BY 1
       	 	UNTIL WS-PLG-IDX > WS-PLG-CTR.
      * lines left over from an earlier ticket under the same number
       	 COMPUTE WS-PLG-IDX = WS-PLG-CTR + 1.
       	 PERFORM UNTIL WS-PLG-IDX > 9
       	 	MOVE W-TRANSNO TO PLG-TRANSNO
       	 	MOVE WS-PLG-IDX TO PLG-LINE
       	 	DELETE PLGFILE RECORD
       	 		INVALID KEY CONTINUE
       	 	END-DELETE
       	 	ADD 1 TO WS-PLG-IDX
       	 END-PERFORM.
       	 CLOSE PLGFILE.
       END-PLEDGE-STORE-RTN.
       PLEDGE-STORE-ONE-RTN.
       	 MOVE W-TRANSNO TO PLG-TRANSNO.
       	 MOVE WS-PLG-IDX TO PLG-LINE.
       	 MOVE WS-PLG-DESC(WS-PLG-IDX) TO PLG-ITEM-DESC.
       	 MOVE WS-PLG-CAT(WS-PLG-IDX) TO PLG-ITEM-CATEGORY.
       	 MOVE WS-PLG-APPR(WS-PLG-IDX) TO PLG-APPRAISED.
       	 MOVE WS-PLG-LOC(WS-PLG-IDX) TO PLG-LOCATION.
       	 MOVE WS-PLG-SERIAL(WS-PLG-IDX) TO PLG-SERIAL.
       	 MOVE "IN" TO PLG-STATUS.
       	 MOVE FUNCTION CURRENT-DATE(1:8) TO PLG-IN-DATE.
       	 MOVE 0 TO PLG-OUT-DATE.
       	 WRITE PLEDGE-ITEM-REC
       	 	INVALID KEY
       	 	REWRITE PLEDGE-ITEM-REC
       	 	END-REWRITE
       	 END-WRITE.
      * the first article's STORE movement is logged by VAULT-STORE-RTN
       	 IF (WS-PLG-IDX > 1)
       	 	MOVE W-TRANSNO TO WS-VLT-TRANSNO
       	 	MOVE PLG-LOCATION TO WS-VLT-LOCATION
       	 	MOVE "STORE" TO WS-VLT-ACTION
       	 	PERFORM WRITE-VAULTMOV-RTN THRU
       	 		END-WRITE-VAULTMOV-RTN
       	 END-IF.
       END-PLEDGE-STORE-ONE-RTN.
       TKT-ITEMS-RTN.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "ITEMS PLEDGED: " WS-PLG-CTR
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 PERFORM VARYING WS-PLG-IDX FROM 1 BY 1
       	 	UNTIL WS-PLG-IDX > WS-PLG-CTR
       	 	MOVE WS-PLG-APPR(WS-PLG-IDX) TO W-PLG-APPR-DISP
       	 	MOVE SPACES TO TICKET-LINE
       	 	STRING "  " WS-PLG-LINE(WS-PLG-IDX) ". "
       	 		WS-PLG-DESC(WS-PLG-IDX) " "
       	 		WS-PLG-CAT(WS-PLG-IDX) " P"
       	 		W-PLG-APPR-DISP
       	 		DELIMITED BY SIZE INTO TICKET-LINE
       	 	WRITE TICKET-LINE
       	 END-PERFORM.
       END-TKT-ITEMS-RTN.
      ******************************************************************
      * Gold appraisal worksheet.  For a GOLD article the appraised
      * value is not keyed: the teller weighs the piece and the value
      * is net grams (gross less stones) at the price per gram in
      * effect today for its karat from GOLDPRC.Dat.  Karat 00 lets a
      * manager authorise a keyed value when no price is on file; the
      * override is audited with the loan.  The worksheet is kept in
      * GOLDWS.Dat against TRANSNO + line and printed on the ticket.
      ******************************************************************
       GOLD-WORKSHEET-RTN.
       	 DISPLAY "GOLD APPRAISAL WORKSHEET - ITEM " WS-PLG-IDX.
       	 MOVE "N" TO WS-GP-FOUND.
       	 PERFORM GOLD-KARAT-RTN THRU END-GOLD-KARAT-RTN
       	 	UNTIL WS-GP-FOUND NOT = "N".
       	 IF (WS-GP-FOUND = "M")
       	 	DISPLAY "ITEM " WS-PLG-IDX " APPRAISED VALUE: "
       	 	ACCEPT WS-PLG-APPR-IN
       	 	GO TO END-GOLD-WORKSHEET-RTN
       	 END-IF.
       	 MOVE WS-GP-KARAT TO WS-GW-KARAT(WS-PLG-IDX).
       	 MOVE WS-GP-PRICE TO WS-GW-PRICE(WS-PLG-IDX).
       	 MOVE WS-GP-DATE TO WS-GW-PDATE(WS-PLG-IDX).
       	 MOVE "N" TO WS-GW-OK.
       	 PERFORM GOLD-WEIGH-RTN THRU END-GOLD-WEIGH-RTN
       	 	UNTIL WS-GW-OK = "Y".
       	 MOVE WS-GW-NET(WS-PLG-IDX) TO W-GW-NET-DISP.
       	 MOVE WS-PLG-APPR-DEC TO W-PLG-APPR-DISP.
       	 DISPLAY "NET WEIGHT: " W-GW-NET-DISP " G   APPRAISED VALUE: P"
       	 	W-PLG-APPR-DISP.
       END-GOLD-WORKSHEET-RTN.
       GOLD-KARAT-RTN.
       	 DISPLAY "KARAT (00 = NO PRICE ON FILE, MANAGER KEYS VALUE): ".
       	 ACCEPT WS-GP-KARAT.
       	 IF (WS-GP-KARAT = 0)
       	 	PERFORM MGR-OVERRIDE-RTN THRU END-MGR-OVERRIDE-RTN
       	 	IF (WS-MGR-OK = "Y")
       	 		MOVE "Y" TO WS-OVERRIDE
       	 		MOVE "M" TO WS-GP-FOUND
       	 	END-IF
       	 	GO TO END-GOLD-KARAT-RTN
       	 END-IF.
       	 PERFORM GET-GOLD-PRICE-RTN THRU END-GET-GOLD-PRICE-RTN.
       	 IF (WS-GP-FOUND = "N")
       	 	DISPLAY "NO GOLD PRICE IN EFFECT FOR " WS-GP-KARAT "K."
       	 ELSE
       	 	MOVE WS-GP-PRICE TO W-GW-PRICE-DISP
       	 	MOVE WS-GP-DATE TO W-GW-DATE-DISP
       	 	DISPLAY WS-GP-KARAT "K PRICE PER GRAM: P"
       	 		W-GW-PRICE-DISP " EFFECTIVE " W-GW-DATE-DISP
       	 END-IF.
       END-GOLD-KARAT-RTN.
       GOLD-WEIGH-RTN.
       	 MOVE "Y" TO WS-GW-OK.
       	 DISPLAY "GROSS WEIGHT IN GRAMS (1250 = 12.50 G): ".
       	 ACCEPT WS-GW-GRAMS-IN.
       	 MOVE WS-GW-GRAMS-DEC TO WS-GW-GROSS(WS-PLG-IDX).
       	 DISPLAY "STONE DEDUCTION IN GRAMS (0 IF NONE): ".
       	 ACCEPT WS-GW-GRAMS-IN.
       	 MOVE WS-GW-GRAMS-DEC TO WS-GW-STONE(WS-PLG-IDX).
       	 IF (WS-GW-GROSS(WS-PLG-IDX) = 0) OR
       	 (WS-GW-STONE(WS-PLG-IDX) >= WS-GW-GROSS(WS-PLG-IDX))
       	 	DISPLAY "GROSS MUST BE OVER ZERO AND OVER THE STONES."
       	 	MOVE "N" TO WS-GW-OK
       	 	GO TO END-GOLD-WEIGH-RTN
       	 END-IF.
       	 COMPUTE WS-GW-NET(WS-PLG-IDX) =
       	 	WS-GW-GROSS(WS-PLG-IDX) - WS-GW-STONE(WS-PLG-IDX).
       	 COMPUTE WS-PLG-APPR-DEC ROUNDED =
       	 	WS-GW-NET(WS-PLG-IDX) * WS-GW-PRICE(WS-PLG-IDX)
       	 	ON SIZE ERROR
       	 	DISPLAY "VALUE OVER P99,999.99. REENTER WEIGHTS."
       	 	MOVE "N" TO WS-GW-OK
       	 END-COMPUTE.
       END-GOLD-WEIGH-RTN.
      * latest price for WS-GP-KARAT whose effective date is not
      * after today
       GET-GOLD-PRICE-RTN.
       	 MOVE "N" TO WS-GP-FOUND.
       	 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GW-TODAY.
       	 OPEN INPUT GPFILE.
       	 IF (WS-GPFILE-STATUS NOT = "00")
       	 	GO TO END-GET-GOLD-PRICE-RTN
       	 END-IF.
       	 MOVE WS-GP-KARAT TO GP-KARAT.
       	 MOVE 0 TO GP-EFF-DATE.
       	 MOVE "N" TO WS-GP-EOF.
       	 START GPFILE KEY NOT < GP-KEY
       	 	INVALID KEY MOVE "Y" TO WS-GP-EOF
       	 END-START.
       	 IF (WS-GP-EOF = "N")
       	 	READ GPFILE NEXT RECORD AT END
       	 		MOVE "Y" TO WS-GP-EOF
       	 	END-READ
       	 END-IF.
       	 PERFORM GET-GOLD-PRICE-ONE-RTN THRU END-GET-GOLD-PRICE-ONE-RTN
       	 	UNTIL WS-GP-EOF = "Y".
       	 CLOSE GPFILE.
       END-GET-GOLD-PRICE-RTN.
       GET-GOLD-PRICE-ONE-RTN.
       	 IF (GP-KARAT NOT = WS-GP-KARAT) OR (GP-EFF-DATE > WS-GW-TODAY)
       	 	MOVE "Y" TO WS-GP-EOF
       	 	GO TO END-GET-GOLD-PRICE-ONE-RTN
       	 END-IF.
       	 MOVE "Y" TO WS-GP-FOUND.
       	 MOVE GP-PRICE-GRAM TO WS-GP-PRICE.
       	 MOVE GP-EFF-DATE TO WS-GP-DATE.
       	 READ GPFILE NEXT RECORD AT END
       	 	MOVE "Y" TO WS-GP-EOF
       	 END-READ.
       END-GET-GOLD-PRICE-ONE-RTN.
       GOLD-STORE-RTN.
       	 OPEN I-O GWFILE.
       	 IF (WS-GWFILE-STATUS = "35")
       	 	OPEN OUTPUT GWFILE
       	 	CLOSE GWFILE
       	 	OPEN I-O GWFILE
       	 END-IF.
       	 IF (WS-GWFILE-STATUS NOT = "00")
       	 	DISPLAY "CANNOT OPEN GOLDWS.Dat. STATUS: "
       	 		WS-GWFILE-STATUS
       	 	GO TO END-GOLD-STORE-RTN
       	 END-IF.
       	 PERFORM GOLD-STORE-ONE-RTN THRU END-GOLD-STORE-ONE-RTN
       	 	VARYING WS-PLG-IDX FROM 1 BY 1
       	 	UNTIL WS-PLG-IDX > 9.
       	 CLOSE GWFILE.
       END-GOLD-STORE-RTN.
       GOLD-STORE-ONE-RTN.
       	 MOVE W-TRANSNO TO GW-TRANSNO.
       	 MOVE WS-PLG-IDX TO GW-LINE.
      * no worksheet for this line - clear any left from an earlier
      * ticket under the same number
       	 IF (WS-PLG-IDX > WS-PLG-CTR) OR (WS-GW-KARAT(WS-PLG-IDX) = 0)
       	 	DELETE GWFILE RECORD
       	 		INVALID KEY CONTINUE
       	 	END-DELETE
       	 	GO TO END-GOLD-STORE-ONE-RTN
       	 END-IF.
       	 MOVE WS-GW-KARAT(WS-PLG-IDX) TO GW-KARAT.
       	 MOVE WS-GW-GROSS(WS-PLG-IDX) TO GW-GROSS-GRAMS.
       	 MOVE WS-GW-STONE(WS-PLG-IDX) TO GW-STONE-GRAMS.
       	 MOVE WS-GW-NET(WS-PLG-IDX) TO GW-NET-GRAMS.
       	 MOVE WS-GW-PRICE(WS-PLG-IDX) TO GW-PRICE-GRAM.
       	 MOVE WS-GW-PDATE(WS-PLG-IDX) TO GW-PRICE-DATE.
       	 MOVE WS-PLG-APPR(WS-PLG-IDX) TO GW-APPRAISED.
       	 MOVE WS-OPERATOR-ID TO GW-APPRAISER.
       	 MOVE FUNCTION CURRENT-DATE(1:8) TO GW-DATE.
       	 WRITE GOLD-WORKSHEET-REC
       	 	INVALID KEY
       	 	REWRITE GOLD-WORKSHEET-REC
       	 	END-REWRITE
       	 END-WRITE.
       END-GOLD-STORE-ONE-RTN.
       TKT-GOLD-RTN.
       	 MOVE 0 TO WS-GW-CTR.
       	 PERFORM VARYING WS-PLG-IDX FROM 1 BY 1
       	 	UNTIL WS-PLG-IDX > WS-PLG-CTR
       	 	IF (WS-GW-KARAT(WS-PLG-IDX) > 0)
       	 		PERFORM TKT-GOLD-ONE-RTN THRU
       	 			END-TKT-GOLD-ONE-RTN
       	 	END-IF
       	 END-PERFORM.
       END-TKT-GOLD-RTN.
       TKT-GOLD-ONE-RTN.
       	 ADD 1 TO WS-GW-CTR.
       	 IF (WS-GW-CTR = 1)
       	 	MOVE "GOLD APPRAISAL WORKSHEET:" TO TICKET-LINE
       	 	WRITE TICKET-LINE
       	 END-IF.
       	 MOVE WS-GW-GROSS(WS-PLG-IDX) TO W-GW-GROSS-DISP.
       	 MOVE WS-GW-STONE(WS-PLG-IDX) TO W-GW-STONE-DISP.
       	 MOVE WS-GW-NET(WS-PLG-IDX) TO W-GW-NET-DISP.
       	 MOVE WS-GW-PRICE(WS-PLG-IDX) TO W-GW-PRICE-DISP.
       	 MOVE WS-GW-PDATE(WS-PLG-IDX) TO W-GW-DATE-DISP.
       	 MOVE WS-PLG-APPR(WS-PLG-IDX) TO W-PLG-APPR-DISP.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "  " WS-PLG-LINE(WS-PLG-IDX) ". "
       	 	WS-GW-KARAT(WS-PLG-IDX) "K  GROSS" W-GW-GROSS-DISP
       	 	" G  STONES" W-GW-STONE-DISP " G  NET"
       	 	W-GW-NET-DISP " G"
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "      AT P" W-GW-PRICE-DISP "/G EFFECTIVE "
       	 	W-GW-DATE-DISP "  VALUE P" W-PLG-APPR-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       END-TKT-GOLD-ONE-RTN.
      ******************************************************************
      * Screens one article against the ACTIVE entries of the police
      * stolen-goods hot list in HOTLIST.Dat.  A match on serial or
      * markings, or a listed description found anywhere within the
      * article's description, sets WS-HOT-HIT and keeps the
      * circular's details for the stop message.  No list on file
      * means there is nothing to screen against.
      ******************************************************************
       HOT-CHECK-RTN.
       	 MOVE "N" TO WS-HOT-HIT.
       	 MOVE FUNCTION UPPER-CASE(WS-HOT-DESC) TO WS-HOT-DESC.
       	 MOVE FUNCTION UPPER-CASE(WS-HOT-SERIAL) TO WS-HOT-SERIAL.
       	 OPEN INPUT HOTFILE.
       	 IF (WS-HOTFILE-STATUS NOT = "00")
       	 	GO TO END-HOT-CHECK-RTN
       	 END-IF.
       	 MOVE "N" TO WS-HOT-EOF.
       	 READ HOTFILE NEXT RECORD AT END MOVE "Y" TO WS-HOT-EOF
       	 END-READ.
       	 PERFORM HOT-CHECK-ONE-RTN THRU END-HOT-CHECK-ONE-RTN
       	 	UNTIL WS-HOT-EOF = "Y".
       	 CLOSE HOTFILE.
       END-HOT-CHECK-RTN.
       HOT-CHECK-ONE-RTN.
       	 IF (HL-STATUS NOT = "ACTIVE")
       	 	GO TO HOT-CHECK-NEXT-RTN
       	 END-IF.
       	 MOVE 0 TO WS-HOT-TALLY.
       	 IF (HL-SERIAL NOT = SPACES) AND
       	 (HL-SERIAL = WS-HOT-SERIAL)
       	 	MOVE 1 TO WS-HOT-TALLY
       	 END-IF.
       	 IF (HL-DESC NOT = SPACES) AND (WS-HOT-TALLY = 0)
       	 	COMPUTE WS-HOT-LEN =
       	 		FUNCTION LENGTH(FUNCTION TRIM(HL-DESC TRAILING))
       	 	INSPECT WS-HOT-DESC TALLYING WS-HOT-TALLY
       	 		FOR ALL HL-DESC(1:WS-HOT-LEN)
       	 END-IF.
       	 IF (WS-HOT-TALLY > 0)
       	 	MOVE "Y" TO WS-HOT-HIT
       	 	MOVE HL-HOTNO TO WS-HOT-HOTNO
       	 	MOVE HL-CASE-REF TO WS-HOT-CASE
       	 	MOVE HL-STATION TO WS-HOT-STATION
       	 	MOVE "Y" TO WS-HOT-EOF
       	 	GO TO END-HOT-CHECK-ONE-RTN
       	 END-IF.
       HOT-CHECK-NEXT-RTN.
       	 READ HOTFILE NEXT RECORD AT END MOVE "Y" TO WS-HOT-EOF
       	 END-READ.
       END-HOT-CHECK-ONE-RTN.
      ******************************************************************
      * A hot-list match stops the transaction at the counter -
      * nothing is written or paid out, the teller is shown the
      * circular to bring to the manager, and a HOTMATCH action goes
      * to the audit log under WS-AUDIT-TRANSNO (set by the caller).
      ******************************************************************
       HOT-STOP-RTN.
       	 DISPLAY "*** ITEM MATCHES POLICE HOT LIST ENTRY "
       	 	WS-HOT-HOTNO " ***".
       	 DISPLAY "CASE REF.: " WS-HOT-CASE
       	 	"  STATION: " WS-HOT-STATION.
       	 DISPLAY "TRANSACTION STOPPED - CALL THE MANAGER.".
       	 MOVE "HOTMATCH" TO WS-AUDIT-ACTION.
       	 MOVE 0 TO WS-AUDIT-AMOUNT.
       	 PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       END-HOT-STOP-RTN.
       WRITE-OVERRIDE-RTN.
       	 MOVE WS-OPERATOR-ID TO WS-SAVE-OPER.
       	 MOVE WS-MGR-ID TO WS-OPERATOR-ID.
       	 END-IF
       	 END-IF.
       END-GET-CLIENT-RTN.
      ******************************************************************
      * A loan over more than one month may be taken on instalments,
      * paid monthly against a schedule instead of in one sum at
      * maturity.
      ******************************************************************
       GET-LOAN-TYPE-RTN.
       	 MOVE "S" TO W-LOAN-TYPE.
       	 MOVE W-NOMON TO WS-NOMON-NUM.
       	 IF (WS-NOMON-NUM < 2)
       	 	GO TO END-GET-LOAN-TYPE-RTN
       	 END-IF.
       	 DISPLAY "PAY IN MONTHLY INSTALMENTS [Y/N]?: ".
       	 ACCEPT WS-INSTAL.
       	 PERFORM UNTIL (WS-INSTAL = "Y" OR WS-INSTAL = "y") OR
       	 (WS-INSTAL = "N" OR WS-INSTAL = "n")
       	 	DISPLAY "INVALID CHOICE. ENTER Y OR N: "
       	 	ACCEPT WS-INSTAL
       	 END-PERFORM.
       	 IF (WS-INSTAL = "Y" OR WS-INSTAL = "y")
       	 	MOVE "I" TO W-LOAN-TYPE
       	 END-IF.
       END-GET-LOAN-TYPE-RTN.
      ******************************************************************
      * Writes the INSTSCH.Dat rows of a new instalment loan: principal
      * and interest split evenly over the months, the last instalment
      * taking the odd centavos and falling due on the maturity date.
      * Rows left by an earlier ticket of the same number are removed.
      ******************************************************************
       SCHED-BUILD-RTN.
       	 OPEN I-O ISCFILE.
       	 IF (WS-ISCFILE-STATUS = "35")
       	 	OPEN OUTPUT ISCFILE
       	 	CLOSE ISCFILE
       	 	OPEN I-O ISCFILE
       	 END-IF.
       	 IF (WS-ISCFILE-STATUS NOT = "00")
       	 	DISPLAY "CANNOT OPEN INSTSCH.Dat. STATUS: "
       	 		WS-ISCFILE-STATUS
       	 	GO TO END-SCHED-BUILD-RTN
       	 END-IF.
       	 MOVE "N" TO WS-ISC-EOF.
       	 MOVE W-TRANSNO TO ISC-TRANSNO.
       	 MOVE 0 TO ISC-INSTNO.
       	 START ISCFILE KEY IS GREATER THAN ISC-KEY
       	 	INVALID KEY MOVE "Y" TO WS-ISC-EOF
       	 END-START.
       	 PERFORM UNTIL WS-ISC-EOF = "Y"
       	 	READ ISCFILE NEXT RECORD AT END MOVE "Y" TO WS-ISC-EOF
       	 	END-READ
       	 	IF (WS-ISC-EOF = "N" AND ISC-TRANSNO = W-TRANSNO)
       	 		DELETE ISCFILE RECORD
       	 		END-DELETE
       	 	ELSE
       	 		MOVE "Y" TO WS-ISC-EOF
       	 	END-IF
       	 END-PERFORM.
       	 MOVE W-NOMON TO WS-NOMON-NUM.
       	 COMPUTE WS-ISC-PRIN = W-DECIMAL / WS-NOMON-NUM.
       	 COMPUTE WS-ISC-INT = W-DECI / WS-NOMON-NUM.
       	 MOVE W-DATEGRANTED(1:4) TO WS-DG-YYYY.
       	 MOVE W-DATEGRANTED(5:2) TO WS-DG-MM.
       	 MOVE W-DATEGRANTED(7:2) TO WS-DG-DD.
       	 PERFORM SCHED-BUILD-ONE-RTN THRU END-SCHED-BUILD-ONE-RTN
       	 	VARYING WS-ISC-IDX FROM 1 BY 1
       	 	UNTIL WS-ISC-IDX > WS-NOMON-NUM.
       	 CLOSE ISCFILE.
       END-SCHED-BUILD-RTN.
       SCHED-BUILD-ONE-RTN.
       	 MOVE W-TRANSNO TO ISC-TRANSNO.
       	 MOVE WS-ISC-IDX TO ISC-INSTNO.
       	 IF (WS-ISC-IDX = WS-NOMON-NUM)
       	 	MOVE W-DUEDATE TO ISC-DUEDATE
       	 	COMPUTE ISC-PRINCIPAL =
       	 		W-DECIMAL - (WS-ISC-PRIN * (WS-NOMON-NUM - 1))
       	 	COMPUTE ISC-INTEREST =
       	 		W-DECI - (WS-ISC-INT * (WS-NOMON-NUM - 1))
       	 ELSE
       	 	PERFORM SCHED-DUEDATE-RTN THRU END-SCHED-DUEDATE-RTN
       	 	MOVE WS-ISC-DUE TO ISC-DUEDATE
       	 	MOVE WS-ISC-PRIN TO ISC-PRINCIPAL
       	 	MOVE WS-ISC-INT TO ISC-INTEREST
       	 END-IF.
       	 MOVE 0 TO ISC-PRIN-PAID.
       	 MOVE 0 TO ISC-INT-PAID.
       	 MOVE 0 TO ISC-PAID-DATE.
       	 MOVE "OPEN" TO ISC-STATUS.
       	 WRITE INSTSCH-REC
       	 	INVALID KEY
       	 	DISPLAY "INSTSCH.Dat ROW NOT WRITTEN: " ISC-INSTNO
       	 END-WRITE.
       END-SCHED-BUILD-ONE-RTN.
      * the same day WS-ISC-IDX months on, or the month's last day
       SCHED-DUEDATE-RTN.
       	 COMPUTE WS-ISC-MONTHS = WS-DG-MM + WS-ISC-IDX.
       	 COMPUTE WS-ISC-YYYY = WS-DG-YYYY +
       	 	((WS-ISC-MONTHS - 1) / 12).
       	 COMPUTE WS-ISC-MM = WS-ISC-MONTHS -
       	 	(12 * ((WS-ISC-MONTHS - 1) / 12)).
       	 MOVE WS-DG-DD TO WS-ISC-DD.
       	 COMPUTE WS-ISC-DUE = (WS-ISC-YYYY * 10000) +
       	 	(WS-ISC-MM * 100) + WS-ISC-DD.
       	 PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-ISC-DUE) = 0
       	 	SUBTRACT 1 FROM WS-ISC-DD
       	 	COMPUTE WS-ISC-DUE = (WS-ISC-YYYY * 10000) +
       	 		(WS-ISC-MM * 100) + WS-ISC-DD
       	 END-PERFORM.
       END-SCHED-DUEDATE-RTN.
      ******************************************************************
      * Prints the instalment schedule of ticket WS-ISC-TRANSNO, if it
      * has one, on the pawn ticket.
      ******************************************************************
       TKT-SCHED-RTN.
       	 OPEN INPUT ISCFILE.
       	 IF (WS-ISCFILE-STATUS NOT = "00")
       	 	GO TO END-TKT-SCHED-RTN
       	 END-IF.
       	 MOVE "N" TO WS-ISC-HDR.
       	 MOVE "N" TO WS-ISC-EOF.
       	 MOVE WS-ISC-TRANSNO TO ISC-TRANSNO.
       	 MOVE 0 TO ISC-INSTNO.
       	 START ISCFILE KEY IS GREATER THAN ISC-KEY
       	 	INVALID KEY MOVE "Y" TO WS-ISC-EOF
       	 END-START.
       	 PERFORM TKT-SCHED-ONE-RTN THRU END-TKT-SCHED-ONE-RTN
       	 	UNTIL WS-ISC-EOF = "Y".
       	 CLOSE ISCFILE.
       END-TKT-SCHED-RTN.
       TKT-SCHED-ONE-RTN.
       	 READ ISCFILE NEXT RECORD AT END MOVE "Y" TO WS-ISC-EOF
       	 END-READ.
       	 IF (WS-ISC-EOF = "N" AND ISC-TRANSNO NOT = WS-ISC-TRANSNO)
       	 	MOVE "Y" TO WS-ISC-EOF
       	 END-IF.
       	 IF (WS-ISC-EOF = "Y")
       	 	GO TO END-TKT-SCHED-ONE-RTN
       	 END-IF.
       	 IF (WS-ISC-HDR = "N")
       	 	MOVE "INSTALMENT SCHEDULE:" TO TICKET-LINE
       	 	WRITE TICKET-LINE
       	 	MOVE SPACES TO TICKET-LINE
       	 	STRING "  NO.  DUE DATE    PRINCIPAL"
       	 		"   INTEREST   INSTALMENT"
       	 		DELIMITED BY SIZE INTO TICKET-LINE
       	 	WRITE TICKET-LINE
       	 	MOVE "Y" TO WS-ISC-HDR
       	 END-IF.
       	 MOVE ISC-INSTNO TO W-ISC-NO-DISP.
       	 MOVE ISC-DUEDATE TO W-ISC-DUE-DISP.
       	 MOVE ISC-PRINCIPAL TO W-ISC-PRIN-DISP.
       	 MOVE ISC-INTEREST TO W-ISC-INT-DISP.
       	 COMPUTE WS-ISC-OWED = ISC-PRINCIPAL + ISC-INTEREST.
       	 MOVE WS-ISC-OWED TO W-ISC-TOT-DISP.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "  " W-ISC-NO-DISP "   " W-ISC-DUE-DISP "  "
       	 	W-ISC-PRIN-DISP "   " W-ISC-INT-DISP "    "
       	 	W-ISC-TOT-DISP
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       END-TKT-SCHED-ONE-RTN.
