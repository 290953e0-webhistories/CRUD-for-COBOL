       	 SELECT SHIFTPRT ASSIGN TO "SHIFT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-SHIFTPRT-STATUS.
       	 SELECT SAFEFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS SF-KEY
       	 FILE STATUS IS WS-SAFEFILE-STATUS.
       	 SELECT SAFEMOV ASSIGN TO "SAFEMOV.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-SAFEMOV-STATUS.
       	 SELECT OPERFILE ASSIGN TO DISK
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
       	 SELECT PRDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PRD-PERIOD
       	 FILE STATUS IS WS-PRDFILE-STATUS.
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
       	 SELECT LOCKREG ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS LCK-KEY
       	 FILE STATUS IS WS-LOCKREG-STATUS.
       	 SELECT LOCKLOG ASSIGN TO "LOCKLOG.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-LOCKLOG-STATUS.
       	 SELECT ORIFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS ORI-NBR
       	 FILE STATUS IS WS-ORIFILE-STATUS.
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
       FD  SHIFTPRT
       	 LABEL RECORD IS STANDARD.
       01  SHIFT-LINE			PIC X(80).
       FD  SAFEFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "SAFE.Dat"
       	 DATA RECORD IS SAFE-REC.
       COPY SAFEREC.
       FD  SAFEMOV
       	 LABEL RECORD IS STANDARD.
       COPY SFMREC.
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       FD  CAPFILE
       	 LABEL RECORD IS STANDARD.
       COPY CATCAP.
       FD  CHGFILE
       	 LABEL RECORD IS STANDARD.
       COPY CHGPARM.
       FD  VAULTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "VAULT.Dat"
      ******************************************************************
       01  HIST-REC.
       	 05 HIST-TRANSNO	PIC 9(5).
       	 05 HIST-REST		PIC X(146).
       FD  BUYSLIP
       	 LABEL RECORD IS STANDARD.
       01  SLIP-LINE			PIC X(80).
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
       FD  PRDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "PERIOD.Dat"
       	 DATA RECORD IS PERIOD-REC.
       COPY PRDREC.
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
       FD  LOCKREG
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOCKREG.Dat"
       	 DATA RECORD IS LOCK-REC.
       COPY LCKREC.
       FD  LOCKLOG
       	 LABEL RECORD IS STANDARD.
       01  LOCKLOG-REC			PIC X(120).
       FD  ORIFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "ORISSUE.Dat"
       	 DATA RECORD IS ORISSUE-REC.
       COPY ORIREC.
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
       77 WS-LOCKREG-STATUS PIC XX.
       77 WS-LOCKLOG-STATUS PIC XX.
       77 WS-ORIFILE-STATUS PIC XX.
       77 WS-ORI-TRIES	PIC 9(4).
       77 WS-ORI-DONE	PIC A.
       77 WS-LCK-FILE	PIC X(8).
       77 WS-LCK-KEY		PIC X(10).
       77 WS-LCK-MODE	PIC A.
       77 WS-LCK-GOT		PIC A.
       77 WS-LCK-RETRY	PIC A.
       77 WS-LCK-ANS		PIC A.
       77 WS-LCK-TS		PIC 9(14).
       77 WS-LCK-TODAY	PIC 9(8).
       77 WS-LCK-OUTCOME	PIC X(8).
       77 WS-LCK-HOLDER	PIC X(10).
       77 WS-LCK-HOLD-PGM	PIC X(10).
       77 WS-LCK-HOLD-TS	PIC 9(14).
       77 WS-LCK-MSG		PIC X(60).
       77 WS-LCK-TRANSNO	PIC 9(5).
       77 WS-LOAN-LOCKED	PIC A VALUE "N".
       77 WS-LOCKED-TRANSNO PIC 9(5).
       77 WS-TKT-DONE	PIC A.
       77 WS-TKT-SAVED	PIC A.
       77 WS-TKSFILE-STATUS PIC XX.
       77 WS-TKNFILE-STATUS PIC XX.
       77 WS-TKS-EOF	PIC A.
       77 WS-TKN-NBR	PIC 9(5).
       77 WS-TKN-TRIES	PIC 9(4).
       77 WS-TKN-DONE	PIC A.
       77 WS-TKN-ONFILE	PIC A.
       77 WS-TKN-TS	PIC 9(14).
       77 WS-TKN-REASON	PIC X(30).
       77 DEL-TRANSNO      PIC 9(5).
       77 PROC-TRANSNO     PIC 9(5).
       77 RENEW-TRANSNO    PIC 9(5).
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
       77 WS-AFFIDAVIT	PIC X(20).
       77 WS-RCPTREGF-STATUS PIC XX.
       77 WS-TKTREGF-STATUS PIC XX.
       77 WS-PLGFILE-STATUS PIC XX.
       77 WS-HOTFILE-STATUS PIC XX.
       77 WS-PRDFILE-STATUS PIC XX.
       77 WS-PRD-DATE		PIC 9(8).
       77 WS-PRD-CLOSED	PIC A.
       77 WS-HOT-EOF		PIC A.
       77 WS-HOT-HIT		PIC A.
       77 WS-HOT-DESC	PIC X(20).
       77 WS-HOT-SERIAL	PIC X(20).
       77 WS-HOT-TALLY	PIC 9(3).
       77 WS-HOT-LEN		PIC 9(2).
       77 WS-HOT-HOTNO	PIC 9(5).
       77 WS-HOT-CASE	PIC X(15).
       77 WS-HOT-STATION	PIC X(20).
       77 WS-BUY-SERIAL	PIC X(20).
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
       77 PART-TRANSNO     PIC 9(5).
       77 WS-PLG-TRANSNO	PIC 9(5).
       77 WS-PLG-EOF		PIC A.
       77 WS-PLG-IN-CTR	PIC 9(2).
       77 WS-PLG-SEL-CTR	PIC 9(2).
       77 WS-PLG-PICK		PIC 9(2).
       77 WS-PLG-HIT		PIC 9(2).
       77 WS-PLG-IN-APPR	PIC 9(6)V99.
       77 WS-PLG-REL-APPR	PIC 9(6)V99.
       77 WS-PLG-HOME		PIC X(10).
       77 WS-PART-FIRST	PIC 9(2).
       77 WS-PART-MIN-PRIN	PIC 9(6)V99.
       77 WS-PART-MIN-DUE	PIC 9(7)V99.
       77 WS-BUYFILE-STATUS PIC XX.
       77 WS-BUYSLIP-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-COUNTED		PIC 9(8)V99.
       77 WS-EXPECTED		PIC S9(8)V99.
       77 WS-OVERSHORT	PIC S9(8)V99.
       77 WS-SAFEFILE-STATUS PIC XX.
       77 WS-SAFEMOV-STATUS PIC XX.
       77 WS-SF-DATE		PIC 9(8).
       77 WS-SF-FOUND		PIC A.
       77 WS-SF-ANY		PIC A.
       77 WS-SF-EOF		PIC A.
       77 WS-SF-PRIOR		PIC S9(8)V99.
       77 WS-SF-EXPECTED	PIC S9(8)V99.
       77 WS-SFM-TS		PIC 9(14).
       77 WS-SFM-TYPE		PIC X(8).
       77 WS-SFM-AMOUNT	PIC 9(8)V99.
       77 WS-SFM-REF		PIC X(15).
       77 WS-SFM-OPER2	PIC X(10).
       77 WS-SFM-BAL		PIC S9(8)V99.
       77 WS-CNT-1000		PIC 9(5).
       77 WS-CNT-500		PIC 9(5).
       77 WS-CNT-200		PIC 9(5).
       01 W-TKT-APPR-DISP	PIC ZZ,Z99.99.
       01 W-TKT-DG-DISP	PIC 9999/99/99.
       01 W-TKT-DUE-DISP	PIC 9999/99/99.
       77 WS-ISCFILE-STATUS PIC XX.
       77 WS-INSTAL		PIC A.
       77 WS-ISC-EOF		PIC A.
       77 WS-ISC-HDR		PIC A.
       77 WS-ISC-TRANSNO	PIC 9(5).
       77 WS-ISC-CTR		PIC 9(2).
       77 WS-ISC-IDX		PIC 9(2).
       77 WS-ISC-PRIN		PIC 9(5)V99.
       77 WS-ISC-INT		PIC 9(4)V99.
       77 WS-ISC-DUE		PIC 9(8).
       77 WS-ISC-YYYY		PIC 9(4).
       77 WS-ISC-MM		PIC 9(2).
       77 WS-ISC-DD		PIC 9(2).
       77 WS-ISC-MONTHS	PIC 9(4).
       77 WS-ISC-OWED		PIC 9(6)V99.
       77 WS-ISC-APPLIED	PIC 9(6)V99.
       77 WS-ISC-LEFT-INT	PIC 9(6)V99.
       77 WS-ISC-LEFT-PRIN	PIC 9(6)V99.
       77 WS-PAY-PART		PIC 9(6)V99.
       01 W-ISC-NO-DISP	PIC Z9.
       01 W-ISC-DUE-DISP	PIC 9999/99/99.
       01 W-ISC-PRIN-DISP	PIC ZZ,Z99.99.
       01 W-ISC-INT-DISP	PIC Z,ZZ9.99.
       01 W-ISC-TOT-DISP	PIC ZZ,Z99.99.

       SCREEN SECTION.
       01  CLRSCR.
       	05 VALUE "[K] REPRINT DOCUMENT (MGR)" LINE 16 COL 27.
       	05 VALUE "[U] BUY ITEM OUTRIGHT" LINE 17 COL 27.
       	05 VALUE "[H] EXIT" LINE 18 COL 27.
       	05 VALUE "[P] PARTIAL RELEASE" LINE 6 COL 55.
       	05 VALUE "ENTER THE LETTER OF YOUR CHOICE: " LINE 19
       	COL 20.
        01 SCREEN-SEC.	 
       		PERFORM OPTION-RENEW-RTN.
       	IF (CHOICE="R")THEN
       	PERFORM OPTION-REDEEM-RTN.
       	IF (CHOICE="P")THEN
       	PERFORM OPTION-PARTIAL-RTN.
       	IF (CHOICE="E")
       		DISPLAY CLRSCR
       		PERFORM OPTION3-RTN.
       	ACCEPT DEL-TRANSNO LINE 6 COL 50.
       	MOVE DEL-TRANSNO TO TRANSNO.
       	MOVE "N" TO RESP.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "Y")
       		READ LOANFILE
       			NOT INVALID KEY MOVE "Y" TO RESP
       		END-READ
       	END-IF.
       	IF (RESP = "Y")
       		DELETE LOANFILE RECORD
       			INVALID KEY MOVE "N" TO RESP
       		MOVE ZERO TO WS-AUDIT-AMOUNT
       		PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN
       		DISPLAY "RECORD DELETED." LINE 16 COL 21
       	END-IF.
       	IF (RESP = "N" AND WS-LCK-GOT = "Y")
       		DISPLAY "TRANS. NO. NOT FOUND." LINE 16 COL 21
       	END-IF.
       	PERFORM TERMINATE-RTN.
       	ACCEPT PAYMENT-AMT LINE 7 COL 50.
       	MOVE PROC-TRANSNO TO TRANSNO.
       	MOVE "N" TO RESP.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "Y")
       		READ LOANFILE
       			NOT INVALID KEY MOVE "Y" TO RESP
       		END-READ
       	END-IF.
       	IF (RESP = "N" AND WS-LCK-GOT = "Y")
       		DISPLAY "TRANS. NO. NOT FOUND." LINE 16 COL 21
       	END-IF.
       	IF (RESP = "Y" AND
       	(LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED"))
       		DISPLAY "LOAN ALREADY CLOSED." LINE 16 COL 21
       		MOVE "N" TO RESP
       	END-IF.
      * Applies the payment against the loan record in penalty,
      * interest, principal order.  The split lands in WS-PAY-PEN-AMT
      * / WS-PAY-INT-AMT / WS-PAY-PRIN-AMT for the ledger record and
      * the official receipt.  After the penalty an instalment loan
      * pays its schedule, oldest unpaid instalment first; anything
      * the schedule does not take falls to the loan as usual.
      ******************************************************************
       APPLY-PAYMENT-RTN.
       	MOVE PAYMENT-AMT TO WS-PAY-REMAIN.
       	END-IF.
       	SUBTRACT WS-PAY-PEN-AMT FROM PENALTY.
       	SUBTRACT WS-PAY-PEN-AMT FROM WS-PAY-REMAIN.
       	IF (LOAN-TYPE-INSTAL)
       		PERFORM SCHED-APPLY-RTN THRU END-SCHED-APPLY-RTN
       	END-IF.
       	IF (WS-PAY-REMAIN > DECI)
       		MOVE DECI TO WS-PAY-PART
       	ELSE
       		MOVE WS-PAY-REMAIN TO WS-PAY-PART
       	END-IF.
       	ADD WS-PAY-PART TO WS-PAY-INT-AMT.
       	SUBTRACT WS-PAY-PART FROM DECI.
       	SUBTRACT WS-PAY-PART FROM WS-PAY-REMAIN.
       	IF (WS-PAY-REMAIN > DECIMAL)
       		MOVE DECIMAL TO WS-PAY-PART
       	ELSE
       		MOVE WS-PAY-REMAIN TO WS-PAY-PART
       	END-IF.
       	ADD WS-PAY-PART TO WS-PAY-PRIN-AMT.
       	SUBTRACT WS-PAY-PART FROM DECIMAL.
       	SUBTRACT WS-PAY-PART FROM WS-PAY-REMAIN.
       END-APPLY-PAYMENT-RTN.
       SCHED-APPLY-RTN.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	OPEN I-O ISCFILE.
       	IF (WS-ISCFILE-STATUS NOT = "00")
       		DISPLAY "INSTSCH.Dat NOT UPDATED. STATUS: "
       			WS-ISCFILE-STATUS
       		GO TO END-SCHED-APPLY-RTN
       	END-IF.
       	MOVE "N" TO WS-ISC-EOF.
       	MOVE TRANSNO TO ISC-TRANSNO.
       	MOVE 0 TO ISC-INSTNO.
       	START ISCFILE KEY IS GREATER THAN ISC-KEY
       		INVALID KEY MOVE "Y" TO WS-ISC-EOF
       	END-START.
       	PERFORM SCHED-APPLY-ONE-RTN THRU END-SCHED-APPLY-ONE-RTN
       		UNTIL WS-ISC-EOF = "Y".
       	CLOSE ISCFILE.
       END-SCHED-APPLY-RTN.
       SCHED-APPLY-ONE-RTN.
       	IF (WS-PAY-REMAIN = 0)
       		MOVE "Y" TO WS-ISC-EOF
       		GO TO END-SCHED-APPLY-ONE-RTN
       	END-IF.
       	READ ISCFILE NEXT RECORD AT END MOVE "Y" TO WS-ISC-EOF
       	END-READ.
       	IF (WS-ISC-EOF = "N" AND ISC-TRANSNO NOT = TRANSNO)
       		MOVE "Y" TO WS-ISC-EOF
       	END-IF.
       	IF (WS-ISC-EOF = "Y" OR ISC-STATUS = "PAID")
       		GO TO END-SCHED-APPLY-ONE-RTN
       	END-IF.
       	MOVE 0 TO WS-ISC-APPLIED.
       	COMPUTE WS-ISC-OWED = ISC-INTEREST - ISC-INT-PAID.
       	IF (WS-ISC-OWED > DECI)
       		MOVE DECI TO WS-ISC-OWED
       	END-IF.
       	IF (WS-PAY-REMAIN > WS-ISC-OWED)
       		MOVE WS-ISC-OWED TO WS-PAY-PART
       	ELSE
       		MOVE WS-PAY-REMAIN TO WS-PAY-PART
       	END-IF.
       	ADD WS-PAY-PART TO ISC-INT-PAID.
       	ADD WS-PAY-PART TO WS-PAY-INT-AMT.
       	ADD WS-PAY-PART TO WS-ISC-APPLIED.
       	SUBTRACT WS-PAY-PART FROM DECI.
       	SUBTRACT WS-PAY-PART FROM WS-PAY-REMAIN.
       	COMPUTE WS-ISC-OWED = ISC-PRINCIPAL - ISC-PRIN-PAID.
       	IF (WS-ISC-OWED > DECIMAL)
       		MOVE DECIMAL TO WS-ISC-OWED
       	END-IF.
       	IF (WS-PAY-REMAIN > WS-ISC-OWED)
       		MOVE WS-ISC-OWED TO WS-PAY-PART
       	ELSE
       		MOVE WS-PAY-REMAIN TO WS-PAY-PART
       	END-IF.
       	ADD WS-PAY-PART TO ISC-PRIN-PAID.
       	ADD WS-PAY-PART TO WS-PAY-PRIN-AMT.
       	ADD WS-PAY-PART TO WS-ISC-APPLIED.
       	SUBTRACT WS-PAY-PART FROM DECIMAL.
       	SUBTRACT WS-PAY-PART FROM WS-PAY-REMAIN.
       	IF (WS-ISC-APPLIED = 0)
       		GO TO END-SCHED-APPLY-ONE-RTN
       	END-IF.
       	IF (ISC-INT-PAID >= ISC-INTEREST) AND
       	(ISC-PRIN-PAID >= ISC-PRINCIPAL)
       		MOVE "PAID" TO ISC-STATUS
       		MOVE WS-TODAY TO ISC-PAID-DATE
       	ELSE
       		IF (ISC-DUEDATE < WS-TODAY)
       			MOVE "MISSED" TO ISC-STATUS
       		ELSE
       			MOVE "PARTIAL" TO ISC-STATUS
       		END-IF
       	END-IF.
       	REWRITE INSTSCH-REC
       		INVALID KEY
       		DISPLAY "INSTSCH.Dat NOT UPDATED FOR INSTALMENT "
       			ISC-INSTNO
       	END-REWRITE.
       END-SCHED-APPLY-ONE-RTN.
      ***********END OF D***************************************************

      ******[U] OUTRIGHT PURCHASE OF ITEMS***************************
       	ACCEPT W-ITEM-DESC.
       	DISPLAY "ITEM CATEGORY: ".
       	ACCEPT W-ITEM-CATEGORY.
       	DISPLAY "SERIAL NO./MARKINGS: ".
       	ACCEPT WS-BUY-SERIAL.
       	MOVE W-ITEM-DESC TO WS-HOT-DESC.
       	MOVE WS-BUY-SERIAL TO WS-HOT-SERIAL.
       	PERFORM HOT-CHECK-RTN THRU END-HOT-CHECK-RTN.
       	IF (WS-HOT-HIT = "Y")
       		MOVE WS-BUY-REFNO TO WS-AUDIT-TRANSNO
       		PERFORM HOT-STOP-RTN THRU END-HOT-STOP-RTN
       		CLOSE BUYFILE
       		PERFORM PAUSE-RTN THRU END-PAUSE-RTN
       		GO TO END-OPTION-BUY-RTN
       	END-IF.
       	DISPLAY "APPRAISED VALUE: ".
       	ACCEPT W-APPRAISED-VALUE.
       	DISPLAY "PURCHASE PRICE: ".
       	MOVE W-CLIENTNO TO BUY-CLIENTNO.
       	MOVE W-ITEM-DESC TO BUY-ITEM-DESC.
       	MOVE W-ITEM-CATEGORY TO BUY-ITEM-CATEGORY.
       	MOVE WS-BUY-SERIAL TO BUY-SERIAL.
       	MOVE W-APPR-DEC TO BUY-APPRAISED.
       	MOVE WS-BUY-PRICE TO BUY-PRICE.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO BUY-DATE.
       	DISPLAY "TRANSACTION NO.: " LINE 6 COL 20.
       	ACCEPT VOID-TRANSNO LINE 6 COL 50.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	MOVE WS-TODAY TO WS-PRD-DATE.
       	PERFORM CHECK-PERIOD-RTN THRU END-CHECK-PERIOD-RTN.
       	MOVE VOID-TRANSNO TO TRANSNO.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	MOVE "N" TO WS-VOID-FOUND.
       	IF (WS-PRD-CLOSED = "N" AND WS-LCK-GOT = "Y")
       		PERFORM FIND-VOID-PAY-RTN THRU END-FIND-VOID-PAY-RTN
       	END-IF.
       	MOVE "N" TO RESP.
       	IF (WS-VOID-FOUND = "Y")
       		MOVE VOID-TRANSNO TO TRANSNO
       			NOT INVALID KEY MOVE "Y" TO RESP
       		END-READ
       	ELSE
       		IF (WS-PRD-CLOSED = "Y")
       			DISPLAY "PERIOD CLOSED - VOID NOT ALLOWED."
       				LINE 16 COL 21
       		END-IF
       	END-IF.
       	IF (WS-VOID-FOUND = "N" AND WS-PRD-CLOSED = "N" AND
       	(WS-LCK-GOT = "Y"))
       		DISPLAY "NO SAME-DAY PAYMENT TO VOID." LINE 16 COL 21
       	END-IF.
       	IF (RESP = "Y" AND LOAN-STATUS = "SETTLED")
       		DISPLAY "INCIDENT SETTLEMENT - VOID NOT ALLOWED."
       			LINE 16 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y")
       		MOVE WS-VOID-AMT TO W-VOID-AMT-DISP
       		END-IF
       	END-IF.
       	PERFORM TERMINATE-RTN.
      ******************************************************************
      * WS-PRD-CLOSED is "Y" when the month WS-PRD-DATE falls in has
      * been closed in PERIOD.Dat by the MACHINE33 month-end and not
      * reopened by a manager.
      ******************************************************************
       CHECK-PERIOD-RTN.
       	MOVE "N" TO WS-PRD-CLOSED.
       	OPEN INPUT PRDFILE.
       	IF (WS-PRDFILE-STATUS NOT = "00")
       		GO TO END-CHECK-PERIOD-RTN
       	END-IF.
       	MOVE WS-PRD-DATE(1:6) TO PRD-PERIOD.
       	READ PRDFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (PRD-STATUS = "CLOSED")
       			MOVE "Y" TO WS-PRD-CLOSED
       		END-IF
       	END-READ.
       	CLOSE PRDFILE.
       END-CHECK-PERIOD-RTN.
       FIND-VOID-PAY-RTN.
       	MOVE "N" TO WS-VOID-FOUND.
       	MOVE 0 TO WS-VT-CTR.
       		MOVE "Y" TO WS-WAS-REDEEMED
       		MOVE "CURRENT" TO LOAN-STATUS
       	END-IF.
       	IF (LOAN-TYPE-INSTAL AND WS-WAS-REDEEMED = "N")
       		PERFORM SCHED-REVERSE-RTN THRU END-SCHED-REVERSE-RTN
       	END-IF.
       	PERFORM COMPUTE2-RTN THRU END-COMPUTE2-RTN.
       	REWRITE LOAN-REC
       		INVALID KEY
       	WRITE RCPT-LINE.
       	CLOSE RCPTFILE.
       END-MARK-RCPT-VOID-RTN.
      ******************************************************************
      * Takes a voided payment back off an instalment schedule, latest
      * instalment first, principal and interest each up to what the
      * void returns to the loan.  A redemption never touched the
      * schedule, so a voided redemption is not taken back here.
      ******************************************************************
       SCHED-REVERSE-RTN.
       	OPEN I-O ISCFILE.
       	IF (WS-ISCFILE-STATUS NOT = "00")
       		DISPLAY "INSTSCH.Dat NOT UPDATED. STATUS: "
       			WS-ISCFILE-STATUS
       		GO TO END-SCHED-REVERSE-RTN
       	END-IF.
       	MOVE WS-VOID-INT TO WS-ISC-LEFT-INT.
       	MOVE WS-VOID-PRIN TO WS-ISC-LEFT-PRIN.
       	MOVE 0 TO WS-ISC-CTR.
       	MOVE "N" TO WS-ISC-EOF.
       	MOVE VOID-TRANSNO TO ISC-TRANSNO.
       	MOVE 0 TO ISC-INSTNO.
       	START ISCFILE KEY IS GREATER THAN ISC-KEY
       		INVALID KEY MOVE "Y" TO WS-ISC-EOF
       	END-START.
       	PERFORM UNTIL WS-ISC-EOF = "Y"
       		READ ISCFILE NEXT RECORD AT END MOVE "Y" TO WS-ISC-EOF
       		END-READ
       		IF (WS-ISC-EOF = "N" AND ISC-TRANSNO = VOID-TRANSNO)
       			MOVE ISC-INSTNO TO WS-ISC-CTR
       		ELSE
       			MOVE "Y" TO WS-ISC-EOF
       		END-IF
       	END-PERFORM.
       	PERFORM SCHED-REVERSE-ONE-RTN THRU END-SCHED-REVERSE-ONE-RTN
       		VARYING WS-ISC-IDX FROM WS-ISC-CTR BY -1
       		UNTIL WS-ISC-IDX < 1.
       	CLOSE ISCFILE.
       END-SCHED-REVERSE-RTN.
       SCHED-REVERSE-ONE-RTN.
       	IF (WS-ISC-LEFT-INT = 0 AND WS-ISC-LEFT-PRIN = 0)
       		GO TO END-SCHED-REVERSE-ONE-RTN
       	END-IF.
       	MOVE VOID-TRANSNO TO ISC-TRANSNO.
       	MOVE WS-ISC-IDX TO ISC-INSTNO.
       	READ ISCFILE
       		INVALID KEY GO TO END-SCHED-REVERSE-ONE-RTN
       	END-READ.
       	IF (ISC-PRIN-PAID > WS-ISC-LEFT-PRIN)
       		MOVE WS-ISC-LEFT-PRIN TO WS-PAY-PART
       	ELSE
       		MOVE ISC-PRIN-PAID TO WS-PAY-PART
       	END-IF.
       	SUBTRACT WS-PAY-PART FROM ISC-PRIN-PAID.
       	SUBTRACT WS-PAY-PART FROM WS-ISC-LEFT-PRIN.
       	MOVE WS-PAY-PART TO WS-ISC-APPLIED.
       	IF (ISC-INT-PAID > WS-ISC-LEFT-INT)
       		MOVE WS-ISC-LEFT-INT TO WS-PAY-PART
       	ELSE
       		MOVE ISC-INT-PAID TO WS-PAY-PART
       	END-IF.
       	SUBTRACT WS-PAY-PART FROM ISC-INT-PAID.
       	SUBTRACT WS-PAY-PART FROM WS-ISC-LEFT-INT.
       	ADD WS-PAY-PART TO WS-ISC-APPLIED.
       	IF (WS-ISC-APPLIED = 0)
       		GO TO END-SCHED-REVERSE-ONE-RTN
       	END-IF.
       	MOVE 0 TO ISC-PAID-DATE.
       	IF (ISC-DUEDATE < WS-TODAY)
       		MOVE "MISSED" TO ISC-STATUS
       	ELSE
       		IF (ISC-INT-PAID = 0 AND ISC-PRIN-PAID = 0)
       			MOVE "OPEN" TO ISC-STATUS
       		ELSE
       			MOVE "PARTIAL" TO ISC-STATUS
       		END-IF
       	END-IF.
       	REWRITE INSTSCH-REC
       		INVALID KEY
       		DISPLAY "INSTSCH.Dat NOT UPDATED FOR INSTALMENT "
       			ISC-INSTNO
       	END-REWRITE.
       END-SCHED-REVERSE-ONE-RTN.
      ***********END OF V***************************************************

      ******[R] REDEMPTION OF LOANS*********************************
       	ACCEPT REDEEM-TRANSNO LINE 6 COL 50.
       	MOVE REDEEM-TRANSNO TO TRANSNO.
       	MOVE "N" TO RESP.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "Y")
       		READ LOANFILE
       			NOT INVALID KEY MOVE "Y" TO RESP
       		END-READ
       	END-IF.
       	IF (RESP = "N" AND WS-LCK-GOT = "Y")
       		DISPLAY "TRANS. NO. NOT FOUND." LINE 16 COL 21
       	END-IF.
       	IF (RESP = "Y" AND
       	(LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED"))
       		DISPLAY "LOAN ALREADY CLOSED." LINE 16 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y" AND LOAN-STATUS = "POLICEHOLD")
       		DISPLAY "ITEM UNDER POLICE HOLD - SEE MANAGER."
       			LINE 16 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y")
       		MOVE "N" TO WS-LOST-TKT
       		DISPLAY "PAWN TICKET PRESENTED [Y/N]?: "
       	MOVE RATE-TIER-3 TO WS-QT-RATE END-IF.
       	IF (ELAPSED-TIER-4)
       	MOVE RATE-TIER-4 TO WS-QT-RATE END-IF.
      ******************************************************************
      * An instalment loan already carries its interest on the
      * schedule: DECI is what is still unpaid of it, the instalments
      * paid having come off DECI and DECIMAL.  Its payoff is the
      * principal and schedule interest outstanding, not a fresh
      * accrual on the original LOA.
      ******************************************************************
       	IF (LOAN-TYPE-INSTAL)
       		MOVE 0 TO WS-DAILY-INT
       		MOVE DECI TO WS-PAYOFF-INT
       	ELSE
       		COMPUTE WS-DAILY-INT ROUNDED =
       			(WS-QT-RATE * LOA) / 30
       		COMPUTE WS-PAYOFF-INT ROUNDED =
       			(WS-QT-RATE * LOA * WS-QT-DAYS) / 30
       	END-IF.
       	COMPUTE WS-PAYOFF = DECIMAL + WS-PAYOFF-INT + PENALTY.
       	MOVE DECIMAL TO W-LOA-DISPLAY.
       	MOVE WS-QT-DAYS TO W-QT-DAYS-DISP.
       	MOVE WS-PAYOFF TO W-PAYOFF-DISP.
       	DISPLAY "CLIENT: " CLNAME LINE 8 COL 20.
       	DISPLAY "ITEM:   " ITEM-DESC LINE 9 COL 20.
       	IF (LOAN-TYPE-INSTAL)
       		DISPLAY "DAYS ELAPSED: " W-QT-DAYS-DISP
       			"  INSTALMENT SCHEDULE" LINE 10 COL 20
       	ELSE
       		DISPLAY "DAYS ELAPSED: " W-QT-DAYS-DISP
       			"  AT P" W-DAILYINT-DISP "/DAY" LINE 10 COL 20
       	END-IF.
       	DISPLAY "PRINCIPAL:    P" W-LOA-DISPLAY LINE 11 COL 20.
       	DISPLAY "INTEREST DUE: P" W-PAYINT-DISP LINE 12 COL 20.
       	DISPLAY "PENALTY DUE:  P" W-PEN-QT-DISP LINE 13 COL 20.
       	DISPLAY "LOAN REDEEMED. RELEASE ITEM TO CLIENT."
       		LINE 17 COL 20.
       	DISPLAY "ITEM RELEASED: " ITEM-DESC LINE 18 COL 20.
       	MOVE SPACES TO WS-VLT-LOCATION.
       	MOVE REDEEM-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM LOCK-VAULT-RTN THRU END-LOCK-VAULT-RTN.
       	PERFORM VAULT-RELEASE-RTN THRU END-VAULT-RELEASE-RTN.
       	PERFORM UNLOCK-VAULT-RTN THRU END-UNLOCK-VAULT-RTN.
       	PERFORM PLEDGE-RELEASE-ALL-RTN THRU
       		END-PLEDGE-RELEASE-ALL-RTN.
       END-REDEEM-POST-RTN.
       VAULT-RELEASE-RTN.
       	OPEN I-O VAULTFILE.
       	END-READ.
       	CLOSE VAULTFILE.
       END-VAULT-RELEASE-RTN.
      ******************************************************************
      * On redemption every article of a multi-item ticket still in
      * the vault is marked RELEASED.  The ticket's own shelf was
      * logged by VAULT-RELEASE-RTN; articles kept elsewhere get their
      * own RELEASE movement.
      ******************************************************************
       PLEDGE-RELEASE-ALL-RTN.
       	MOVE WS-VLT-LOCATION TO WS-PLG-HOME.
       	MOVE REDEEM-TRANSNO TO WS-PLG-TRANSNO.
       	PERFORM LOAD-PLEDGE-RTN THRU END-LOAD-PLEDGE-RTN.
       	IF (WS-PLG-IN-CTR = 0)
       		GO TO END-PLEDGE-RELEASE-ALL-RTN
       	END-IF.
       	OPEN I-O PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-PLEDGE-RELEASE-ALL-RTN
       	END-IF.
       	MOVE "RELEASE" TO WS-VLT-ACTION.
       	PERFORM VARYING WS-PLG-IDX FROM 1 BY 1
       		UNTIL WS-PLG-IDX > WS-PLG-CTR
       		IF (WS-PLG-STAT(WS-PLG-IDX) = "IN")
       			PERFORM PLEDGE-OUT-RTN THRU END-PLEDGE-OUT-RTN
       		END-IF
       	END-PERFORM.
       	CLOSE PLGFILE.
       END-PLEDGE-RELEASE-ALL-RTN.
      ******************************************************************
      * Loads the articles of ticket WS-PLG-TRANSNO from PLGITEM.Dat
      * into WS-PLG-TABLE, counting those still IN and their total
      * appraisal.  A ticket written before items were recorded
      * separately loads with WS-PLG-CTR zero.
      ******************************************************************
       LOAD-PLEDGE-RTN.
       	MOVE 0 TO WS-PLG-CTR.
       	MOVE 0 TO WS-PLG-IN-CTR.
       	MOVE 0 TO WS-PLG-IN-APPR.
       	OPEN INPUT PLGFILE.
       	IF (WS-PLGFILE-STATUS NOT = "00")
       		GO TO END-LOAD-PLEDGE-RTN
       	END-IF.
       	MOVE WS-PLG-TRANSNO TO PLG-TRANSNO.
       	MOVE 0 TO PLG-LINE.
       	MOVE "N" TO WS-PLG-EOF.
       	START PLGFILE KEY > PLG-KEY
       		INVALID KEY MOVE "Y" TO WS-PLG-EOF
       	END-START.
       	IF (WS-PLG-EOF = "N")
       		READ PLGFILE NEXT RECORD AT END
       			MOVE "Y" TO WS-PLG-EOF
       		END-READ
       	END-IF.
       	PERFORM LOAD-PLEDGE-ONE-RTN THRU END-LOAD-PLEDGE-ONE-RTN
       		UNTIL WS-PLG-EOF = "Y".
       	CLOSE PLGFILE.
       END-LOAD-PLEDGE-RTN.
       LOAD-PLEDGE-ONE-RTN.
       	IF (PLG-TRANSNO NOT = WS-PLG-TRANSNO) OR (WS-PLG-CTR = 9)
       		MOVE "Y" TO WS-PLG-EOF
       		GO TO END-LOAD-PLEDGE-ONE-RTN
       	END-IF.
       	ADD 1 TO WS-PLG-CTR.
       	MOVE PLG-LINE TO WS-PLG-LINE(WS-PLG-CTR).
       	MOVE PLG-ITEM-DESC TO WS-PLG-DESC(WS-PLG-CTR).
       	MOVE PLG-ITEM-CATEGORY TO WS-PLG-CAT(WS-PLG-CTR).
       	MOVE PLG-APPRAISED TO WS-PLG-APPR(WS-PLG-CTR).
       	MOVE PLG-LOCATION TO WS-PLG-LOC(WS-PLG-CTR).
       	MOVE PLG-STATUS TO WS-PLG-STAT(WS-PLG-CTR).
       	MOVE "N" TO WS-PLG-SEL(WS-PLG-CTR).
       	IF (PLG-STATUS = "IN")
       		ADD 1 TO WS-PLG-IN-CTR
       		ADD PLG-APPRAISED TO WS-PLG-IN-APPR
       	END-IF.
       	READ PLGFILE NEXT RECORD AT END
       		MOVE "Y" TO WS-PLG-EOF
       	END-READ.
       END-LOAD-PLEDGE-ONE-RTN.
      ******************************************************************
      * Marks article WS-PLG-IDX of ticket WS-PLG-TRANSNO as released
      * (PLGFILE open I-O) and logs the movement under WS-VLT-ACTION.
      ******************************************************************
       PLEDGE-OUT-RTN.
       	MOVE WS-PLG-TRANSNO TO PLG-TRANSNO.
       	MOVE WS-PLG-LINE(WS-PLG-IDX) TO PLG-LINE.
       	READ PLGFILE
       		INVALID KEY
       		GO TO END-PLEDGE-OUT-RTN
       	END-READ.
       	MOVE "RELEASED" TO PLG-STATUS.
       	MOVE FUNCTION CURRENT-DATE(1:8) TO PLG-OUT-DATE.
       	REWRITE PLEDGE-ITEM-REC
       	END-REWRITE.
       	MOVE "RELEASED" TO WS-PLG-STAT(WS-PLG-IDX).
       	DISPLAY "RELEASE " PLG-ITEM-DESC " FROM " PLG-LOCATION.
       	IF (WS-VLT-ACTION = "RELEASE") AND
       	(PLG-LOCATION = WS-PLG-HOME)
       		GO TO END-PLEDGE-OUT-RTN
       	END-IF.
       	MOVE WS-PLG-TRANSNO TO WS-VLT-TRANSNO.
       	MOVE PLG-LOCATION TO WS-VLT-LOCATION.
       	PERFORM WRITE-VAULTMOV-RTN THRU END-WRITE-VAULTMOV-RTN.
       END-PLEDGE-OUT-RTN.
      ***********END OF R***************************************************

      ******[P] PARTIAL RELEASE OF PLEDGED ITEMS*********************
      ******************************************************************
      * Partial release on a multi-item ticket: the pawner pays the
      * penalty and interest due plus a principal pay-down at least in
      * proportion to the appraisal of the articles taken back, and
      * the chosen articles leave the vault.  The loan stays open on
      * the articles still held.  The tender posts as a PAYMENT
      * (ledger, receipt, audit, drawer) and a PARTREL audit action
      * carries the appraisal released.
      ******************************************************************
       OPTION-PARTIAL-RTN.
       	OPEN I-O LOANFILE.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ PARTIAL RELEASE @@@@@>" LINE 4 COL 20.
       	DISPLAY "TRANSACTION NO.: " LINE 6 COL 20.
       	ACCEPT PART-TRANSNO LINE 6 COL 50.
       	MOVE PART-TRANSNO TO TRANSNO.
       	MOVE "N" TO RESP.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "Y")
       		READ LOANFILE
       			NOT INVALID KEY MOVE "Y" TO RESP
       		END-READ
       	END-IF.
       	IF (RESP = "N" AND WS-LCK-GOT = "Y")
       		DISPLAY "TRANS. NO. NOT FOUND." LINE 16 COL 21
       	END-IF.
       	IF (RESP = "Y" AND
       	(LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED"))
       		DISPLAY "LOAN ALREADY CLOSED." LINE 16 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y" AND LOAN-STATUS = "POLICEHOLD")
       		DISPLAY "ITEM UNDER POLICE HOLD - SEE MANAGER."
       			LINE 16 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y" AND LOAN-TYPE-INSTAL)
       		DISPLAY "INSTALMENT LOAN - PAY BY SCHEDULE OR REDEEM."
       			LINE 16 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y")
       		MOVE PART-TRANSNO TO WS-PLG-TRANSNO
       		PERFORM LOAD-PLEDGE-RTN THRU END-LOAD-PLEDGE-RTN
       		IF (WS-PLG-IN-CTR < 2)
       			DISPLAY "FEWER THAN TWO ITEMS HELD - USE [R]."
       				LINE 16 COL 21
       			MOVE "N" TO RESP
       		END-IF
       	END-IF.
       	IF (RESP = "Y")
       		PERFORM PART-SELECT-RTN THRU END-PART-SELECT-RTN
       	END-IF.
       	IF (RESP = "Y")
       		PERFORM PART-TENDER-RTN THRU END-PART-TENDER-RTN
       	END-IF.
       	IF (RESP = "Y")
       		PERFORM PART-POST-RTN THRU END-PART-POST-RTN
       	END-IF.
       	PERFORM TERMINATE-RTN.
       PART-SELECT-RTN.
       	DISPLAY " ".
       	DISPLAY "CLIENT: " CLNAME.
       	DISPLAY "LN  ITEM                  CATEGORY    "
       		"APPRAISED  STATUS".
       	PERFORM VARYING WS-PLG-IDX FROM 1 BY 1
       		UNTIL WS-PLG-IDX > WS-PLG-CTR
       		MOVE WS-PLG-APPR(WS-PLG-IDX) TO W-PLG-APPR-DISP
       		DISPLAY WS-PLG-LINE(WS-PLG-IDX) "  "
       			WS-PLG-DESC(WS-PLG-IDX) "  "
       			WS-PLG-CAT(WS-PLG-IDX) " P"
       			W-PLG-APPR-DISP "  "
       			WS-PLG-STAT(WS-PLG-IDX)
       	END-PERFORM.
       	MOVE 0 TO WS-PLG-SEL-CTR.
       	MOVE 0 TO WS-PLG-REL-APPR.
       	MOVE 99 TO WS-PLG-PICK.
       	PERFORM PART-PICK-RTN THRU END-PART-PICK-RTN
       		UNTIL WS-PLG-PICK = 0.
       	IF (WS-PLG-SEL-CTR = 0)
       		DISPLAY "NO ITEM SELECTED - RELEASE CANCELLED."
       		MOVE "N" TO RESP
       	END-IF.
       	IF (WS-PLG-SEL-CTR = WS-PLG-IN-CTR)
       		DISPLAY "ALL ITEMS SELECTED - USE [R] TO REDEEM."
       		MOVE "N" TO RESP
       	END-IF.
       END-PART-SELECT-RTN.
       PART-PICK-RTN.
       	DISPLAY "LINE NO. TO RELEASE (0 = DONE): ".
       	ACCEPT WS-PLG-PICK.
       	IF (WS-PLG-PICK = 0)
       		GO TO END-PART-PICK-RTN
       	END-IF.
       	MOVE 0 TO WS-PLG-HIT.
       	PERFORM VARYING WS-PLG-IDX FROM 1 BY 1
       		UNTIL WS-PLG-IDX > WS-PLG-CTR
       		IF (WS-PLG-LINE(WS-PLG-IDX) = WS-PLG-PICK)
       			MOVE WS-PLG-IDX TO WS-PLG-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-PLG-HIT = 0)
       		DISPLAY "NO SUCH LINE ON THIS TICKET."
       		GO TO END-PART-PICK-RTN
       	END-IF.
       	IF (WS-PLG-STAT(WS-PLG-HIT) NOT = "IN")
       		DISPLAY "ITEM IS NO LONGER IN THE VAULT."
       		GO TO END-PART-PICK-RTN
       	END-IF.
       	IF (WS-PLG-SEL(WS-PLG-HIT) = "Y")
       		DISPLAY "ITEM ALREADY SELECTED."
       		GO TO END-PART-PICK-RTN
       	END-IF.
       	MOVE "Y" TO WS-PLG-SEL(WS-PLG-HIT).
       	ADD 1 TO WS-PLG-SEL-CTR.
       	ADD WS-PLG-APPR(WS-PLG-HIT) TO WS-PLG-REL-APPR.
       END-PART-PICK-RTN.
      ******************************************************************
      * Minimum tender: penalty and interest due plus the share of the
      * principal the released articles stood for.  The tender must
      * leave principal owing - paying it all is a redemption.
      ******************************************************************
       PART-TENDER-RTN.
       	MOVE 0 TO WS-PART-MIN-PRIN.
       	IF (WS-PLG-IN-APPR > 0)
       		COMPUTE WS-PART-MIN-PRIN ROUNDED =
       			(DECIMAL * WS-PLG-REL-APPR) / WS-PLG-IN-APPR
       	END-IF.
       	COMPUTE WS-PART-MIN-DUE = PENALTY + DECI + WS-PART-MIN-PRIN.
       	COMPUTE WS-DUE-TOTAL = PENALTY + DECI + DECIMAL.
       	IF (WS-PART-MIN-DUE >= WS-DUE-TOTAL)
       		DISPLAY "ITEMS KEPT DO NOT COVER THE LOAN - USE [R]."
       		MOVE "N" TO RESP
       		GO TO END-PART-TENDER-RTN
       	END-IF.
       	MOVE PENALTY TO W-PEN-QT-DISP.
       	MOVE DECI TO W-PAYINT-DISP.
       	MOVE DECIMAL TO W-LOA-DISPLAY.
       	MOVE WS-PART-MIN-DUE TO W-PAYOFF-DISP.
       	DISPLAY "PENALTY DUE:      P" W-PEN-QT-DISP.
       	DISPLAY "INTEREST DUE:     P" W-PAYINT-DISP.
       	DISPLAY "PRINCIPAL:        P" W-LOA-DISPLAY.
       	MOVE WS-PART-MIN-PRIN TO W-LOA-DISPLAY.
       	DISPLAY "MIN. PAY-DOWN:    P" W-LOA-DISPLAY.
       	DISPLAY "MINIMUM TENDER:   P" W-PAYOFF-DISP.
       	DISPLAY "AMOUNT TENDERED: ".
       	ACCEPT PAYMENT-AMT.
       	PERFORM UNTIL (PAYMENT-AMT >= WS-PART-MIN-DUE) AND
       	(PAYMENT-AMT < WS-DUE-TOTAL)
       		MOVE WS-DUE-TOTAL TO W-PAYOFF-DISP
       		DISPLAY "TENDER BELOW MINIMUM OR CLEARS THE P"
       			W-PAYOFF-DISP " DUE."
       		DISPLAY "REENTER AMOUNT TENDERED: "
       		ACCEPT PAYMENT-AMT
       	END-PERFORM.
       	DISPLAY "PROCEED WITH PARTIAL RELEASE [Y/N]?: ".
       	ACCEPT RESPS.
       	IF (RESPS NOT = "Y" AND RESPS NOT = "y")
       		DISPLAY "PARTIAL RELEASE CANCELLED."
       		MOVE "N" TO RESP
       	END-IF.
       END-PART-TENDER-RTN.
       PART-POST-RTN.
       	PERFORM APPLY-PAYMENT-RTN THRU END-APPLY-PAYMENT-RTN.
       	PERFORM COMPUTE2-RTN THRU END-COMPUTE2-RTN.
       	COMPUTE APPRAISED-VALUE = WS-PLG-IN-APPR - WS-PLG-REL-APPR.
       	MOVE 0 TO WS-PART-FIRST.
       	PERFORM VARYING WS-PLG-IDX FROM 1 BY 1
       		UNTIL WS-PLG-IDX > WS-PLG-CTR OR WS-PART-FIRST > 0
       		IF (WS-PLG-STAT(WS-PLG-IDX) = "IN") AND
       		(WS-PLG-SEL(WS-PLG-IDX) = "N")
       			MOVE WS-PLG-IDX TO WS-PART-FIRST
       		END-IF
       	END-PERFORM.
       	MOVE WS-PLG-DESC(WS-PART-FIRST) TO ITEM-DESC.
       	MOVE WS-PLG-CAT(WS-PART-FIRST) TO ITEM-CATEGORY.
       	REWRITE LOAN-REC
       		INVALID KEY
       		DISPLAY "REWRITE FAILED."
       	END-REWRITE.
       	MOVE PART-TRANSNO TO WS-PAY-TRANSNO.
       	MOVE PAYMENT-AMT TO WS-PAY-AMT.
       	MOVE DEC TO WS-PAY-BALANCE.
       	PERFORM WRITE-PAYMENT-RTN THRU END-WRITE-PAYMENT-RTN.
       	PERFORM PRINT-RECEIPT-RTN THRU END-PRINT-RECEIPT-RTN.
       	MOVE PART-TRANSNO TO WS-AUDIT-TRANSNO.
       	MOVE "PAYMENT" TO WS-AUDIT-ACTION.
       	MOVE PAYMENT-AMT TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE "PARTREL" TO WS-AUDIT-ACTION.
       	MOVE WS-PLG-REL-APPR TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	MOVE PAYMENT-AMT TO WS-SH-IN-AMT.
       	MOVE 0 TO WS-SH-OUT-AMT.
       	PERFORM UPDATE-SHIFT-RTN THRU END-UPDATE-SHIFT-RTN.
       	OPEN I-O PLGFILE.
       	IF (WS-PLGFILE-STATUS = "00")
       		MOVE "PARTREL" TO WS-VLT-ACTION
       		PERFORM VARYING WS-PLG-IDX FROM 1 BY 1
       			UNTIL WS-PLG-IDX > WS-PLG-CTR
       			IF (WS-PLG-SEL(WS-PLG-IDX) = "Y")
       				PERFORM PLEDGE-OUT-RTN THRU
       					END-PLEDGE-OUT-RTN
       			END-IF
       		END-PERFORM
       		CLOSE PLGFILE
       	END-IF.
       	MOVE PART-TRANSNO TO WS-LCK-TRANSNO.
       	PERFORM LOCK-VAULT-RTN THRU END-LOCK-VAULT-RTN.
       	PERFORM VAULT-REHOME-RTN THRU END-VAULT-REHOME-RTN.
       	PERFORM UNLOCK-VAULT-RTN THRU END-UNLOCK-VAULT-RTN.
       	DISPLAY "PARTIAL RELEASE POSTED. HAND ITEMS TO CLIENT.".
       END-PART-POST-RTN.
      * VAULT.Dat follows the first article still held on the ticket
       VAULT-REHOME-RTN.
       	OPEN I-O VAULTFILE.
       	IF (WS-VAULTFILE-STATUS NOT = "00")
       		GO TO END-VAULT-REHOME-RTN
       	END-IF.
       	MOVE PART-TRANSNO TO VLT-TRANSNO.
       	READ VAULTFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		MOVE WS-PLG-LOC(WS-PART-FIRST) TO VLT-LOCATION
       		MOVE WS-PLG-DESC(WS-PART-FIRST) TO VLT-ITEM-DESC
       		REWRITE VAULT-REC
       		END-REWRITE
       	END-READ.
       	CLOSE VAULTFILE.
       END-VAULT-REHOME-RTN.
      ***********END OF P***************************************************

      ******[S] CLOSE SHIFT*****************************************
       OPTION-SHIFT-RTN.
       	DISPLAY CLRSCR.
       	DISPLAY "<@@@@@ CLOSE SHIFT @@@@@>" LINE 4 COL 20.
       	PERFORM LOCK-SHIFT-RTN THRU END-LOCK-SHIFT-RTN.
       	OPEN I-O SHIFTFILE.
       	MOVE WS-OPERATOR-ID TO SH-OPERATOR.
       	MOVE "N" TO RESP.
       		DISPLAY "OVER/SHORT:     P" W-SH-OS-DISP
       			LINE 13 COL 20
       		PERFORM PRINT-SHIFT-RTN THRU END-PRINT-SHIFT-RTN
       		IF (WS-OVERSHORT NOT = 0)
       			PERFORM WRITE-DRAWER-AUDIT-RTN THRU
       				END-WRITE-DRAWER-AUDIT-RTN
       		END-IF
       		MOVE "CLOSED" TO SH-STATUS
       		REWRITE SHIFT-REC
       		END-REWRITE
       		DISPLAY "SHIFT CLOSED." LINE 15 COL 20
       		IF (WS-COUNTED > 0)
       			MOVE "TURNIN" TO WS-SFM-TYPE
       			MOVE WS-COUNTED TO WS-SFM-AMOUNT
       			MOVE WS-OPERATOR-ID TO WS-SFM-REF
       			PERFORM SAFE-POST-RTN THRU END-SAFE-POST-RTN
       			DISPLAY "DRAWER CASH TURNED IN TO SAFE."
       				LINE 16 COL 20
       		END-IF
       	END-IF.
       	CLOSE SHIFTFILE.
       	MOVE "SHIFT" TO WS-LCK-FILE.
       	MOVE WS-OPERATOR-ID TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       	PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
      ******************************************************************
      * A drawer that does not count out to the expected cash is put
      * on the audit log and the transaction journal - DRWSHORT or
      * DRWOVER for the amount of the difference - as the shift record
      * itself is reused by the operator's next shift.
      ******************************************************************
       WRITE-DRAWER-AUDIT-RTN.
       	MOVE 0 TO WS-AUDIT-TRANSNO.
       	IF (WS-OVERSHORT < 0)
       		MOVE "DRWSHORT" TO WS-AUDIT-ACTION
       		COMPUTE WS-AUDIT-AMOUNT = 0 - WS-OVERSHORT
       	ELSE
       		MOVE "DRWOVER" TO WS-AUDIT-ACTION
       		MOVE WS-OVERSHORT TO WS-AUDIT-AMOUNT
       	END-IF.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       END-WRITE-DRAWER-AUDIT-RTN.
      ******************************************************************
      * Piece count per denomination - WS-COUNTED is computed from the
      * count sheet instead of one lump figure, and the breakdown is
      * printed on the close slip for the shift envelope.
       	ACCEPT W-TRANSNO LINE 6 COL 50.
       	MOVE W-TRANSNO TO TRANSNO.
       	MOVE "N" TO RESP.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "Y")
       		READ LOANFILE INTO W-LOAN-REC
       			NOT INVALID KEY MOVE "Y" TO RESP
       		END-READ
       	END-IF.
       	IF (RESP = "Y")
       		DISPLAY SCREEN-SEC
       		DISPLAY "CLIENT NAME: " LINE 15 COL 20
       		ACCEPT W-ADDRS LINE 16 COL 50
       		DISPLAY "TELEPHONE NO.: " LINE 17 COL 20
       		ACCEPT W-TELNO LINE 17 COL 50
       	END-IF.
       	IF (RESP = "Y" AND LOAN-TYPE-INSTAL)
       		DISPLAY "INSTALMENT LOAN - AMOUNT AND MONTHS KEPT."
       			LINE 18 COL 20
       	END-IF.
       	IF (RESP = "Y" AND NOT LOAN-TYPE-INSTAL)
       		DISPLAY "LOAN AMOUNT: " LINE 18 COL 20
       		ACCEPT W-LOA LINE 18 COL 50
       		PERFORM UNTIL W-DECIMAL > 0
       				LINE 20 COL 20
       			ACCEPT W-NOMON LINE 20 COL 54
       		END-PERFORM
       	END-IF.
       	IF (RESP = "Y")
       		MOVE W-CLNAME TO CLNAME
       		MOVE W-ADDRS TO ADDRS
       		MOVE W-TELNO TO TELNO
       	END-IF.
       	IF (RESP = "Y")
       		DISPLAY "RECORD UPDATED." LINE 21 COL 21
       	END-IF.
       	IF (RESP = "N" AND WS-LCK-GOT = "Y")
       		DISPLAY "TRANS. NO. NOT FOUND." LINE 21 COL 21
       	END-IF.
       	PERFORM TERMINATE-RTN.
       	ACCEPT RENEW-TRANSNO LINE 6 COL 50.
       	MOVE RENEW-TRANSNO TO TRANSNO.
       	MOVE "N" TO RESP.
       	PERFORM LOCK-LOAN-RTN THRU END-LOCK-LOAN-RTN.
       	IF (WS-LCK-GOT = "Y")
       		READ LOANFILE INTO W-LOAN-REC
       			NOT INVALID KEY MOVE "Y" TO RESP
       		END-READ
       	END-IF.
       	IF (RESP = "N" AND WS-LCK-GOT = "Y")
       		DISPLAY "TRANS. NO. NOT FOUND." LINE 21 COL 21
       	END-IF.
       	IF (RESP = "Y" AND
       	(LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED"))
       		DISPLAY "LOAN ALREADY CLOSED." LINE 21 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y" AND LOAN-STATUS = "POLICEHOLD")
       		DISPLAY "ITEM UNDER POLICE HOLD - SEE MANAGER."
       			LINE 21 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y" AND LOAN-TYPE-INSTAL)
       		DISPLAY "INSTALMENT LOAN - PAY BY SCHEDULE OR REDEEM."
       			LINE 21 COL 21
       		MOVE "N" TO RESP
       	END-IF.
       	IF (RESP = "Y")
       		MOVE "N" TO WS-OVERRIDE
       		PERFORM RENEW-LIMIT-RTN THRU END-RENEW-LIMIT-RTN
       		MOVE W-DUEDATE TO DUEDATE
       		MOVE "CURRENT" TO LOAN-STATUS
       		MOVE ZERO TO PEN-MONTHS
       		MOVE DECIMAL TO WS-CHG-BASE
       		PERFORM GET-CHARGES-RTN THRU END-GET-CHARGES-RTN
       		MOVE WS-SVC-CHG TO W-TKT-SVC-DISP
       		MOVE WS-DST-AMT TO W-TKT-DST-DISP
       		MOVE WS-CHG-TOTAL TO W-TKT-NET-DISP
       		DISPLAY "SERVICE CHARGE: P" W-TKT-SVC-DISP
       			"  DOC. STAMP TAX: P" W-TKT-DST-DISP
       			LINE 18 COL 20
       		DISPLAY "TO COLLECT FROM PAWNER: P" W-TKT-NET-DISP
       			LINE 19 COL 20
       		REWRITE LOAN-REC
       			INVALID KEY MOVE "N" TO RESP
       		END-REWRITE
       			PERFORM WRITE-OVERRIDE-RTN THRU
       				END-WRITE-OVERRIDE-RTN
       		END-IF
       		MOVE "SVCCHG-RN" TO WS-CHG-SVC-ACT
       		MOVE "DSTAX-RN" TO WS-CHG-DST-ACT
       		PERFORM WRITE-CHARGES-RTN THRU END-WRITE-CHARGES-RTN
       		IF (WS-CHG-TOTAL > 0)
       			MOVE WS-CHG-TOTAL TO WS-SH-IN-AMT
       			MOVE 0 TO WS-SH-OUT-AMT
       			PERFORM UPDATE-SHIFT-RTN THRU
       				END-UPDATE-SHIFT-RTN
       		END-IF
       		DISPLAY "LOAN RENEWED." LINE 21 COL 21
       	END-IF.
       	PERFORM TERMINATE-RTN.
       	 CALL "SYSTEM" USING WS-BACKUP-CMD.
       END-BACKUP-RTN.
       CREATE-RTN.
       	 IF (CORE = "E" OR CORE = "e")
       	 	MOVE WS-REC-COUNT TO RCTR
       	 ELSE
       PERFORM TERMINATE-RTN.
       END-CREATE-RTN.
       TERMINATE-RTN.
       	 PERFORM UNLOCK-LOAN-RTN THRU END-UNLOCK-LOAN-RTN.
       	 CLOSE LOANFILE.
       	 PERFORM PAUSE-RTN THRU END-PAUSE-RTN.
       PAUSE-RTN.
       		COMPUTE W-DUEDATE = (WS-DUE-YYYY * 10000) +
       			(WS-DUE-MM * 100) + WS-DG-DD.
       	END-COMPUTE-DUEDATE-RTN.

       ACCEPT-REC-RTN.
       	 DISPLAY CLRSCR.
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
       MOVE W-TRANSNO TO WS-LCK-TRANSNO.
       PERFORM LOCK-VAULT-RTN THRU END-LOCK-VAULT-RTN.
       PERFORM VAULT-STORE-RTN THRU END-VAULT-STORE-RTN.
       PERFORM UNLOCK-VAULT-RTN THRU END-UNLOCK-VAULT-RTN.
       PERFORM PLEDGE-STORE-RTN THRU END-PLEDGE-STORE-RTN.
       PERFORM GOLD-STORE-RTN THRU END-GOLD-STORE-RTN.
       IF (W-LOAN-TYPE = "I")
       	PERFORM SCHED-BUILD-RTN THRU END-SCHED-BUILD-RTN
       END-IF.
       PERFORM PRINT-TICKET-RTN THRU END-PRINT-TICKET-RTN.
       MOVE 0 TO WS-SH-IN-AMT.
       MOVE WS-NET-PROCEEDS TO WS-SH-OUT-AMT.
       PERFORM UPDATE-SHIFT-RTN THRU END-UPDATE-SHIFT-RTN.
       ACCEPT-REC-NEXT-RTN.
       DISPLAY "ENTER ANOTHER RECORD [Y/N]?:".
       ACCEPT RESP.
       END-ACCEPT-REC-RTN.
      ******************************************************************
      * A ticket number drawn from the series can still come back as
      * a duplicate key if the loan reached LOAN.Dat some other way
      * since the number was drawn.  The clash is logged, the number
      * is marked spoiled and the next number in the series is drawn.
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
       	 MOVE "MACHINE4" TO TKN-PROGRAM.
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
       WRITE-PAYMENT-RTN.
       	 OPEN EXTEND PAYFILE.
       	 IF (WS-PAYFILE-STATUS = "35")
       	 	MOVE OR-NEXT-NBR TO WS-OR-NBR
       	 	CLOSE ORCTL
       	 END-IF.
       	 PERFORM ISSUE-OR-RTN THRU END-ISSUE-OR-RTN.
       	 OPEN OUTPUT ORCTL.
       	 COMPUTE OR-NEXT-NBR = WS-OR-NBR + 1.
       	 WRITE ORCTL-REC.
       	 CLOSE ORCTL.
       END-GET-OR-NBR-RTN.
      ******************************************************************
      * ORCTL.Dat only suggests the number.  It is issued by writing
      * its ORISSUE.Dat record; a number another counter has already
      * written is logged and skipped, the same way WRITE-TXJ-ONE-RTN
      * steps past a journal sequence taken by another counter.
      ******************************************************************
       ISSUE-OR-RTN.
       	 OPEN I-O ORIFILE.
       	 IF (WS-ORIFILE-STATUS = "35")
       	 	OPEN OUTPUT ORIFILE
       	 	CLOSE ORIFILE
       	 	OPEN I-O ORIFILE
       	 END-IF.
       	 IF (WS-ORIFILE-STATUS NOT = "00")
       	 	DISPLAY "ORISSUE.Dat NOT UPDATED. STATUS: "
       	 		WS-ORIFILE-STATUS
       	 	GO TO END-ISSUE-OR-RTN
       	 END-IF.
       	 MOVE 0 TO WS-ORI-TRIES.
       	 MOVE "N" TO WS-ORI-DONE.
       	 PERFORM ISSUE-OR-ONE-RTN THRU END-ISSUE-OR-ONE-RTN
       	 	UNTIL WS-ORI-DONE = "Y".
       	 CLOSE ORIFILE.
       END-ISSUE-OR-RTN.
       ISSUE-OR-ONE-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LCK-TS.
       	 MOVE WS-OR-NBR TO ORI-NBR.
       	 MOVE WS-LCK-TS(1:8) TO ORI-DATE.
       	 MOVE WS-LCK-TS(9:6) TO ORI-TIME.
       	 MOVE WS-BR-CODE TO ORI-BRANCH.
       	 MOVE WS-OPERATOR-ID TO ORI-OPERATOR.
       	 MOVE "MACHINE4" TO ORI-PROGRAM.
       	 WRITE ORISSUE-REC
       	 	INVALID KEY CONTINUE
       	 END-WRITE.
       	 IF (WS-ORIFILE-STATUS = "22" AND WS-ORI-TRIES < 9999)
       	 	PERFORM OR-TAKEN-RTN THRU END-OR-TAKEN-RTN
       	 	ADD 1 TO WS-OR-NBR
       	 	ADD 1 TO WS-ORI-TRIES
       	 	GO TO END-ISSUE-OR-ONE-RTN
       	 END-IF.
       	 IF (WS-ORIFILE-STATUS NOT = "00")
       	 	DISPLAY "ORISSUE.Dat NOT UPDATED. STATUS: "
       	 		WS-ORIFILE-STATUS
       	 END-IF.
       	 MOVE "Y" TO WS-ORI-DONE.
       END-ISSUE-OR-ONE-RTN.
       OR-TAKEN-RTN.
       	 MOVE SPACES TO WS-LCK-HOLDER.
       	 MOVE SPACES TO WS-LCK-HOLD-PGM.
       	 MOVE 0 TO WS-LCK-HOLD-TS.
       	 READ ORIFILE
       	 	INVALID KEY CONTINUE
       	 	NOT INVALID KEY
       	 	MOVE ORI-OPERATOR TO WS-LCK-HOLDER
       	 	MOVE ORI-PROGRAM TO WS-LCK-HOLD-PGM
       	 	MOVE ORI-DATE TO WS-LCK-HOLD-TS(1:8)
       	 	MOVE ORI-TIME TO WS-LCK-HOLD-TS(9:6)
       	 END-READ.
       	 MOVE "ORNBR" TO WS-LCK-FILE.
       	 MOVE WS-OR-NBR TO WS-LCK-KEY.
       	 MOVE "NEXTNBR" TO WS-LCK-OUTCOME.
       	 PERFORM LOCK-LOG-RTN THRU END-LOCK-LOG-RTN.
       END-OR-TAKEN-RTN.
       PRINT-RECEIPT-RTN.
       	 PERFORM GET-OR-NBR-RTN THRU END-GET-OR-NBR-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RCPT-DATE.
       	 MOVE TKR-DATEGRANTED TO W-TKT-DG-DISP.
       	 MOVE TKR-DUEDATE TO W-TKT-DUE-DISP.
       	 MOVE TKR-REPRINTS TO W-RP-CTR-DISP.
       	 MOVE TKR-SVC-CHG TO WS-SVC-CHG.
       	 MOVE TKR-DST TO WS-DST-AMT.
       	 MOVE TKR-NET TO WS-NET-PROCEEDS.
       	 OPEN EXTEND TKTFILE.
       	 IF (WS-TKTFILE-STATUS = "35")
       	 	OPEN OUTPUT TKTFILE
       	 STRING "ADDRESS: " TKR-ADDRS
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 WRITE TICKET-LINE.
       	 MOVE TKR-TRANSNO TO WS-PLG-TRANSNO.
       	 PERFORM LOAD-PLEDGE-RTN THRU END-LOAD-PLEDGE-RTN.
       	 PERFORM LOAD-GOLD-RTN THRU END-LOAD-GOLD-RTN.
       	 IF (WS-PLG-CTR > 1)
       	 	PERFORM TKT-ITEMS-RTN THRU END-TKT-ITEMS-RTN
       	 ELSE
       	 	MOVE SPACES TO TICKET-LINE
       	 	STRING "ITEM: " TKR-ITEM-DESC
       	 		DELIMITED BY SIZE INTO TICKET-LINE
       	 	WRITE TICKET-LINE
       	 	MOVE SPACES TO TICKET-LINE
       	 	STRING "CATEGORY: " TKR-ITEM-CATEGORY
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
       	 MOVE TKR-TRANSNO TO WS-ISC-TRANSNO.
       	 PERFORM TKT-SCHED-RTN THRU END-TKT-SCHED-RTN.
       	 MOVE SPACES TO TICKET-LINE.
       	 STRING "REPRINTED BY: " WS-OPERATOR-ID
       	 	DELIMITED BY SIZE INTO TICKET-LINE.
       	 CLOSE OPERFILE.
       END-CHECK-OPERATOR-RTN.
       OPEN-SHIFT-RTN.
       	 PERFORM LOCK-SHIFT-RTN THRU END-LOCK-SHIFT-RTN.
       	 OPEN I-O SHIFTFILE.
       	 IF (WS-SHIFTFILE-STATUS = "35")
       	 	OPEN OUTPUT SHIFTFILE
       	 		END-REWRITE
       	 	END-WRITE
       	 	DISPLAY "SHIFT OPENED."
       	 	IF (WS-SH-FLOAT > 0)
       	 		MOVE "FLOATISS" TO WS-SFM-TYPE
       	 		MOVE WS-SH-FLOAT TO WS-SFM-AMOUNT
       	 		MOVE WS-OPERATOR-ID TO WS-SFM-REF
       	 		PERFORM SAFE-POST-RTN THRU END-SAFE-POST-RTN
       	 	END-IF
       	 END-IF.
       	 CLOSE SHIFTFILE.
       	 MOVE "SHIFT" TO WS-LCK-FILE.
       	 MOVE WS-OPERATOR-ID TO WS-LCK-KEY.
       	 PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-OPEN-SHIFT-RTN.
       UPDATE-SHIFT-RTN.
       	 PERFORM LOCK-SHIFT-RTN THRU END-LOCK-SHIFT-RTN.
       	 OPEN I-O SHIFTFILE.
       	 IF (WS-SHIFTFILE-STATUS = "00")
       	 	MOVE WS-OPERATOR-ID TO SH-OPERATOR
       	 	END-READ
       	 	CLOSE SHIFTFILE
       	 END-IF.
       	 PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UPDATE-SHIFT-RTN.
      ******************************************************************
      * Record locking for postings made while the other counters are
      * working the same files.  The caller sets WS-LCK-FILE (LOAN,
      * VAULT, SHIFT or SAFE) and WS-LCK-KEY; WS-LCK-GOT comes back
      * "Y" once this operator holds the record in LOCKREG.Dat.  A
      * record held by another operator is shown with the holder.
      * With WS-LCK-MODE "I" the teller may retry or give up before
      * anything is posted; with "M" - a vault, drawer or safe update
      * in the middle of a posting already made - the teller retries
      * until the record is free.  Every conflict goes to LOCKLOG.log.
      ******************************************************************
       LOCK-RTN.
       	MOVE "N" TO WS-LCK-GOT.
       	MOVE "Y" TO WS-LCK-RETRY.
       	PERFORM LOCK-TRY-RTN THRU END-LOCK-TRY-RTN
       		UNTIL (WS-LCK-GOT = "Y") OR (WS-LCK-RETRY = "N").
       END-LOCK-RTN.
       LOCK-TRY-RTN.
       	OPEN I-O LOCKREG.
       	IF (WS-LOCKREG-STATUS = "35")
       		OPEN OUTPUT LOCKREG
       		CLOSE LOCKREG
       		OPEN I-O LOCKREG
       	END-IF.
       	IF (WS-LOCKREG-STATUS NOT = "00")
       		DISPLAY "LOCKREG.Dat NOT AVAILABLE. STATUS: "
       			WS-LOCKREG-STATUS LINE 22 COL 10
       		MOVE "Y" TO WS-LCK-GOT
       		GO TO END-LOCK-TRY-RTN
       	END-IF.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LCK-TS.
       	MOVE WS-LCK-TS(1:8) TO WS-LCK-TODAY.
       	PERFORM LOCK-FILL-RTN THRU END-LOCK-FILL-RTN.
       	WRITE LOCK-REC
       		INVALID KEY CONTINUE
       	END-WRITE.
       	IF (WS-LOCKREG-STATUS = "00")
       		MOVE "Y" TO WS-LCK-GOT
       		CLOSE LOCKREG
       		GO TO END-LOCK-TRY-RTN
       	END-IF.
       	READ LOCKREG
       		INVALID KEY
       		CLOSE LOCKREG
       		GO TO END-LOCK-TRY-RTN
       	END-READ.
       	MOVE LCK-OPERATOR TO WS-LCK-HOLDER.
       	MOVE LCK-PROGRAM TO WS-LCK-HOLD-PGM.
       	MOVE LCK-DATE TO WS-LCK-HOLD-TS(1:8).
       	MOVE LCK-TIME TO WS-LCK-HOLD-TS(9:6).
      * left by this operator's own session, or by a counter that went
      * down before the day ended - taken over
       	IF ((LCK-OPERATOR = WS-OPERATOR-ID) AND
       	(LCK-PROGRAM = "MACHINE4")) OR
       	(LCK-DATE < WS-LCK-TODAY)
       		MOVE "TAKEOVER" TO WS-LCK-OUTCOME
       		PERFORM LOCK-LOG-RTN THRU END-LOCK-LOG-RTN
       		PERFORM LOCK-FILL-RTN THRU END-LOCK-FILL-RTN
       		REWRITE LOCK-REC
       		END-REWRITE
       		MOVE "Y" TO WS-LCK-GOT
       		CLOSE LOCKREG
       		GO TO END-LOCK-TRY-RTN
       	END-IF.
       	CLOSE LOCKREG.
       	MOVE SPACES TO WS-LCK-MSG.
       	STRING WS-LCK-FILE DELIMITED BY SPACE
       		" " DELIMITED BY SIZE
       		WS-LCK-KEY DELIMITED BY SPACE
       		" IN USE BY OPERATOR " DELIMITED BY SIZE
       		WS-LCK-HOLDER DELIMITED BY SPACE
       		" SINCE " DELIMITED BY SIZE
       		WS-LCK-HOLD-TS(9:2) ":" WS-LCK-HOLD-TS(11:2)
       		DELIMITED BY SIZE INTO WS-LCK-MSG.
       	DISPLAY WS-LCK-MSG LINE 22 COL 10.
       	IF (WS-LCK-MODE = "M")
       		DISPLAY "POSTING MUST FINISH - PRESS ENTER TO RETRY."
       			LINE 23 COL 10
       		ACCEPT WS-LCK-ANS LINE 23 COL 55
       		MOVE "WAIT" TO WS-LCK-OUTCOME
       	ELSE
       		DISPLAY "RETRY [Y/N]?: " LINE 23 COL 10
       		ACCEPT WS-LCK-ANS LINE 23 COL 25
       		MOVE "RETRY" TO WS-LCK-OUTCOME
       		IF (WS-LCK-ANS NOT = "Y" AND WS-LCK-ANS NOT = "y")
       			MOVE "CANCEL" TO WS-LCK-OUTCOME
       			MOVE "N" TO WS-LCK-RETRY
       			DISPLAY "NOTHING POSTED." LINE 24 COL 10
       		END-IF
       	END-IF.
       	PERFORM LOCK-LOG-RTN THRU END-LOCK-LOG-RTN.
       END-LOCK-TRY-RTN.
       LOCK-FILL-RTN.
       	MOVE WS-LCK-FILE TO LCK-FILE.
       	MOVE WS-LCK-KEY TO LCK-RECKEY.
       	MOVE WS-OPERATOR-ID TO LCK-OPERATOR.
       	MOVE "MACHINE4" TO LCK-PROGRAM.
       	MOVE WS-BR-CODE TO LCK-BRANCH.
       	MOVE WS-LCK-TS(1:8) TO LCK-DATE.
       	MOVE WS-LCK-TS(9:6) TO LCK-TIME.
       END-LOCK-FILL-RTN.
      * releases WS-LCK-FILE / WS-LCK-KEY if this session still holds it
       UNLOCK-RTN.
       	OPEN I-O LOCKREG.
       	IF (WS-LOCKREG-STATUS NOT = "00")
       		GO TO END-UNLOCK-RTN
       	END-IF.
       	MOVE WS-LCK-FILE TO LCK-FILE.
       	MOVE WS-LCK-KEY TO LCK-RECKEY.
       	READ LOCKREG
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		IF (LCK-OPERATOR = WS-OPERATOR-ID) AND
       		(LCK-PROGRAM = "MACHINE4")
       			DELETE LOCKREG RECORD
       			END-DELETE
       		END-IF
       	END-READ.
       	CLOSE LOCKREG.
       END-UNLOCK-RTN.
      * LOCKLOG.log: time, branch, program, operator, file, key,
      * holder, holder's program, held since, outcome
       LOCK-LOG-RTN.
       	OPEN EXTEND LOCKLOG.
       	IF (WS-LOCKLOG-STATUS = "35")
       		OPEN OUTPUT LOCKLOG
       	END-IF.
       	MOVE SPACES TO LOCKLOG-REC.
       	STRING WS-LCK-TS "," WS-BR-CODE ",MACHINE4  ,"
       		WS-OPERATOR-ID "," WS-LCK-FILE "," WS-LCK-KEY ","
       		WS-LCK-HOLDER "," WS-LCK-HOLD-PGM "," WS-LCK-HOLD-TS ","
       		WS-LCK-OUTCOME DELIMITED BY SIZE INTO LOCKLOG-REC.
       	WRITE LOCKLOG-REC.
       	CLOSE LOCKLOG.
       END-LOCK-LOG-RTN.
      * the ticket is held from the moment it is keyed until the
      * option ends in TERMINATE-RTN
       LOCK-LOAN-RTN.
       	MOVE "LOAN" TO WS-LCK-FILE.
       	MOVE TRANSNO TO WS-LCK-KEY.
       	MOVE "I" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       	IF (WS-LCK-GOT = "Y")
       		MOVE "Y" TO WS-LOAN-LOCKED
       		MOVE TRANSNO TO WS-LOCKED-TRANSNO
       	END-IF.
       END-LOCK-LOAN-RTN.
       UNLOCK-LOAN-RTN.
       	IF (WS-LOAN-LOCKED = "Y")
       		MOVE "LOAN" TO WS-LCK-FILE
       		MOVE WS-LOCKED-TRANSNO TO WS-LCK-KEY
       		PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN
       		MOVE "N" TO WS-LOAN-LOCKED
       	END-IF.
       END-UNLOCK-LOAN-RTN.
       LOCK-VAULT-RTN.
       	MOVE "VAULT" TO WS-LCK-FILE.
       	MOVE WS-LCK-TRANSNO TO WS-LCK-KEY.
       	MOVE "M" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-VAULT-RTN.
       UNLOCK-VAULT-RTN.
       	MOVE "VAULT" TO WS-LCK-FILE.
       	MOVE WS-LCK-TRANSNO TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UNLOCK-VAULT-RTN.
       LOCK-SHIFT-RTN.
       	MOVE "SHIFT" TO WS-LCK-FILE.
       	MOVE WS-OPERATOR-ID TO WS-LCK-KEY.
       	MOVE "M" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-SHIFT-RTN.
      * the safe's day record is shared by every counter and by the
      * MACHINE41 count, so it is held from the read to the rewrite
       LOCK-SAFE-RTN.
       	MOVE "SAFE" TO WS-LCK-FILE.
       	MOVE WS-SF-DATE TO WS-LCK-KEY.
       	MOVE "M" TO WS-LCK-MODE.
       	PERFORM LOCK-RTN THRU END-LOCK-RTN.
       END-LOCK-SAFE-RTN.
       UNLOCK-SAFE-RTN.
       	MOVE "SAFE" TO WS-LCK-FILE.
       	MOVE WS-SF-DATE TO WS-LCK-KEY.
       	PERFORM UNLOCK-RTN THRU END-UNLOCK-RTN.
       END-UNLOCK-SAFE-RTN.
      ******************************************************************
      * Posts one movement of the branch main safe: WS-SFM-TYPE for
      * WS-SFM-AMOUNT with reference WS-SFM-REF, to today's SAFE.Dat
      * day record and the SAFEMOV.Dat movement line.
      ******************************************************************
       SAFE-POST-RTN.
       	 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SFM-TS.
       	 MOVE WS-SFM-TS(1:8) TO WS-SF-DATE.
       	 PERFORM LOCK-SAFE-RTN THRU END-LOCK-SAFE-RTN.
       	 OPEN I-O SAFEFILE.
       	 IF (WS-SAFEFILE-STATUS = "35")
       	 	OPEN OUTPUT SAFEFILE
       	 	CLOSE SAFEFILE
       	 	OPEN I-O SAFEFILE
       	 END-IF.
       	 IF (WS-SAFEFILE-STATUS NOT = "00")
       	 	DISPLAY "SAFE.Dat NOT UPDATED. STATUS: "
       	 		WS-SAFEFILE-STATUS
       	 	PERFORM UNLOCK-SAFE-RTN THRU END-UNLOCK-SAFE-RTN
       	 	GO TO END-SAFE-POST-RTN
       	 END-IF.
       	 PERFORM SAFE-DAY-RTN THRU END-SAFE-DAY-RTN.
       	 IF (WS-SFM-TYPE = "FLOATISS")
       	 	ADD WS-SFM-AMOUNT TO SF-FLOAT-ISS
       	 END-IF.
       	 IF (WS-SFM-TYPE = "TURNIN")
       	 	ADD WS-SFM-AMOUNT TO SF-TURNIN
       	 END-IF.
       	 IF (WS-SFM-TYPE = "BANKDEP")
       	 	ADD WS-SFM-AMOUNT TO SF-DEPOSIT
       	 END-IF.
       	 IF (WS-SFM-TYPE = "HOREPL")
       	 	ADD WS-SFM-AMOUNT TO SF-REPLEN
       	 END-IF.
       	 IF (WS-SFM-TYPE = "OPENBAL")
       	 	ADD WS-SFM-AMOUNT TO SF-OPENING
       	 END-IF.
       	 IF (SF-STATUS = "COUNTED")
       	 	MOVE "OPEN" TO SF-STATUS
       	 	DISPLAY "SAFE ALREADY COUNTED TODAY - RECOUNT REQUIRED."
       	 END-IF.
       	 REWRITE SAFE-REC
       	 	INVALID KEY
       	 	DISPLAY "SAFE.Dat NOT UPDATED FOR " WS-SF-DATE
       	 END-REWRITE.
       	 COMPUTE WS-SF-EXPECTED = SF-OPENING - SF-FLOAT-ISS +
       	 	SF-TURNIN - SF-DEPOSIT + SF-REPLEN.
       	 CLOSE SAFEFILE.
       	 PERFORM UNLOCK-SAFE-RTN THRU END-UNLOCK-SAFE-RTN.
       	 MOVE WS-SF-EXPECTED TO WS-SFM-BAL.
       	 MOVE SPACES TO WS-SFM-OPER2.
       	 PERFORM SAFE-MOV-RTN THRU END-SAFE-MOV-RTN.
       END-SAFE-POST-RTN.
      * reads the day record for WS-SF-DATE, opening it when absent
       SAFE-DAY-RTN.
       	 MOVE WS-BR-CODE TO SF-BRANCHCD.
       	 MOVE WS-SF-DATE TO SF-DATE.
       	 MOVE "Y" TO WS-SF-FOUND.
       	 READ SAFEFILE
       	 	INVALID KEY MOVE "N" TO WS-SF-FOUND
       	 END-READ.
       	 IF (WS-SF-FOUND = "Y")
       	 	GO TO END-SAFE-DAY-RTN
       	 END-IF.
       	 PERFORM SAFE-PRIOR-RTN THRU END-SAFE-PRIOR-RTN.
       	 MOVE WS-BR-CODE TO SF-BRANCHCD.
       	 MOVE WS-SF-DATE TO SF-DATE.
       	 MOVE WS-SF-PRIOR TO SF-OPENING.
       	 MOVE 0 TO SF-FLOAT-ISS.
       	 MOVE 0 TO SF-TURNIN.
       	 MOVE 0 TO SF-DEPOSIT.
       	 MOVE 0 TO SF-REPLEN.
       	 MOVE "OPEN" TO SF-STATUS.
       	 MOVE 0 TO SF-COUNTED.
       	 MOVE 0 TO SF-VARIANCE.
       	 MOVE SPACES TO SF-CUST1.
       	 MOVE SPACES TO SF-CUST2.
       	 MOVE 0 TO SF-COUNT-TS.
       	 WRITE SAFE-REC
       	 	INVALID KEY
       	 	DISPLAY "SAFE.Dat NOT UPDATED FOR " WS-SF-DATE
       	 END-WRITE.
       END-SAFE-DAY-RTN.
      * closing balance of the branch's last safe day before
      * WS-SF-DATE - the count when it was counted, else expected
       SAFE-PRIOR-RTN.
       	 MOVE 0 TO WS-SF-PRIOR.
       	 MOVE "N" TO WS-SF-ANY.
       	 MOVE "N" TO WS-SF-EOF.
       	 MOVE WS-BR-CODE TO SF-BRANCHCD.
       	 MOVE 0 TO SF-DATE.
       	 START SAFEFILE KEY IS NOT LESS THAN SF-KEY
       	 	INVALID KEY MOVE "Y" TO WS-SF-EOF
       	 END-START.
       	 PERFORM SAFE-PRIOR-ONE-RTN THRU END-SAFE-PRIOR-ONE-RTN
       	 	UNTIL WS-SF-EOF = "Y".
       END-SAFE-PRIOR-RTN.
       SAFE-PRIOR-ONE-RTN.
       	 READ SAFEFILE NEXT RECORD AT END MOVE "Y" TO WS-SF-EOF
       	 END-READ.
       	 IF (WS-SF-EOF = "N") AND
       	 (SF-BRANCHCD NOT = WS-BR-CODE OR SF-DATE NOT < WS-SF-DATE)
       	 	MOVE "Y" TO WS-SF-EOF
       	 END-IF.
       	 IF (WS-SF-EOF = "Y")
       	 	GO TO END-SAFE-PRIOR-ONE-RTN
       	 END-IF.
       	 MOVE "Y" TO WS-SF-ANY.
       	 IF (SF-STATUS = "COUNTED")
       	 	MOVE SF-COUNTED TO WS-SF-PRIOR
       	 ELSE
       	 	COMPUTE WS-SF-PRIOR = SF-OPENING - SF-FLOAT-ISS +
       	 		SF-TURNIN - SF-DEPOSIT + SF-REPLEN
       	 END-IF.
       END-SAFE-PRIOR-ONE-RTN.
       SAFE-MOV-RTN.
       	 OPEN EXTEND SAFEMOV.
       	 IF (WS-SAFEMOV-STATUS = "35")
       	 	OPEN OUTPUT SAFEMOV
       	 END-IF.
       	 MOVE WS-BR-CODE TO SFM-BRANCHCD.
       	 MOVE WS-SFM-TS(1:8) TO SFM-DATE.
       	 MOVE WS-SFM-TS(9:6) TO SFM-TIME.
       	 MOVE WS-SFM-TYPE TO SFM-TYPE.
       	 MOVE WS-SFM-AMOUNT TO SFM-AMOUNT.
       	 MOVE WS-SFM-REF TO SFM-REF.
       	 MOVE WS-OPERATOR-ID TO SFM-OPERATOR.
       	 MOVE WS-SFM-OPER2 TO SFM-OPERATOR2.
       	 MOVE WS-SFM-BAL TO SFM-BALANCE.
       	 WRITE SAFEMOV-REC.
       	 CLOSE SAFEMOV.
       END-SAFE-MOV-RTN.
       GET-CLIENT-RTN.
       	 MOVE "N" TO WS-CLI-FOUND.
       	 IF (W-CLIENTNO > 0)
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
      * worksheet lines for the articles loaded by LOAD-PLEDGE-RTN
       LOAD-GOLD-RTN.
       	 PERFORM VARYING WS-PLG-IDX FROM 1 BY 1
       	 	UNTIL WS-PLG-IDX > 9
       	 	MOVE 0 TO WS-GW-KARAT(WS-PLG-IDX)
       	 END-PERFORM.
       	 OPEN INPUT GWFILE.
       	 IF (WS-GWFILE-STATUS NOT = "00")
       	 	GO TO END-LOAD-GOLD-RTN
       	 END-IF.
       	 PERFORM LOAD-GOLD-ONE-RTN THRU END-LOAD-GOLD-ONE-RTN
       	 	VARYING WS-PLG-IDX FROM 1 BY 1
       	 	UNTIL WS-PLG-IDX > WS-PLG-CTR.
       	 CLOSE GWFILE.
       END-LOAD-GOLD-RTN.
       LOAD-GOLD-ONE-RTN.
       	 MOVE WS-PLG-TRANSNO TO GW-TRANSNO.
       	 MOVE WS-PLG-LINE(WS-PLG-IDX) TO GW-LINE.
       	 READ GWFILE
       	 	INVALID KEY CONTINUE
       	 	NOT INVALID KEY
       	 	MOVE GW-KARAT TO WS-GW-KARAT(WS-PLG-IDX)
       	 	MOVE GW-GROSS-GRAMS TO WS-GW-GROSS(WS-PLG-IDX)
       	 	MOVE GW-STONE-GRAMS TO WS-GW-STONE(WS-PLG-IDX)
       	 	MOVE GW-NET-GRAMS TO WS-GW-NET(WS-PLG-IDX)
       	 	MOVE GW-PRICE-GRAM TO WS-GW-PRICE(WS-PLG-IDX)
       	 	MOVE GW-PRICE-DATE TO WS-GW-PDATE(WS-PLG-IDX)
       	 END-READ.
       END-LOAD-GOLD-ONE-RTN.
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
       	 PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       	 MOVE WS-SAVE-OPER TO WS-OPERATOR-ID.
       END-WRITE-OVERRIDE-RTN.
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
      *************END OF A ************************************
      
       	OPTION3-RTN.
