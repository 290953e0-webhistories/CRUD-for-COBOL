       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE45.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Personal-data retention run.  A manager signs on, confirms or
      * changes the retention period kept in RETPARM.Dat (years after
      * the last closed loan) and may run it as a preview first.  A
      * client on CLIENT.Dat whose last closed ticket (latest DUEDATE
      * of a REDEEMED, DISPOSED or SETTLED ticket on LOAN.Dat or
      * LOANHIST.Dat) is older than the period is anonymized, unless
      * they still have an open ticket, an unpaid surplus on
      * SURPLUS.Dat, a ticket on police hold or an open incident -
      * those are listed as held back.  Anonymizing replaces the name
      * with ANONYMIZED and blanks the address, telephone and ID on
      * the client master (status ANONYMIZED, so no new loan can be
      * written to it), on the client's closed tickets in LOAN.Dat and
      * LOANHIST.Dat, on their TKTREG.Dat ticket images and on their
      * RCPTREG.Dat receipts.  Amounts, dates and items are kept for
      * the regulatory returns.  Closed tickets with no client master
      * are anonymized on their own DUEDATE the same way.  Each client
      * anonymized is journalled ANONYMIZE (client number in the
      * ticket field) and listed on the certificate, RETCERT.prt.
      * RETWORK.Dat is this run's work file and is emptied at the end.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       	 SELECT CLIENTFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS CL-CLIENTNO
       	 FILE STATUS IS WS-CLIENTFILE-STATUS.
       	 SELECT LOANFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TRANSNO
       	 ALTERNATE RECORD KEY IS CLNAME WITH DUPLICATES
       	 FILE STATUS IS WS-LOANFILE-STATUS.
       	 SELECT LOANHIST ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS HIST-TRANSNO
       	 FILE STATUS IS WS-LOANHIST-STATUS.
       	 SELECT TKTREGF ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TKR-TRANSNO
       	 FILE STATUS IS WS-TKTREGF-STATUS.
       	 SELECT RCPTREGF ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS REG-ORNBR
       	 FILE STATUS IS WS-RCPTREGF-STATUS.
       	 SELECT SURPLUSFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS SUR-TRANSNO
       	 FILE STATUS IS WS-SURPLUSFILE-STATUS.
       	 SELECT HOLDFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS PH-KEY
       	 FILE STATUS IS WS-HOLDFILE-STATUS.
       	 SELECT INCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS INC-NO
       	 ALTERNATE RECORD KEY IS INC-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-INCFILE-STATUS.
       	 SELECT RETWORK ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS RTW-KEY
       	 FILE STATUS IS WS-RETWORK-STATUS.
       	 SELECT RETPARM ASSIGN TO "RETPARM.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-RETPARM-STATUS.
       	 SELECT CERTPRT ASSIGN TO "RETCERT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-CERTPRT-STATUS.
       	 SELECT OPERFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS OP-ID
       	 FILE STATUS IS WS-OPERFILE-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       	 SELECT AUDITLOG ASSIGN TO "AUDIT.log"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-AUDITLOG-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT TXJCTL ASSIGN TO "TXJCTL.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-TXJCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "CLIENT.Dat"
       	 DATA RECORD IS CLIENT-REC.
       COPY CLIREC.
       FD  LOANFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOAN.Dat"
       	 DATA RECORD IS LOAN-REC.
       COPY LOANREC.
       FD  LOANHIST
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "LOANHIST.Dat"
       	 DATA RECORD IS HIST-REC.
       01  HIST-REC.
       	 05 HIST-TRANSNO	PIC 9(5).
       	 05 HIST-REST		PIC X(146).
       FD  TKTREGF
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TKTREG.Dat"
       	 DATA RECORD IS TKTREG-REC.
       COPY TKRREC.
       FD  RCPTREGF
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "RCPTREG.Dat"
       	 DATA RECORD IS RCPTREG-REC.
       COPY RGRREC.
       FD  SURPLUSFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "SURPLUS.Dat"
       	 DATA RECORD IS SURPLUS-REC.
       COPY SURREC.
       FD  HOLDFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "POLHOLD.Dat"
       	 DATA RECORD IS POLHOLD-REC.
       COPY POLHOLD.
       FD  INCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "INCIDENT.Dat"
       	 DATA RECORD IS INCIDENT-REC.
       COPY INCREC.
      ******************************************************************
      * RTW-KIND C is a client from CLIENT.Dat with its last closed
      * ticket, its blocking counts and the records anonymized; B is
      * a ticket with no client master that something still holds
      * back; T is a ticket anonymized this run with the name it had,
      * to pick out its receipts on RCPTREG.Dat.
      ******************************************************************
       FD  RETWORK
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "RETWORK.Dat"
       	 DATA RECORD IS RTW-REC.
       01  RTW-REC.
       	 05 RTW-KEY.
       	 	10 RTW-KIND	PIC X.
       	 	10 RTW-NO	PIC 9(5).
       	 05 RTW-LAST-CLOSED	PIC 9(8).
       	 05 RTW-OPEN-CTR	PIC 9(3).
       	 05 RTW-SUR-CTR	PIC 9(3).
       	 05 RTW-HOLD-CTR	PIC 9(3).
       	 05 RTW-INC-CTR	PIC 9(3).
       	 05 RTW-ACTION	PIC X.
       	 	88 RTW-ANONYMIZE VALUE "A".
       	 	88 RTW-HELD-BACK VALUE "H".
       	 05 RTW-LOAN-CTR	PIC 9(4).
       	 05 RTW-HIST-CTR	PIC 9(4).
       	 05 RTW-TKR-CTR	PIC 9(4).
       	 05 RTW-REG-CTR	PIC 9(4).
       	 05 RTW-CLIENTNO	PIC 9(5).
       	 05 RTW-CLNAME	PIC X(20).
       FD  RETPARM
       	 LABEL RECORD IS STANDARD.
       COPY RTPREC.
       FD  CERTPRT
       	 LABEL RECORD IS STANDARD.
       01  CERT-LINE			PIC X(80).
       FD  OPERFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "OPERATOR.Dat"
       	 DATA RECORD IS OPERATOR-REC.
       COPY OPERREC.
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       FD  AUDITLOG
       	 LABEL RECORD IS STANDARD.
       01  AUDIT-REC			PIC X(60).
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
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       01 WS-CUTOFF-X.
       	 05 WS-CUTOFF	PIC 9(8).
       	 05 WS-CUTOFF-R REDEFINES WS-CUTOFF.
       	 	10 WS-CUTOFF-YYYY	PIC 9(4).
       	 	10 WS-CUTOFF-MMDD	PIC 9(4).
       01 WS-RPT-CLIENT.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RC-CLIENTNO	PIC 9(5).
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RC-LAST		PIC 9999/99/99.
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RC-LOAN		PIC ZZZ9.
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RC-HIST		PIC ZZZ9.
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RC-TKR		PIC ZZZ9.
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RC-REG		PIC ZZZ9.
       01 WS-RPT-HELD.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RH-CLIENTNO	PIC 9(5).
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RH-LAST		PIC 9999/99/99.
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RH-REASON	PIC X(55).
       01 W-DATE-DISP		PIC 9999/99/99.
       77 RESP			PIC A.
       77 WS-CLIENTFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-TKTREGF-STATUS PIC XX.
       77 WS-RCPTREGF-STATUS PIC XX.
       77 WS-SURPLUSFILE-STATUS PIC XX.
       77 WS-HOLDFILE-STATUS PIC XX.
       77 WS-INCFILE-STATUS PIC XX.
       77 WS-RETWORK-STATUS PIC XX.
       77 WS-RETPARM-STATUS PIC XX.
       77 WS-CERTPRT-STATUS PIC XX.
       77 WS-OPERFILE-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-AUDITLOG-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-TXJCTL-STATUS PIC XX.
       77 WS-TXJ-DATE		PIC 9(8).
       77 WS-TXJ-SEQ		PIC 9(7).
       77 WS-TXJ-TRIES	PIC 9(3).
       77 WS-TXJ-DONE	PIC A.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-SIGNON-ID	PIC X(10).
       77 WS-SIGNON-PW	PIC X(10).
       77 WS-SIGNED-ON	PIC A.
       77 WS-TRIES		PIC 9.
       77 WS-OPERATOR-ID	PIC X(10).
       77 WS-AUDIT-ACTION	PIC X(10).
       77 WS-AUDIT-TRANSNO	PIC 9(5).
       77 WS-AUDIT-TIMESTAMP	PIC 9(14).
       77 WS-AUDIT-AMOUNT	PIC 9(6)V99.
       77 WS-EOF			PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-YEARS		PIC 9(2).
       77 WS-NEW-YEARS	PIC 9(2).
       77 WS-PREVIEW	PIC A.
       77 WS-HIST-OPEN	PIC A.
       77 WS-TKR-OPEN	PIC A.
       77 WS-REG-OPEN	PIC A.
       77 WS-FOUND		PIC A.
       77 WS-IN-FILE	PIC X.
       77 WS-BLOCK		PIC X.
       77 WS-FIND-TRANSNO	PIC 9(5).
       77 WS-FIND-CLIENTNO	PIC 9(5).
       77 WS-MASK-CLIENTNO	PIC 9(5).
       77 WS-MASK-LOAN	PIC 9(4).
       77 WS-MASK-HIST	PIC 9(4).
       77 WS-MASK-TKR	PIC 9(4).
       77 WS-CL-CTR		PIC 9(5).
       77 WS-ANON-CTR	PIC 9(5).
       77 WS-HELD-CTR	PIC 9(5).
       77 WS-NOTDUE-CTR	PIC 9(5).
       77 WS-NOLOAN-CTR	PIC 9(5).
       77 WS-DONE-CTR	PIC 9(5).
       77 WS-TOT-LOAN	PIC 9(6).
       77 WS-TOT-HIST	PIC 9(6).
       77 WS-TOT-TKR	PIC 9(6).
       77 WS-TOT-REG	PIC 9(6).
       77 WS-WALK-TKTS	PIC 9(6).
       77 WS-WALK-TKR	PIC 9(6).
       77 WS-WALK-REG	PIC 9(6).
       77 WS-WALK-HELD	PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ PERSONAL DATA RETENTION RUN @@@@@>".
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	OPEN INPUT OPERFILE.
       	IF (WS-OPERFILE-STATUS NOT = "00")
       		DISPLAY "NO OPERATOR FILE ON RECORD."
       		DISPLAY "RUN MACHINE11 TO SET UP OPERATORS."
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	PERFORM SIGNON-RTN THRU END-SIGNON-RTN.
       	CLOSE OPERFILE.
       	MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM GET-PARM-RTN THRU END-GET-PARM-RTN.
       	COMPUTE WS-CUTOFF = WS-TODAY - WS-YEARS * 10000.
       	IF (WS-CUTOFF-MMDD = 0229)
       		MOVE 0228 TO WS-CUTOFF-MMDD
       	END-IF.
       	MOVE WS-CUTOFF TO W-DATE-DISP.
       	DISPLAY "CLIENTS WHOSE LAST CLOSED LOAN FELL DUE BEFORE "
       		W-DATE-DISP " WILL BE ANONYMIZED.".
       	DISPLAY "PREVIEW ONLY - NOTHING CHANGED [Y/N]?: ".
       	ACCEPT RESP.
       	MOVE "N" TO WS-PREVIEW.
       	IF (RESP = "Y" OR RESP = "y")
       		MOVE "Y" TO WS-PREVIEW
       	ELSE
       		DISPLAY "ANONYMIZING CANNOT BE UNDONE. PROCEED [Y/N]?: "
       		ACCEPT RESP
       		IF (RESP NOT = "Y" AND RESP NOT = "y")
       			DISPLAY "RETENTION RUN CANCELLED."
       			STOP RUN
       		END-IF
       	END-IF.
       	PERFORM OPEN-FILES-RTN THRU END-OPEN-FILES-RTN.
       	PERFORM INIT-RTN THRU END-INIT-RTN.
       	PERFORM LOAD-CLIENTS-RTN THRU END-LOAD-CLIENTS-RTN.
       	PERFORM SCAN-LOANS-RTN THRU END-SCAN-LOANS-RTN.
       	PERFORM SCAN-HIST-RTN THRU END-SCAN-HIST-RTN.
       	PERFORM SCAN-SURPLUS-RTN THRU END-SCAN-SURPLUS-RTN.
       	PERFORM SCAN-HOLDS-RTN THRU END-SCAN-HOLDS-RTN.
       	PERFORM SCAN-INCIDENTS-RTN THRU END-SCAN-INCIDENTS-RTN.
       	PERFORM DECIDE-RTN THRU END-DECIDE-RTN.
       	PERFORM MASK-LOANS-RTN THRU END-MASK-LOANS-RTN.
       	PERFORM MASK-HIST-RTN THRU END-MASK-HIST-RTN.
       	PERFORM MASK-RECEIPTS-RTN THRU END-MASK-RECEIPTS-RTN.
       	PERFORM CERTIFICATE-RTN THRU END-CERTIFICATE-RTN.
       	PERFORM CLOSE-FILES-RTN THRU END-CLOSE-FILES-RTN.
       	DISPLAY "CLIENTS ON FILE:        " WS-CL-CTR.
       	DISPLAY "ANONYMIZED:             " WS-ANON-CTR.
       	DISPLAY "HELD BACK:              " WS-HELD-CTR.
       	DISPLAY "WITHIN RETENTION:       " WS-NOTDUE-CTR.
       	DISPLAY "NO CLOSED LOAN:         " WS-NOLOAN-CTR.
       	DISPLAY "TICKETS WITHOUT CLIENT: " WS-WALK-TKTS.
       	IF (WS-PREVIEW = "Y")
       		DISPLAY "PREVIEW ONLY - NOTHING WAS CHANGED."
       	END-IF.
       	DISPLAY "SEE RETCERT.prt".
       	MOVE 0 TO RETURN-CODE.
       	STOP RUN.
       SIGNON-RTN.
       	MOVE 0 TO WS-TRIES.
       	MOVE "N" TO WS-SIGNED-ON.
       	PERFORM UNTIL WS-SIGNED-ON = "Y" OR WS-TRIES > 2
       		DISPLAY "MANAGER SIGN-ON REQUIRED."
       		DISPLAY "OPERATOR ID: "
       		ACCEPT WS-SIGNON-ID
       		DISPLAY "PASSWORD: "
       		ACCEPT WS-SIGNON-PW
       		MOVE WS-SIGNON-ID TO OP-ID
       		READ OPERFILE
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			PERFORM CHECK-MGR-RTN THRU
       				END-CHECK-MGR-RTN
       		END-READ
       		IF (WS-SIGNED-ON = "N")
       			ADD 1 TO WS-TRIES
       			DISPLAY "INVALID SIGN-ON."
       		END-IF
       	END-PERFORM.
       	IF (WS-SIGNED-ON = "N")
       		DISPLAY "SIGN-ON FAILED. EXITING."
       		CLOSE OPERFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       END-SIGNON-RTN.
       CHECK-MGR-RTN.
       	IF (OP-STATUS = "ACTIVE")
       		IF (OP-PASSWORD = WS-SIGNON-PW)
       			IF (OP-ROLE-MANAGER)
       				MOVE "Y" TO WS-SIGNED-ON
       			END-IF
       		END-IF
       	END-IF.
       END-CHECK-MGR-RTN.
       GET-BRANCH-RTN.
       	MOVE "000" TO WS-BR-CODE.
       	MOVE "TAMBUNTING PAWNSHOP" TO WS-BR-NAME.
       	OPEN INPUT BRNFILE.
       	IF (WS-BRNFILE-STATUS = "00")
       		READ BRNFILE AT END CONTINUE
       			NOT AT END
       			MOVE BR-CODE TO WS-BR-CODE
       			MOVE BR-NAME TO WS-BR-NAME
       		END-READ
       		CLOSE BRNFILE
       	END-IF.
       END-GET-BRANCH-RTN.
      ******************************************************************
      * The retention period on RETPARM.Dat, 5 years if none is set.
      * A change is saved with who made it and journalled RETPARM
      * with the new number of years in the amount.
      ******************************************************************
       GET-PARM-RTN.
       	MOVE 5 TO WS-YEARS.
       	OPEN INPUT RETPARM.
       	IF (WS-RETPARM-STATUS = "00")
       		READ RETPARM AT END CONTINUE
       			NOT AT END
       			IF (RTP-YEARS > 0)
       				MOVE RTP-YEARS TO WS-YEARS
       			END-IF
       		END-READ
       		CLOSE RETPARM
       	END-IF.
       	DISPLAY "RETENTION PERIOD: " WS-YEARS
       		" YEARS AFTER THE LAST CLOSED LOAN.".
       	DISPLAY "CHANGE IT [Y/N]?: ".
       	ACCEPT RESP.
       	IF (RESP NOT = "Y" AND RESP NOT = "y")
       		GO TO END-GET-PARM-RTN
       	END-IF.
       	DISPLAY "NEW RETENTION PERIOD IN YEARS: ".
       	ACCEPT WS-NEW-YEARS.
       	PERFORM UNTIL WS-NEW-YEARS > 0
       		DISPLAY "INVALID YEARS. MUST BE > 0: "
       		ACCEPT WS-NEW-YEARS
       	END-PERFORM.
       	MOVE WS-NEW-YEARS TO WS-YEARS.
       	OPEN OUTPUT RETPARM.
       	MOVE WS-YEARS TO RTP-YEARS.
       	MOVE WS-OPERATOR-ID TO RTP-SET-BY.
       	MOVE WS-TODAY TO RTP-SET-DATE.
       	WRITE RETPARM-REC.
       	CLOSE RETPARM.
       	MOVE 0 TO WS-AUDIT-TRANSNO.
       	MOVE "RETPARM" TO WS-AUDIT-ACTION.
       	MOVE WS-YEARS TO WS-AUDIT-AMOUNT.
       	PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN.
       END-GET-PARM-RTN.
      ******************************************************************
      * CLIENT.Dat and LOAN.Dat must be there.  LOANHIST.Dat and the
      * registers may not have been started; SURPLUS.Dat, POLHOLD.Dat
      * and INCIDENT.Dat missing simply hold nothing back.
      ******************************************************************
       OPEN-FILES-RTN.
       	OPEN I-O CLIENTFILE.
       	IF (WS-CLIENTFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN CLIENT.Dat. STATUS: "
       			WS-CLIENTFILE-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN I-O LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		CLOSE CLIENTFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT RETWORK.
       	CLOSE RETWORK.
       	OPEN I-O RETWORK.
       	IF (WS-RETWORK-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING RETWORK.Dat. STATUS: "
       			WS-RETWORK-STATUS
       		CLOSE CLIENTFILE
       		CLOSE LOANFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-HIST-OPEN.
       	OPEN I-O LOANHIST.
       	IF (WS-LOANHIST-STATUS = "00")
       		MOVE "Y" TO WS-HIST-OPEN
       	END-IF.
       	MOVE "N" TO WS-TKR-OPEN.
       	OPEN I-O TKTREGF.
       	IF (WS-TKTREGF-STATUS = "00")
       		MOVE "Y" TO WS-TKR-OPEN
       	END-IF.
       	MOVE "N" TO WS-REG-OPEN.
       	OPEN I-O RCPTREGF.
       	IF (WS-RCPTREGF-STATUS = "00")
       		MOVE "Y" TO WS-REG-OPEN
       	END-IF.
       END-OPEN-FILES-RTN.
       CLOSE-FILES-RTN.
       	CLOSE CLIENTFILE.
       	CLOSE LOANFILE.
       	IF (WS-HIST-OPEN = "Y")
       		CLOSE LOANHIST
       	END-IF.
       	IF (WS-TKR-OPEN = "Y")
       		CLOSE TKTREGF
       	END-IF.
       	IF (WS-REG-OPEN = "Y")
       		CLOSE RCPTREGF
       	END-IF.
       	CLOSE RETWORK.
       	OPEN OUTPUT RETWORK.
       	CLOSE RETWORK.
       END-CLOSE-FILES-RTN.
       INIT-RTN.
       	MOVE 0 TO WS-CL-CTR.
       	MOVE 0 TO WS-ANON-CTR.
       	MOVE 0 TO WS-HELD-CTR.
       	MOVE 0 TO WS-NOTDUE-CTR.
       	MOVE 0 TO WS-NOLOAN-CTR.
       	MOVE 0 TO WS-DONE-CTR.
       	MOVE 0 TO WS-TOT-LOAN.
       	MOVE 0 TO WS-TOT-HIST.
       	MOVE 0 TO WS-TOT-TKR.
       	MOVE 0 TO WS-TOT-REG.
       	MOVE 0 TO WS-WALK-TKTS.
       	MOVE 0 TO WS-WALK-TKR.
       	MOVE 0 TO WS-WALK-REG.
       	MOVE 0 TO WS-WALK-HELD.
       END-INIT-RTN.
      ******************************************************************
      * One C entry per client still holding personal data.
      ******************************************************************
       LOAD-CLIENTS-RTN.
       	MOVE "N" TO WS-EOF.
       	READ CLIENTFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-CLIENT-ONE-RTN THRU END-LOAD-CLIENT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-LOAD-CLIENTS-RTN.
       LOAD-CLIENT-ONE-RTN.
       	IF (CL-STATUS = "ANONYMIZED")
       		ADD 1 TO WS-DONE-CTR
       		GO TO LOAD-CLIENT-NEXT-RTN
       	END-IF.
       	ADD 1 TO WS-CL-CTR.
       	MOVE "C" TO RTW-KIND.
       	MOVE CL-CLIENTNO TO RTW-NO.
       	PERFORM CLEAR-RTW-RTN THRU END-CLEAR-RTW-RTN.
       	MOVE CL-CLIENTNO TO RTW-CLIENTNO.
       	WRITE RTW-REC
       		INVALID KEY CONTINUE
       	END-WRITE.
       LOAD-CLIENT-NEXT-RTN.
       	READ CLIENTFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-CLIENT-ONE-RTN.
       CLEAR-RTW-RTN.
       	MOVE 0 TO RTW-LAST-CLOSED.
       	MOVE 0 TO RTW-OPEN-CTR.
       	MOVE 0 TO RTW-SUR-CTR.
       	MOVE 0 TO RTW-HOLD-CTR.
       	MOVE 0 TO RTW-INC-CTR.
       	MOVE SPACE TO RTW-ACTION.
       	MOVE 0 TO RTW-LOAN-CTR.
       	MOVE 0 TO RTW-HIST-CTR.
       	MOVE 0 TO RTW-TKR-CTR.
       	MOVE 0 TO RTW-REG-CTR.
       	MOVE 0 TO RTW-CLIENTNO.
       	MOVE SPACES TO RTW-CLNAME.
       END-CLEAR-RTW-RTN.
      ******************************************************************
      * Every ticket of a client dates their last closed loan or, if
      * still open, holds them back.
      ******************************************************************
       SCAN-LOANS-RTN.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCAN-LOAN-ONE-RTN THRU END-SCAN-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-SCAN-LOANS-RTN.
       SCAN-LOAN-ONE-RTN.
       	PERFORM CLIENT-TICKET-RTN THRU END-CLIENT-TICKET-RTN.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCAN-LOAN-ONE-RTN.
       SCAN-HIST-RTN.
       	IF (WS-HIST-OPEN = "N")
       		GO TO END-SCAN-HIST-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCAN-HIST-ONE-RTN THRU END-SCAN-HIST-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-SCAN-HIST-RTN.
       SCAN-HIST-ONE-RTN.
       	PERFORM CLIENT-TICKET-RTN THRU END-CLIENT-TICKET-RTN.
       	READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCAN-HIST-ONE-RTN.
       CLIENT-TICKET-RTN.
       	IF (W-CLIENTNO = 0)
       		GO TO END-CLIENT-TICKET-RTN
       	END-IF.
       	MOVE "C" TO RTW-KIND.
       	MOVE W-CLIENTNO TO RTW-NO.
       	READ RETWORK
       		INVALID KEY GO TO END-CLIENT-TICKET-RTN
       	END-READ.
       	IF (W-LOAN-STATUS = "REDEEMED" OR "DISPOSED" OR "SETTLED")
       		IF (W-DUEDATE > RTW-LAST-CLOSED)
       			MOVE W-DUEDATE TO RTW-LAST-CLOSED
       		END-IF
       	ELSE
       		ADD 1 TO RTW-OPEN-CTR
       	END-IF.
       	REWRITE RTW-REC
       		INVALID KEY CONTINUE
       	END-REWRITE.
       END-CLIENT-TICKET-RTN.
      ******************************************************************
      * An unpaid surplus, a ticket still on police hold or an open
      * incident holds back the client, or the ticket itself where it
      * has no client master.
      ******************************************************************
       SCAN-SURPLUS-RTN.
       	OPEN INPUT SURPLUSFILE.
       	IF (WS-SURPLUSFILE-STATUS NOT = "00")
       		GO TO END-SCAN-SURPLUS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ SURPLUSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCAN-SURPLUS-ONE-RTN THRU END-SCAN-SURPLUS-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE SURPLUSFILE.
       END-SCAN-SURPLUS-RTN.
       SCAN-SURPLUS-ONE-RTN.
       	IF (SUR-STATUS = "PAYABLE")
       		MOVE SUR-TRANSNO TO WS-FIND-TRANSNO
       		MOVE SUR-CLIENTNO TO WS-FIND-CLIENTNO
       		MOVE "S" TO WS-BLOCK
       		PERFORM BLOCK-RTN THRU END-BLOCK-RTN
       	END-IF.
       	READ SURPLUSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCAN-SURPLUS-ONE-RTN.
       SCAN-HOLDS-RTN.
       	OPEN INPUT HOLDFILE.
       	IF (WS-HOLDFILE-STATUS NOT = "00")
       		GO TO END-SCAN-HOLDS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ HOLDFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCAN-HOLD-ONE-RTN THRU END-SCAN-HOLD-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE HOLDFILE.
       END-SCAN-HOLDS-RTN.
       SCAN-HOLD-ONE-RTN.
       	IF (PH-KIND = "L" AND PH-STATUS = "HELD")
       		MOVE PH-REFNO TO WS-FIND-TRANSNO
       		MOVE 0 TO WS-FIND-CLIENTNO
       		MOVE "P" TO WS-BLOCK
       		PERFORM BLOCK-RTN THRU END-BLOCK-RTN
       	END-IF.
       	READ HOLDFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCAN-HOLD-ONE-RTN.
       SCAN-INCIDENTS-RTN.
       	OPEN INPUT INCFILE.
       	IF (WS-INCFILE-STATUS NOT = "00")
       		GO TO END-SCAN-INCIDENTS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ INCFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCAN-INCIDENT-ONE-RTN THRU END-SCAN-INCIDENT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE INCFILE.
       END-SCAN-INCIDENTS-RTN.
       SCAN-INCIDENT-ONE-RTN.
       	IF (INC-STATUS = "OPEN")
       		MOVE INC-TRANSNO TO WS-FIND-TRANSNO
       		MOVE 0 TO WS-FIND-CLIENTNO
       		MOVE "I" TO WS-BLOCK
       		PERFORM BLOCK-RTN THRU END-BLOCK-RTN
       	END-IF.
       	READ INCFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCAN-INCIDENT-ONE-RTN.
       BLOCK-RTN.
       	IF (WS-FIND-CLIENTNO = 0)
       		PERFORM TICKET-CLIENT-RTN THRU END-TICKET-CLIENT-RTN
       	END-IF.
       	MOVE "N" TO WS-FOUND.
       	IF (WS-FIND-CLIENTNO > 0)
       		MOVE "C" TO RTW-KIND
       		MOVE WS-FIND-CLIENTNO TO RTW-NO
       		READ RETWORK
       			INVALID KEY CONTINUE
       			NOT INVALID KEY MOVE "Y" TO WS-FOUND
       		END-READ
       	END-IF.
       	IF (WS-FOUND = "N")
       		MOVE "B" TO RTW-KIND
       		MOVE WS-FIND-TRANSNO TO RTW-NO
       		READ RETWORK
       			INVALID KEY
       			PERFORM CLEAR-RTW-RTN THRU END-CLEAR-RTW-RTN
       			WRITE RTW-REC
       				INVALID KEY CONTINUE
       			END-WRITE
       		END-READ
       	END-IF.
       	IF (WS-BLOCK = "S")
       		ADD 1 TO RTW-SUR-CTR
       	END-IF.
       	IF (WS-BLOCK = "P")
       		ADD 1 TO RTW-HOLD-CTR
       	END-IF.
       	IF (WS-BLOCK = "I")
       		ADD 1 TO RTW-INC-CTR
       	END-IF.
       	REWRITE RTW-REC
       		INVALID KEY CONTINUE
       	END-REWRITE.
       END-BLOCK-RTN.
       TICKET-CLIENT-RTN.
       	MOVE 0 TO WS-FIND-CLIENTNO.
       	MOVE WS-FIND-TRANSNO TO TRANSNO.
       	READ LOANFILE INTO W-LOAN-REC
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		MOVE W-CLIENTNO TO WS-FIND-CLIENTNO
       		GO TO END-TICKET-CLIENT-RTN
       	END-READ.
       	IF (WS-HIST-OPEN = "Y")
       		MOVE WS-FIND-TRANSNO TO HIST-TRANSNO
       		READ LOANHIST INTO W-LOAN-REC
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			MOVE W-CLIENTNO TO WS-FIND-CLIENTNO
       		END-READ
       	END-IF.
       END-TICKET-CLIENT-RTN.
      ******************************************************************
      * A client past the period with nothing holding them back is
      * anonymized on the master now; their tickets follow.
      ******************************************************************
       DECIDE-RTN.
       	MOVE "N" TO WS-EOF.
       	MOVE "C" TO RTW-KIND.
       	MOVE 0 TO RTW-NO.
       	START RETWORK KEY IS NOT LESS THAN RTW-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-CLIENT-RTW-RTN THRU END-READ-CLIENT-RTW-RTN.
       	PERFORM DECIDE-ONE-RTN THRU END-DECIDE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-DECIDE-RTN.
       DECIDE-ONE-RTN.
       	IF (RTW-LAST-CLOSED = 0)
       		ADD 1 TO WS-NOLOAN-CTR
       		GO TO DECIDE-NEXT-RTN
       	END-IF.
       	IF (RTW-LAST-CLOSED NOT < WS-CUTOFF)
       		ADD 1 TO WS-NOTDUE-CTR
       		GO TO DECIDE-NEXT-RTN
       	END-IF.
       	IF (RTW-OPEN-CTR > 0) OR (RTW-SUR-CTR > 0) OR
       	(RTW-HOLD-CTR > 0) OR (RTW-INC-CTR > 0)
       		ADD 1 TO WS-HELD-CTR
       		MOVE "H" TO RTW-ACTION
       		REWRITE RTW-REC
       			INVALID KEY CONTINUE
       		END-REWRITE
       		GO TO DECIDE-NEXT-RTN
       	END-IF.
       	MOVE RTW-NO TO CL-CLIENTNO.
       	READ CLIENTFILE
       		INVALID KEY GO TO DECIDE-NEXT-RTN
       	END-READ.
       	MOVE "ANONYMIZED" TO CL-NAME.
       	MOVE SPACES TO CL-ADDRS.
       	MOVE 0 TO CL-TELNO.
       	MOVE SPACES TO CL-IDTYPE.
       	MOVE SPACES TO CL-IDNO.
       	MOVE "ANONYMIZED" TO CL-STATUS.
       	IF (WS-PREVIEW = "N")
       		REWRITE CLIENT-REC
       			INVALID KEY
       			DISPLAY "CLIENT NOT UPDATED: " RTW-NO
       			GO TO DECIDE-NEXT-RTN
       		END-REWRITE
       	END-IF.
       	ADD 1 TO WS-ANON-CTR.
       	MOVE "A" TO RTW-ACTION.
       	REWRITE RTW-REC
       		INVALID KEY CONTINUE
       	END-REWRITE.
       DECIDE-NEXT-RTN.
       	PERFORM READ-CLIENT-RTW-RTN THRU END-READ-CLIENT-RTW-RTN.
       END-DECIDE-ONE-RTN.
       READ-CLIENT-RTW-RTN.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-CLIENT-RTW-RTN
       	END-IF.
       	READ RETWORK NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "N" AND RTW-KIND NOT = "C")
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-READ-CLIENT-RTW-RTN.
      ******************************************************************
      * Closed tickets of an anonymized client, and closed tickets
      * with no client master that fell due before the cutoff and
      * are not held back, lose the name, address and telephone on
      * the ticket and on its TKTREG.Dat image.  A T entry keeps the
      * name the ticket had until the receipts are done.
      ******************************************************************
       MASK-LOANS-RTN.
       	MOVE "L" TO WS-IN-FILE.
       	MOVE "N" TO WS-EOF.
       	MOVE 0 TO TRANSNO.
       	START LOANFILE KEY IS NOT LESS THAN TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       			MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM MASK-LOAN-ONE-RTN THRU END-MASK-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-MASK-LOANS-RTN.
       MASK-LOAN-ONE-RTN.
       	PERFORM MASK-TICKET-RTN THRU END-MASK-TICKET-RTN.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-MASK-LOAN-ONE-RTN.
       MASK-HIST-RTN.
       	IF (WS-HIST-OPEN = "N")
       		GO TO END-MASK-HIST-RTN
       	END-IF.
       	MOVE "H" TO WS-IN-FILE.
       	MOVE "N" TO WS-EOF.
       	MOVE 0 TO HIST-TRANSNO.
       	START LOANHIST KEY IS NOT LESS THAN HIST-TRANSNO
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       			MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM MASK-HIST-ONE-RTN THRU END-MASK-HIST-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-MASK-HIST-RTN.
       MASK-HIST-ONE-RTN.
       	PERFORM MASK-TICKET-RTN THRU END-MASK-TICKET-RTN.
       	READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-MASK-HIST-ONE-RTN.
       MASK-TICKET-RTN.
       	IF (W-LOAN-STATUS NOT = "REDEEMED") AND
       	(W-LOAN-STATUS NOT = "DISPOSED") AND
       	(W-LOAN-STATUS NOT = "SETTLED")
       		GO TO END-MASK-TICKET-RTN
       	END-IF.
       	IF (W-CLNAME = "ANONYMIZED")
       		GO TO END-MASK-TICKET-RTN
       	END-IF.
       	MOVE 0 TO WS-MASK-CLIENTNO.
       	MOVE "N" TO WS-FOUND.
       	IF (W-CLIENTNO > 0)
       		MOVE "C" TO RTW-KIND
       		MOVE W-CLIENTNO TO RTW-NO
       		READ RETWORK
       			INVALID KEY CONTINUE
       			NOT INVALID KEY MOVE "Y" TO WS-FOUND
       		END-READ
       	END-IF.
       	IF (WS-FOUND = "Y")
       		IF (NOT RTW-ANONYMIZE)
       			GO TO END-MASK-TICKET-RTN
       		END-IF
       		MOVE W-CLIENTNO TO WS-MASK-CLIENTNO
       	ELSE
       		IF (W-DUEDATE NOT < WS-CUTOFF)
       			GO TO END-MASK-TICKET-RTN
       		END-IF
       		MOVE "B" TO RTW-KIND
       		MOVE W-TRANSNO TO RTW-NO
       		READ RETWORK
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			ADD 1 TO WS-WALK-HELD
       			GO TO END-MASK-TICKET-RTN
       		END-READ
       		ADD 1 TO WS-WALK-TKTS
       	END-IF.
       	MOVE "T" TO RTW-KIND.
       	MOVE W-TRANSNO TO RTW-NO.
       	PERFORM CLEAR-RTW-RTN THRU END-CLEAR-RTW-RTN.
       	MOVE WS-MASK-CLIENTNO TO RTW-CLIENTNO.
       	MOVE W-CLNAME TO RTW-CLNAME.
       	WRITE RTW-REC
       		INVALID KEY CONTINUE
       	END-WRITE.
       	MOVE "ANONYMIZED" TO W-CLNAME.
       	MOVE SPACES TO W-ADDRS.
       	MOVE 0 TO W-TELNO.
       	MOVE 0 TO WS-MASK-LOAN.
       	MOVE 0 TO WS-MASK-HIST.
       	MOVE 0 TO WS-MASK-TKR.
       	IF (WS-IN-FILE = "L")
       		IF (WS-PREVIEW = "N")
       			REWRITE LOAN-REC FROM W-LOAN-REC
       				INVALID KEY
       				DISPLAY "TICKET NOT UPDATED: " W-TRANSNO
       			END-REWRITE
       		END-IF
       		MOVE 1 TO WS-MASK-LOAN
       	ELSE
       		IF (WS-PREVIEW = "N")
       			REWRITE HIST-REC FROM W-LOAN-REC
       				INVALID KEY
       				DISPLAY "HISTORY NOT UPDATED: "
       					W-TRANSNO
       			END-REWRITE
       		END-IF
       		MOVE 1 TO WS-MASK-HIST
       	END-IF.
       	IF (WS-TKR-OPEN = "Y")
       		MOVE W-TRANSNO TO TKR-TRANSNO
       		READ TKTREGF
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			PERFORM MASK-TKTREG-RTN THRU END-MASK-TKTREG-RTN
       		END-READ
       	END-IF.
       	ADD WS-MASK-LOAN TO WS-TOT-LOAN.
       	ADD WS-MASK-HIST TO WS-TOT-HIST.
       	ADD WS-MASK-TKR TO WS-TOT-TKR.
       	IF (WS-MASK-CLIENTNO = 0)
       		ADD WS-MASK-TKR TO WS-WALK-TKR
       		GO TO END-MASK-TICKET-RTN
       	END-IF.
       	MOVE "C" TO RTW-KIND.
       	MOVE WS-MASK-CLIENTNO TO RTW-NO.
       	READ RETWORK
       		INVALID KEY GO TO END-MASK-TICKET-RTN
       	END-READ.
       	ADD WS-MASK-LOAN TO RTW-LOAN-CTR.
       	ADD WS-MASK-HIST TO RTW-HIST-CTR.
       	ADD WS-MASK-TKR TO RTW-TKR-CTR.
       	REWRITE RTW-REC
       		INVALID KEY CONTINUE
       	END-REWRITE.
       END-MASK-TICKET-RTN.
       MASK-TKTREG-RTN.
       	IF (TKR-CLNAME = "ANONYMIZED")
       		GO TO END-MASK-TKTREG-RTN
       	END-IF.
       	MOVE "ANONYMIZED" TO TKR-CLNAME.
       	MOVE SPACES TO TKR-ADDRS.
       	MOVE 0 TO TKR-TELNO.
       	IF (WS-PREVIEW = "N")
       		REWRITE TKTREG-REC
       			INVALID KEY CONTINUE
       		END-REWRITE
       	END-IF.
       	MOVE 1 TO WS-MASK-TKR.
       END-MASK-TKTREG-RTN.
      ******************************************************************
      * A receipt is anonymized when it is for a ticket anonymized
      * this run and still carries the name that ticket had (the
      * register also holds receipts for lots and plans, whose
      * numbers can coincide with a ticket's).
      ******************************************************************
       MASK-RECEIPTS-RTN.
       	IF (WS-REG-OPEN = "N")
       		GO TO END-MASK-RECEIPTS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ RCPTREGF NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM MASK-RECEIPT-ONE-RTN THRU END-MASK-RECEIPT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-MASK-RECEIPTS-RTN.
       MASK-RECEIPT-ONE-RTN.
       	MOVE "T" TO RTW-KIND.
       	MOVE REG-TRANSNO TO RTW-NO.
       	READ RETWORK
       		INVALID KEY GO TO MASK-RECEIPT-NEXT-RTN
       	END-READ.
       	IF (REG-CLNAME NOT = RTW-CLNAME)
       		GO TO MASK-RECEIPT-NEXT-RTN
       	END-IF.
       	MOVE RTW-CLIENTNO TO WS-MASK-CLIENTNO.
       	MOVE "ANONYMIZED" TO REG-CLNAME.
       	IF (WS-PREVIEW = "N")
       		REWRITE RCPTREG-REC
       			INVALID KEY CONTINUE
       		END-REWRITE
       	END-IF.
       	ADD 1 TO WS-TOT-REG.
       	IF (WS-MASK-CLIENTNO = 0)
       		ADD 1 TO WS-WALK-REG
       		GO TO MASK-RECEIPT-NEXT-RTN
       	END-IF.
       	MOVE "C" TO RTW-KIND.
       	MOVE WS-MASK-CLIENTNO TO RTW-NO.
       	READ RETWORK
       		INVALID KEY GO TO MASK-RECEIPT-NEXT-RTN
       	END-READ.
       	ADD 1 TO RTW-REG-CTR.
       	REWRITE RTW-REC
       		INVALID KEY CONTINUE
       	END-REWRITE.
       MASK-RECEIPT-NEXT-RTN.
       	READ RCPTREGF NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-MASK-RECEIPT-ONE-RTN.
      ******************************************************************
      * The certificate lists by client number (no names) each client
      * anonymized with the records changed in each file, journalling
      * each as ANONYMIZE, then the clients past the period that were
      * held back and why, and the totals, for the data privacy
      * officer to sign.
      ******************************************************************
       CERTIFICATE-RTN.
       	OPEN OUTPUT CERTPRT.
       	MOVE SPACES TO CERT-LINE.
       	STRING WS-BR-CODE DELIMITED BY SIZE
       		" " DELIMITED BY SIZE
       		WS-BR-NAME DELIMITED BY SIZE
       		INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "CERTIFICATE OF ANONYMIZATION OF PERSONAL DATA"
       		TO CERT-LINE.
       	WRITE CERT-LINE.
       	IF (WS-PREVIEW = "Y")
       		MOVE "*** PREVIEW ONLY - NO RECORD HAS BEEN CHANGED ***"
       			TO CERT-LINE
       		WRITE CERT-LINE
       	END-IF.
       	MOVE SPACES TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE WS-TODAY TO W-DATE-DISP.
       	MOVE SPACES TO CERT-LINE.
       	STRING "RUN DATE " DELIMITED BY SIZE
       		W-DATE-DISP DELIMITED BY SIZE
       		"   BY " DELIMITED BY SIZE
       		WS-OPERATOR-ID DELIMITED BY SIZE
       		INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE WS-CUTOFF TO W-DATE-DISP.
       	MOVE SPACES TO CERT-LINE.
       	STRING "RETENTION " DELIMITED BY SIZE
       		WS-YEARS DELIMITED BY SIZE
       		" YEARS - LAST CLOSED LOAN DUE BEFORE "
       		DELIMITED BY SIZE
       		W-DATE-DISP DELIMITED BY SIZE
       		INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "CLIENTS ANONYMIZED" TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "  CLIENT   LAST CLOSED   LOAN   HIST TKTREG RCPTREG"
       		TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "N" TO WS-EOF.
       	MOVE "C" TO RTW-KIND.
       	MOVE 0 TO RTW-NO.
       	START RETWORK KEY IS NOT LESS THAN RTW-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-CLIENT-RTW-RTN THRU END-READ-CLIENT-RTW-RTN.
       	PERFORM CERT-CLIENT-RTN THRU END-CERT-CLIENT-RTN
       		UNTIL WS-EOF = "Y".
       	MOVE SPACES TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "CLIENTS PAST THE PERIOD HELD BACK" TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "N" TO WS-EOF.
       	MOVE "C" TO RTW-KIND.
       	MOVE 0 TO RTW-NO.
       	START RETWORK KEY IS NOT LESS THAN RTW-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-CLIENT-RTW-RTN THRU END-READ-CLIENT-RTW-RTN.
       	PERFORM CERT-HELD-RTN THRU END-CERT-HELD-RTN
       		UNTIL WS-EOF = "Y".
       	MOVE SPACES TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	STRING "CLIENTS ANONYMIZED: " WS-ANON-CTR
       		"   HELD BACK: " WS-HELD-CTR
       		"   WITHIN PERIOD: " WS-NOTDUE-CTR
       		DELIMITED BY SIZE INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	STRING "CLIENTS WITH NO CLOSED LOAN: " WS-NOLOAN-CTR
       		"   ANONYMIZED BEFORE: " WS-DONE-CTR
       		DELIMITED BY SIZE INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	STRING "TICKETS WITH NO CLIENT MASTER ANONYMIZED: "
       		WS-WALK-TKTS "   HELD BACK: " WS-WALK-HELD
       		DELIMITED BY SIZE INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	STRING "  WITH TKTREG IMAGES: " WS-WALK-TKR
       		"   RECEIPTS: " WS-WALK-REG
       		DELIMITED BY SIZE INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	STRING "RECORDS ANONYMIZED - LOAN.Dat " WS-TOT-LOAN
       		"  LOANHIST.Dat " WS-TOT-HIST
       		DELIMITED BY SIZE INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	STRING "                      TKTREG.Dat " WS-TOT-TKR
       		"  RCPTREG.Dat " WS-TOT-REG
       		"  CLIENT.Dat " WS-ANON-CTR
       		DELIMITED BY SIZE INTO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "NAMES, ADDRESSES, TELEPHONE AND ID NUMBERS REMOVED;"
       		TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "AMOUNTS, DATES AND ITEMS KEPT FOR REGULATORY RETURNS."
       		TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE SPACES TO CERT-LINE.
       	WRITE CERT-LINE.
       	MOVE "RUN BY: ____________________   DATA PRIVACY OFFICER: "
       		TO CERT-LINE.
       	MOVE "____________________" TO CERT-LINE(56:20).
       	WRITE CERT-LINE.
       	CLOSE CERTPRT.
       END-CERTIFICATE-RTN.
       CERT-CLIENT-RTN.
       	IF (NOT RTW-ANONYMIZE)
       		GO TO CERT-CLIENT-NEXT-RTN
       	END-IF.
       	MOVE RTW-NO TO RC-CLIENTNO.
       	MOVE RTW-LAST-CLOSED TO RC-LAST.
       	MOVE RTW-LOAN-CTR TO RC-LOAN.
       	MOVE RTW-HIST-CTR TO RC-HIST.
       	MOVE RTW-TKR-CTR TO RC-TKR.
       	MOVE RTW-REG-CTR TO RC-REG.
       	MOVE WS-RPT-CLIENT TO CERT-LINE.
       	WRITE CERT-LINE.
       	IF (WS-PREVIEW = "N")
       		MOVE RTW-NO TO WS-AUDIT-TRANSNO
       		MOVE "ANONYMIZE" TO WS-AUDIT-ACTION
       		MOVE 0 TO WS-AUDIT-AMOUNT
       		PERFORM WRITE-AUDIT-RTN THRU END-WRITE-AUDIT-RTN
       	END-IF.
       CERT-CLIENT-NEXT-RTN.
       	PERFORM READ-CLIENT-RTW-RTN THRU END-READ-CLIENT-RTW-RTN.
       END-CERT-CLIENT-RTN.
       CERT-HELD-RTN.
       	IF (NOT RTW-HELD-BACK)
       		GO TO CERT-HELD-NEXT-RTN
       	END-IF.
       	MOVE RTW-NO TO RH-CLIENTNO.
       	MOVE RTW-LAST-CLOSED TO RH-LAST.
       	MOVE SPACES TO RH-REASON.
       	IF (RTW-OPEN-CTR > 0)
       		MOVE "OPEN LOAN" TO RH-REASON(1:11)
       	END-IF.
       	IF (RTW-SUR-CTR > 0)
       		MOVE "UNPAID SURPLUS" TO RH-REASON(12:16)
       	END-IF.
       	IF (RTW-HOLD-CTR > 0)
       		MOVE "POLICE HOLD" TO RH-REASON(28:13)
       	END-IF.
       	IF (RTW-INC-CTR > 0)
       		MOVE "OPEN INCIDENT" TO RH-REASON(41:13)
       	END-IF.
       	MOVE WS-RPT-HELD TO CERT-LINE.
       	WRITE CERT-LINE.
       CERT-HELD-NEXT-RTN.
       	PERFORM READ-CLIENT-RTW-RTN THRU END-READ-CLIENT-RTW-RTN.
       END-CERT-HELD-RTN.
       WRITE-AUDIT-RTN.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP.
       	OPEN EXTEND AUDITLOG.
       	IF (WS-AUDITLOG-STATUS = "35")
       		OPEN OUTPUT AUDITLOG
       	END-IF.
       	MOVE SPACES TO AUDIT-REC.
       	STRING WS-AUDIT-TRANSNO DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		WS-AUDIT-AMOUNT DELIMITED BY SIZE
       		"," DELIMITED BY SIZE
       		WS-BR-CODE DELIMITED BY SIZE
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
