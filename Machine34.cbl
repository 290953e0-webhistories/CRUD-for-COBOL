       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE34.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Daily loans-receivable roll-forward.  For a business date this
      * batch starts from the prior date's closing principal kept in
      * RFCLOSE.Dat and rolls it forward with the day's activity -
      * loans released and transfers in (TXJRNL.Dat), forfeited tickets
      * put back by renewal, principal collected and redemptions
      * (PAYMENT.Dat, net of voids), tickets aged to FORFEITED for
      * auction, transfers out, deleted tickets and purges to
      * LOANHIST.Dat - and proves the computed closing against the
      * open principal actually on LOAN.Dat, broken down by BRANCHCD
      * and ITEM-CATEGORY.  Every open ticket's LOA at the close goes
      * to RFSNAP.Dat so the next run can price the tickets that leave
      * the file and list any variance ticket by ticket.  Runs as the
      * ROLLFWD step of the MACHINE28 end-of-day stream, after MACHINE6
      * has aged the day's forfeits; detail on ROLLFWD.prt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       	 SELECT RFCFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS RFC-DATE
       	 FILE STATUS IS WS-RFCFILE-STATUS.
       	 SELECT RFSFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS RFS-KEY
       	 FILE STATUS IS WS-RFSFILE-STATUS.
       	 SELECT PAYFILE ASSIGN TO "PAYMENT.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-PAYFILE-STATUS.
       	 SELECT TXJFILE ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS TXJ-KEY
       	 ALTERNATE RECORD KEY IS TXJ-TRANSNO WITH DUPLICATES
       	 FILE STATUS IS WS-TXJFILE-STATUS.
       	 SELECT RFRPT ASSIGN TO "ROLLFWD.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-RFRPT-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  RFCFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "RFCLOSE.Dat"
       	 DATA RECORD IS RFCLOSE-REC.
       COPY RFCREC.
       FD  RFSFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "RFSNAP.Dat"
       	 DATA RECORD IS RFSNAP-REC.
       COPY RFSREC.
       FD  PAYFILE
       	 LABEL RECORD IS STANDARD.
       COPY PAYREC.
       FD  TXJFILE
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "TXJRNL.Dat"
       	 DATA RECORD IS TXJ-REC.
       COPY TXJREC.
       FD  RFRPT
       	 LABEL RECORD IS STANDARD.
       01  RF-LINE			PIC X(90).
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       01 WS-AUD-FIELDS.
       	 05 WS-AUD-TRANSNO-X	PIC X(5).
       	 05 WS-AUD-TRANSNO REDEFINES WS-AUD-TRANSNO-X PIC 9(5).
       	 05 WS-AUD-ACTION	PIC X(10).
       	 05 WS-AUD-OPER	PIC X(10).
       	 05 WS-AUD-TS-X	PIC X(14).
       	 05 WS-AUD-AMT-X	PIC X(8).
       	 05 WS-AUD-AMT REDEFINES WS-AUD-AMT-X PIC 9(6)V99.
       01 WS-EV-TABLE.
       	 05 WS-EV-ENTRY OCCURS 3000 TIMES.
       	 	10 WS-EV-TRANSNO	PIC 9(5).
       	 	10 WS-EV-CREATE	PIC 9(6)V99.
       	 	10 WS-EV-PRIN	PIC S9(7)V99.
       	 	10 WS-EV-XFERIN	PIC A.
       	 	10 WS-EV-XFEROUT	PIC A.
       	 	10 WS-EV-DELETE	PIC A.
       	 	10 WS-EV-REDEEM	PIC A.
       	 	10 WS-EV-RENEW	PIC A.
       	 	10 WS-EV-SEEN	PIC A.
       01 WS-BC-TABLE.
       	 05 WS-BC-ENTRY OCCURS 200 TIMES.
       	 	10 WS-BC-BRANCH	PIC X(3).
       	 	10 WS-BC-CATEGORY	PIC X(10).
       	 	10 WS-BC-TKTS	PIC 9(5).
       	 	10 WS-BC-AMT	PIC 9(9)V99.
       01 WS-VR-TABLE.
       	 05 WS-VR-ENTRY OCCURS 500 TIMES.
       	 	10 WS-VR-TRANSNO	PIC 9(5).
       	 	10 WS-VR-CLNAME	PIC X(20).
       	 	10 WS-VR-STATUS	PIC X(10).
       	 	10 WS-VR-PRIOR	PIC 9(5)V99.
       	 	10 WS-VR-EXPECT	PIC S9(7)V99.
       	 	10 WS-VR-ACTUAL	PIC 9(5)V99.
       	 	10 WS-VR-VAR	PIC S9(7)V99.
       01 WS-RPT-SUM.
       	 05 RS-LABEL		PIC X(44).
       	 05 RS-CTR		PIC ZZZZZ.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RS-AMT		PIC -ZZZ,ZZZ,Z99.99.
       01 WS-RPT-BC.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RB-BRANCH		PIC X(3).
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RB-CATEGORY	PIC X(10).
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RB-CTR		PIC ZZZZ9.
       	 05 FILLER		PIC X(3) VALUE SPACES.
       	 05 RB-AMT		PIC ZZZ,ZZZ,Z99.99.
       01 WS-RPT-VAR.
       	 05 RV-TRANSNO		PIC ZZZ99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RV-CLNAME		PIC X(20).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RV-STATUS		PIC X(10).
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RV-PRIOR		PIC ZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RV-EXPECT		PIC -ZZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RV-ACTUAL		PIC ZZ,Z99.99.
       	 05 FILLER		PIC X VALUE SPACE.
       	 05 RV-VAR		PIC -ZZZ,Z99.99.
       01 W-TOT-DISP		PIC -ZZZ,ZZZ,Z99.99.
       01 W-DATE-DISP		PIC 9999/99/99.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-RFCFILE-STATUS PIC XX.
       77 WS-RFSFILE-STATUS PIC XX.
       77 WS-PAYFILE-STATUS PIC XX.
       77 WS-TXJFILE-STATUS PIC XX.
       77 WS-RFRPT-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-EOF			PIC A.
       77 WS-RUN-DATE		PIC 9(8).
       77 WS-PRIOR-DATE	PIC 9(8).
       77 WS-LATER-DATE	PIC 9(8).
       77 WS-LATER-FOUND	PIC A.
       77 WS-RERUN		PIC A.
       77 WS-FIRST-RUN	PIC A.
       77 WS-HIST-OPEN	PIC A.
       77 WS-FIND-TRANSNO	PIC 9(5).
       77 WS-EV-CTR		PIC 9(4).
       77 WS-EV-IDX		PIC 9(4).
       77 WS-EV-HIT		PIC 9(4).
       77 WS-EV-LOST		PIC 9(5).
       77 WS-BC-CTR		PIC 9(3).
       77 WS-BC-IDX		PIC 9(3).
       77 WS-BC-HIT		PIC 9(3).
       77 WS-BC-LOST		PIC 9(5).
       77 WS-VR-CTR		PIC 9(3).
       77 WS-VR-IDX		PIC 9(3).
       77 WS-VR-LOST		PIC 9(5).
       77 WS-TK-TRANSNO	PIC 9(5).
       77 WS-TK-CLNAME	PIC X(20).
       77 WS-TK-STATUS	PIC X(10).
       77 WS-TK-INSNAP	PIC A.
       77 WS-TK-OPEN		PIC A.
       77 WS-TK-PRIOR		PIC 9(5)V99.
       77 WS-TK-ADD		PIC S9(7)V99.
       77 WS-TK-EXPECT	PIC S9(7)V99.
       77 WS-TK-ACTUAL	PIC 9(5)V99.
       77 WS-TK-VAR		PIC S9(7)V99.
       77 WS-OPENING		PIC 9(9)V99.
       77 WS-TOT-CREATE	PIC 9(9)V99.
       77 WS-TOT-RENEW	PIC 9(9)V99.
       77 WS-TOT-XFERIN	PIC 9(9)V99.
       77 WS-TOT-COLLECT	PIC S9(9)V99.
       77 WS-TOT-REDEEM	PIC S9(9)V99.
       77 WS-TOT-FORFEIT	PIC 9(9)V99.
       77 WS-TOT-XFEROUT	PIC S9(9)V99.
       77 WS-TOT-DELETE	PIC S9(9)V99.
       77 WS-TOT-PURGE	PIC S9(9)V99.
       77 WS-TOT-ADDS		PIC S9(9)V99.
       77 WS-TOT-LESS		PIC S9(9)V99.
       77 WS-COMPUTED		PIC S9(9)V99.
       77 WS-ACTUAL		PIC 9(9)V99.
       77 WS-VARIANCE		PIC S9(9)V99.
       77 WS-CNT-CREATE	PIC 9(5).
       77 WS-CNT-RENEW	PIC 9(5).
       77 WS-CNT-REINST	PIC 9(5).
       77 WS-CNT-XFERIN	PIC 9(5).
       77 WS-CNT-COLLECT	PIC 9(5).
       77 WS-CNT-REDEEM	PIC 9(5).
       77 WS-CNT-FORFEIT	PIC 9(5).
       77 WS-CNT-XFEROUT	PIC 9(5).
       77 WS-CNT-DELETE	PIC 9(5).
       77 WS-CNT-PURGE	PIC 9(5).
       77 WS-CNT-OPEN		PIC 9(5).
       77 WS-SL-LABEL		PIC X(44).
       77 WS-SL-CTR		PIC 9(5).
       77 WS-SL-AMT		PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ LOANS RECEIVABLE ROLL-FORWARD @@@@@>".
       	DISPLAY "BUSINESS DATE (YYYYMMDD, 0=TODAY): ".
       	ACCEPT WS-RUN-DATE.
       	IF (WS-RUN-DATE = 0)
       		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
       	END-IF.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM FIND-PRIOR-RTN THRU END-FIND-PRIOR-RTN.
       	IF (WS-LATER-FOUND = "Y")
       		MOVE WS-LATER-DATE TO W-DATE-DISP
       		DISPLAY "ALREADY ROLLED FORWARD TO " W-DATE-DISP
       		DISPLAY "AN EARLIER DATE CANNOT BE RUN AGAIN."
       		CLOSE RFCFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		CLOSE RFCFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN I-O RFSFILE.
       	IF (WS-RFSFILE-STATUS = "35")
       		OPEN OUTPUT RFSFILE
       		CLOSE RFSFILE
       		OPEN I-O RFSFILE
       	END-IF.
       	IF (WS-RFSFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING RFSNAP.Dat. STATUS: "
       			WS-RFSFILE-STATUS
       		CLOSE LOANFILE
       		CLOSE RFCFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-HIST-OPEN.
       	OPEN INPUT LOANHIST.
       	IF (WS-LOANHIST-STATUS = "00")
       		MOVE "Y" TO WS-HIST-OPEN
       	END-IF.
       	PERFORM INIT-RTN THRU END-INIT-RTN.
       	PERFORM CLEAR-SNAP-RTN THRU END-CLEAR-SNAP-RTN.
       	IF (WS-FIRST-RUN = "N")
       		PERFORM SCAN-AUDIT-RTN THRU END-SCAN-AUDIT-RTN
       		PERFORM SCAN-PAY-RTN THRU END-SCAN-PAY-RTN
       	END-IF.
       	PERFORM ROLL-LOANS-RTN THRU END-ROLL-LOANS-RTN.
       	IF (WS-FIRST-RUN = "N")
       		PERFORM ROLL-GONE-RTN THRU END-ROLL-GONE-RTN
       	END-IF.
       	IF (WS-FIRST-RUN = "Y")
       		MOVE WS-ACTUAL TO WS-OPENING
       	END-IF.
       	COMPUTE WS-TOT-ADDS = WS-TOT-CREATE + WS-TOT-RENEW +
       		WS-TOT-XFERIN.
       	COMPUTE WS-TOT-LESS = WS-TOT-COLLECT + WS-TOT-REDEEM +
       		WS-TOT-FORFEIT + WS-TOT-XFEROUT + WS-TOT-DELETE +
       		WS-TOT-PURGE.
       	COMPUTE WS-COMPUTED = WS-OPENING + WS-TOT-ADDS -
       		WS-TOT-LESS.
       	COMPUTE WS-VARIANCE = WS-ACTUAL - WS-COMPUTED.
       	PERFORM WRITE-REPORT-RTN THRU END-WRITE-REPORT-RTN.
       	PERFORM SAVE-CLOSE-RTN THRU END-SAVE-CLOSE-RTN.
       	IF (WS-HIST-OPEN = "Y")
       		CLOSE LOANHIST
       	END-IF.
       	CLOSE LOANFILE.
       	CLOSE RFSFILE.
       	CLOSE RFCFILE.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	DISPLAY "ROLL-FORWARD FOR " W-DATE-DISP.
       	MOVE WS-OPENING TO W-TOT-DISP.
       	DISPLAY "OPENING PRINCIPAL:    P" W-TOT-DISP.
       	MOVE WS-COMPUTED TO W-TOT-DISP.
       	DISPLAY "COMPUTED CLOSING:     P" W-TOT-DISP.
       	MOVE WS-ACTUAL TO W-TOT-DISP.
       	DISPLAY "OPEN PRINCIPAL ON FILE: P" W-TOT-DISP.
       	MOVE WS-VARIANCE TO W-TOT-DISP.
       	DISPLAY "VARIANCE:             P" W-TOT-DISP.
       	IF (WS-VR-CTR > 0 OR WS-VR-LOST > 0)
       		DISPLAY "*** TICKETS OUT OF BALANCE - "
       			"SEE ROLLFWD.prt ***"
       	ELSE
       		DISPLAY "SEE ROLLFWD.prt"
       	END-IF.
       	MOVE 0 TO RETURN-CODE.
       	STOP RUN.
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
      * The opening is the closing of the latest date before this one.
      * A date already proved may be run again (its figures are
      * replaced) but not once a later date has been rolled forward,
      * since that date opened from this one.  With no close on file
      * at all this is the first run and LOAN.Dat sets the opening.
      ******************************************************************
       FIND-PRIOR-RTN.
       	MOVE 0 TO WS-PRIOR-DATE.
       	MOVE 0 TO WS-OPENING.
       	MOVE "N" TO WS-LATER-FOUND.
       	MOVE "N" TO WS-RERUN.
       	OPEN I-O RFCFILE.
       	IF (WS-RFCFILE-STATUS = "35")
       		OPEN OUTPUT RFCFILE
       		CLOSE RFCFILE
       		OPEN I-O RFCFILE
       	END-IF.
       	IF (WS-RFCFILE-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING RFCLOSE.Dat. STATUS: "
       			WS-RFCFILE-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ RFCFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM FIND-PRIOR-ONE-RTN THRU END-FIND-PRIOR-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	MOVE "N" TO WS-FIRST-RUN.
       	IF (WS-PRIOR-DATE = 0)
       		MOVE "Y" TO WS-FIRST-RUN
       	END-IF.
       END-FIND-PRIOR-RTN.
       FIND-PRIOR-ONE-RTN.
       	IF (RFC-DATE < WS-RUN-DATE)
       		MOVE RFC-DATE TO WS-PRIOR-DATE
       		MOVE RFC-CLOSING TO WS-OPENING
       	END-IF.
       	IF (RFC-DATE = WS-RUN-DATE)
       		MOVE "Y" TO WS-RERUN
       	END-IF.
       	IF (RFC-DATE > WS-RUN-DATE AND WS-LATER-FOUND = "N")
       		MOVE "Y" TO WS-LATER-FOUND
       		MOVE RFC-DATE TO WS-LATER-DATE
       	END-IF.
       	READ RFCFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-FIND-PRIOR-ONE-RTN.
       INIT-RTN.
       	MOVE 0 TO WS-EV-CTR.
       	MOVE 0 TO WS-EV-LOST.
       	MOVE 0 TO WS-BC-CTR.
       	MOVE 0 TO WS-BC-LOST.
       	MOVE 0 TO WS-VR-CTR.
       	MOVE 0 TO WS-VR-LOST.
       	MOVE 0 TO WS-TOT-CREATE.
       	MOVE 0 TO WS-TOT-RENEW.
       	MOVE 0 TO WS-TOT-XFERIN.
       	MOVE 0 TO WS-TOT-COLLECT.
       	MOVE 0 TO WS-TOT-REDEEM.
       	MOVE 0 TO WS-TOT-FORFEIT.
       	MOVE 0 TO WS-TOT-XFEROUT.
       	MOVE 0 TO WS-TOT-DELETE.
       	MOVE 0 TO WS-TOT-PURGE.
       	MOVE 0 TO WS-ACTUAL.
       	MOVE 0 TO WS-CNT-CREATE.
       	MOVE 0 TO WS-CNT-RENEW.
       	MOVE 0 TO WS-CNT-REINST.
       	MOVE 0 TO WS-CNT-XFERIN.
       	MOVE 0 TO WS-CNT-COLLECT.
       	MOVE 0 TO WS-CNT-REDEEM.
       	MOVE 0 TO WS-CNT-FORFEIT.
       	MOVE 0 TO WS-CNT-XFEROUT.
       	MOVE 0 TO WS-CNT-DELETE.
       	MOVE 0 TO WS-CNT-PURGE.
       	MOVE 0 TO WS-CNT-OPEN.
       END-INIT-RTN.
      ******************************************************************
      * Only the prior date's snapshot is needed from here on; older
      * dates, and this date's own records from an earlier run, go.
      ******************************************************************
       CLEAR-SNAP-RTN.
       	MOVE 0 TO RFS-DATE.
       	MOVE 0 TO RFS-TRANSNO.
       	MOVE "N" TO WS-EOF.
       	START RFSFILE KEY IS NOT LESS THAN RFS-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ RFSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM CLEAR-SNAP-ONE-RTN THRU END-CLEAR-SNAP-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-CLEAR-SNAP-RTN.
       CLEAR-SNAP-ONE-RTN.
       	IF (RFS-DATE NOT = WS-PRIOR-DATE)
       		DELETE RFSFILE RECORD
       		END-DELETE
       	END-IF.
       	READ RFSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-CLEAR-SNAP-ONE-RTN.
      ******************************************************************
      * The day's journal entries that move principal or explain a
      * ticket leaving the file, gathered per ticket.  CREATE carries
      * the principal released; XFERIN/XFEROUT carry the ticket total,
      * so their principal is priced from LOAN.Dat or the snapshot.
      ******************************************************************
       SCAN-AUDIT-RTN.
       	OPEN INPUT TXJFILE.
       	IF (WS-TXJFILE-STATUS NOT = "00")
       		DISPLAY "NO TXJRNL.Dat ON FILE. STATUS: "
       			WS-TXJFILE-STATUS
       		DISPLAY "RUN MACHINE39 TO LOAD IT FROM AUDIT.log."
       		GO TO END-SCAN-AUDIT-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	MOVE WS-RUN-DATE TO TXJ-DATE.
       	MOVE LOW-VALUES TO TXJ-BRANCH.
       	MOVE 0 TO TXJ-SEQ.
       	START TXJFILE KEY IS NOT LESS THAN TXJ-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       	PERFORM SCAN-AUDIT-ONE-RTN THRU END-SCAN-AUDIT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE TXJFILE.
       END-SCAN-AUDIT-RTN.
       SCAN-AUDIT-ONE-RTN.
       	MOVE TXJ-TRANSNO TO WS-AUD-TRANSNO.
       	MOVE TXJ-ACTION TO WS-AUD-ACTION.
       	MOVE TXJ-OPERATOR TO WS-AUD-OPER.
       	MOVE TXJ-DATE TO WS-AUD-TS-X(1:8).
       	MOVE TXJ-TIME TO WS-AUD-TS-X(9:6).
       	MOVE TXJ-AMOUNT TO WS-AUD-AMT.
       	IF (WS-AUD-ACTION = "RENEWAL")
       		ADD 1 TO WS-CNT-RENEW
       	END-IF.
       	IF (WS-AUD-ACTION NOT = "CREATE") AND
       	(WS-AUD-ACTION NOT = "XFERIN") AND
       	(WS-AUD-ACTION NOT = "XFEROUT") AND
       	(WS-AUD-ACTION NOT = "DELETE") AND
       	(WS-AUD-ACTION NOT = "REDEEM") AND
       	(WS-AUD-ACTION NOT = "RDMVOID") AND
       	(WS-AUD-ACTION NOT = "INCSETTLE") AND
       	(WS-AUD-ACTION NOT = "RENEWAL")
       		GO TO SCAN-AUDIT-NEXT-RTN
       	END-IF.
       	MOVE WS-AUD-TRANSNO TO WS-FIND-TRANSNO.
       	PERFORM ADD-EV-RTN THRU END-ADD-EV-RTN.
       	IF (WS-EV-HIT = 0)
       		GO TO SCAN-AUDIT-NEXT-RTN
       	END-IF.
       	IF (WS-AUD-ACTION = "CREATE")
       		ADD WS-AUD-AMT TO WS-EV-CREATE(WS-EV-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "XFERIN")
       		MOVE "Y" TO WS-EV-XFERIN(WS-EV-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "XFEROUT")
       		MOVE "Y" TO WS-EV-XFEROUT(WS-EV-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "DELETE")
       		MOVE "Y" TO WS-EV-DELETE(WS-EV-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "REDEEM") OR
       	(WS-AUD-ACTION = "RDMVOID") OR
       	(WS-AUD-ACTION = "INCSETTLE")
       		MOVE "Y" TO WS-EV-REDEEM(WS-EV-HIT)
       	END-IF.
       	IF (WS-AUD-ACTION = "RENEWAL")
       		MOVE "Y" TO WS-EV-RENEW(WS-EV-HIT)
       	END-IF.
       SCAN-AUDIT-NEXT-RTN.
       	PERFORM READ-TXJ-RTN THRU END-READ-TXJ-RTN.
       END-SCAN-AUDIT-ONE-RTN.
       READ-TXJ-RTN.
       	IF (WS-EOF = "Y")
       		GO TO END-READ-TXJ-RTN
       	END-IF.
       	READ TXJFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	IF (WS-EOF = "N" AND TXJ-DATE NOT = WS-RUN-DATE)
       		MOVE "Y" TO WS-EOF
       	END-IF.
       END-READ-TXJ-RTN.
      ******************************************************************
      * Principal paid on the date, counter and channel alike, with
      * the void option's "V" reversals netting out.  On a ticket
      * redeemed that day (or whose redemption was voided) it counts
      * as redemption, otherwise as principal collected.
      ******************************************************************
       SCAN-PAY-RTN.
       	OPEN INPUT PAYFILE.
       	IF (WS-PAYFILE-STATUS NOT = "00")
       		GO TO END-SCAN-PAY-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ PAYFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM SCAN-PAY-ONE-RTN THRU END-SCAN-PAY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	CLOSE PAYFILE.
       END-SCAN-PAY-RTN.
       SCAN-PAY-ONE-RTN.
       	IF (PAY-DATE NOT = WS-RUN-DATE OR PAY-PRINCIPAL = 0)
       		GO TO SCAN-PAY-NEXT-RTN
       	END-IF.
       	MOVE PAY-TRANSNO TO WS-FIND-TRANSNO.
       	PERFORM ADD-EV-RTN THRU END-ADD-EV-RTN.
       	IF (WS-EV-HIT = 0)
       		GO TO SCAN-PAY-NEXT-RTN
       	END-IF.
       	IF (PAY-VOID = "V")
       		SUBTRACT PAY-PRINCIPAL FROM WS-EV-PRIN(WS-EV-HIT)
       	ELSE
       		ADD PAY-PRINCIPAL TO WS-EV-PRIN(WS-EV-HIT)
       	END-IF.
       SCAN-PAY-NEXT-RTN.
       	READ PAYFILE AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-SCAN-PAY-ONE-RTN.
       FIND-EV-RTN.
       	MOVE 0 TO WS-EV-HIT.
       	PERFORM VARYING WS-EV-IDX FROM 1 BY 1
       		UNTIL WS-EV-IDX > WS-EV-CTR OR WS-EV-HIT > 0
       		IF (WS-EV-TRANSNO(WS-EV-IDX) = WS-FIND-TRANSNO)
       			MOVE WS-EV-IDX TO WS-EV-HIT
       		END-IF
       	END-PERFORM.
       END-FIND-EV-RTN.
       ADD-EV-RTN.
       	PERFORM FIND-EV-RTN THRU END-FIND-EV-RTN.
       	IF (WS-EV-HIT > 0)
       		GO TO END-ADD-EV-RTN
       	END-IF.
       	IF (WS-EV-CTR = 3000)
       		ADD 1 TO WS-EV-LOST
       		GO TO END-ADD-EV-RTN
       	END-IF.
       	ADD 1 TO WS-EV-CTR.
       	MOVE WS-EV-CTR TO WS-EV-HIT.
       	MOVE WS-FIND-TRANSNO TO WS-EV-TRANSNO(WS-EV-HIT).
       	MOVE 0 TO WS-EV-CREATE(WS-EV-HIT).
       	MOVE 0 TO WS-EV-PRIN(WS-EV-HIT).
       	MOVE "N" TO WS-EV-XFERIN(WS-EV-HIT).
       	MOVE "N" TO WS-EV-XFEROUT(WS-EV-HIT).
       	MOVE "N" TO WS-EV-DELETE(WS-EV-HIT).
       	MOVE "N" TO WS-EV-REDEEM(WS-EV-HIT).
       	MOVE "N" TO WS-EV-RENEW(WS-EV-HIT).
       	MOVE "N" TO WS-EV-SEEN(WS-EV-HIT).
       END-ADD-EV-RTN.
      ******************************************************************
      * One pass of LOAN.Dat.  Open principal is every ticket not
      * REDEEMED, DISPOSED, FORFEITED or SETTLED - a forfeited ticket's
      * principal has gone to auction stock, a settled one was set off
      * against the MACHINE37 incident compensation (INCSETTLE, shown
      * with the redemptions).  Each ticket's expected
      * LOA is its snapshot LOA plus and minus the day's movements;
      * any difference from what is on file is a variance.
      ******************************************************************
       ROLL-LOANS-RTN.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM ROLL-LOAN-ONE-RTN THRU END-ROLL-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-ROLL-LOANS-RTN.
       ROLL-LOAN-ONE-RTN.
       	MOVE TRANSNO TO WS-TK-TRANSNO.
       	MOVE CLNAME TO WS-TK-CLNAME.
       	MOVE LOAN-STATUS TO WS-TK-STATUS.
       	MOVE "Y" TO WS-TK-OPEN.
       	MOVE DECIMAL TO WS-TK-ACTUAL.
       	IF (LOAN-STATUS = "REDEEMED") OR
       	(LOAN-STATUS = "DISPOSED") OR
       	(LOAN-STATUS = "FORFEITED") OR
       	(LOAN-STATUS = "SETTLED")
       		MOVE "N" TO WS-TK-OPEN
       		MOVE 0 TO WS-TK-ACTUAL
       	END-IF.
       	IF (WS-TK-OPEN = "Y")
       		ADD DECIMAL TO WS-ACTUAL
       		ADD 1 TO WS-CNT-OPEN
       		PERFORM BRANCH-CAT-RTN THRU END-BRANCH-CAT-RTN
       		MOVE WS-RUN-DATE TO RFS-DATE
       		MOVE TRANSNO TO RFS-TRANSNO
       		MOVE DECIMAL TO RFS-LOA
       		MOVE BRANCHCD TO RFS-BRANCHCD
       		MOVE ITEM-CATEGORY TO RFS-CATEGORY
       		WRITE RFSNAP-REC
       			INVALID KEY REWRITE RFSNAP-REC
       		END-WRITE
       	END-IF.
       	IF (WS-FIRST-RUN = "Y")
       		GO TO ROLL-LOAN-NEXT-RTN
       	END-IF.
       	MOVE 0 TO WS-TK-PRIOR.
       	MOVE "N" TO WS-TK-INSNAP.
       	MOVE WS-PRIOR-DATE TO RFS-DATE.
       	MOVE TRANSNO TO RFS-TRANSNO.
       	READ RFSFILE
       		INVALID KEY CONTINUE
       		NOT INVALID KEY
       		MOVE RFS-LOA TO WS-TK-PRIOR
       		MOVE "Y" TO WS-TK-INSNAP
       	END-READ.
       	MOVE WS-TK-PRIOR TO WS-TK-EXPECT.
       	MOVE TRANSNO TO WS-FIND-TRANSNO.
       	PERFORM FIND-EV-RTN THRU END-FIND-EV-RTN.
       	IF (WS-EV-HIT > 0)
       		MOVE "Y" TO WS-EV-SEEN(WS-EV-HIT)
       		PERFORM APPLY-EV-RTN THRU END-APPLY-EV-RTN
       		PERFORM ADD-BACK-RTN THRU END-ADD-BACK-RTN
       	END-IF.
      * aged to FORFEITED (and perhaps sold since) out of open principal
       	IF (LOAN-STATUS = "FORFEITED" OR LOAN-STATUS = "DISPOSED")
       		IF (WS-TK-EXPECT NOT = 0)
       			ADD DECIMAL TO WS-TOT-FORFEIT
       			ADD 1 TO WS-CNT-FORFEIT
       			SUBTRACT DECIMAL FROM WS-TK-EXPECT
       		END-IF
       	END-IF.
       	COMPUTE WS-TK-VAR = WS-TK-ACTUAL - WS-TK-EXPECT.
       	IF (WS-TK-VAR NOT = 0)
       		PERFORM ADD-VARIANCE-RTN THRU END-ADD-VARIANCE-RTN
       	END-IF.
       ROLL-LOAN-NEXT-RTN.
       	READ LOANFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-ROLL-LOAN-ONE-RTN.
      ******************************************************************
      * Movements common to every ticket: principal released, then
      * principal paid (redemption or collection), off the expected.
      ******************************************************************
       APPLY-EV-RTN.
       	IF (WS-EV-CREATE(WS-EV-HIT) > 0)
       		ADD WS-EV-CREATE(WS-EV-HIT) TO WS-TK-EXPECT
       		ADD WS-EV-CREATE(WS-EV-HIT) TO WS-TOT-CREATE
       		ADD 1 TO WS-CNT-CREATE
       	END-IF.
       	IF (WS-EV-PRIN(WS-EV-HIT) = 0)
       		GO TO END-APPLY-EV-RTN
       	END-IF.
       	SUBTRACT WS-EV-PRIN(WS-EV-HIT) FROM WS-TK-EXPECT.
       	IF (WS-EV-REDEEM(WS-EV-HIT) = "Y")
       		ADD WS-EV-PRIN(WS-EV-HIT) TO WS-TOT-REDEEM
       		ADD 1 TO WS-CNT-REDEEM
       	ELSE
       		ADD WS-EV-PRIN(WS-EV-HIT) TO WS-TOT-COLLECT
       		ADD 1 TO WS-CNT-COLLECT
       	END-IF.
       END-APPLY-EV-RTN.
      ******************************************************************
      * A ticket arriving from another branch, or a forfeited ticket
      * made CURRENT again by renewal, comes back into open principal
      * at its LOA on file plus whatever principal it paid today.
      * Renewal of an open ticket leaves its LOA as it was.
      ******************************************************************
       ADD-BACK-RTN.
       	COMPUTE WS-TK-ADD = DECIMAL + WS-EV-PRIN(WS-EV-HIT).
       	IF (WS-EV-XFERIN(WS-EV-HIT) = "Y")
       		ADD WS-TK-ADD TO WS-TK-EXPECT
       		ADD WS-TK-ADD TO WS-TOT-XFERIN
       		ADD 1 TO WS-CNT-XFERIN
       		GO TO END-ADD-BACK-RTN
       	END-IF.
       	IF (WS-EV-RENEW(WS-EV-HIT) = "Y") AND
       	(WS-TK-INSNAP = "N") AND
       	(WS-EV-CREATE(WS-EV-HIT) = 0) AND
       	(WS-TK-OPEN = "Y")
       		ADD WS-TK-ADD TO WS-TK-EXPECT
       		ADD WS-TK-ADD TO WS-TOT-RENEW
       		ADD 1 TO WS-CNT-REINST
       	END-IF.
       END-ADD-BACK-RTN.
      ******************************************************************
      * Tickets in the prior snapshot that are no longer on LOAN.Dat,
      * then tickets with activity today that are on neither.  The
      * principal left on each is accounted for by a transfer out, a
      * delete, or a purge to LOANHIST.Dat - otherwise it is listed.
      ******************************************************************
       ROLL-GONE-RTN.
       	MOVE WS-PRIOR-DATE TO RFS-DATE.
       	MOVE 0 TO RFS-TRANSNO.
       	MOVE "N" TO WS-EOF.
       	START RFSFILE KEY IS NOT LESS THAN RFS-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ RFSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM ROLL-GONE-ONE-RTN THRU END-ROLL-GONE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	PERFORM VARYING WS-EV-IDX FROM 1 BY 1
       		UNTIL WS-EV-IDX > WS-EV-CTR
       		IF (WS-EV-SEEN(WS-EV-IDX) = "N")
       			MOVE WS-EV-TRANSNO(WS-EV-IDX) TO WS-TK-TRANSNO
       			MOVE 0 TO WS-TK-PRIOR
       			MOVE WS-EV-IDX TO WS-EV-HIT
       			PERFORM GONE-TICKET-RTN THRU END-GONE-TICKET-RTN
       		END-IF
       	END-PERFORM.
       END-ROLL-GONE-RTN.
       ROLL-GONE-ONE-RTN.
       	IF (RFS-DATE NOT = WS-PRIOR-DATE)
       		MOVE "Y" TO WS-EOF
       		GO TO END-ROLL-GONE-ONE-RTN
       	END-IF.
       	MOVE RFS-TRANSNO TO TRANSNO.
       	READ LOANFILE
       		INVALID KEY
       		MOVE RFS-TRANSNO TO WS-TK-TRANSNO
       		MOVE RFS-LOA TO WS-TK-PRIOR
       		MOVE RFS-TRANSNO TO WS-FIND-TRANSNO
       		PERFORM FIND-EV-RTN THRU END-FIND-EV-RTN
       		PERFORM GONE-TICKET-RTN THRU END-GONE-TICKET-RTN
       	END-READ.
       	READ RFSFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-ROLL-GONE-ONE-RTN.
       GONE-TICKET-RTN.
       	MOVE WS-TK-PRIOR TO WS-TK-EXPECT.
       	MOVE SPACES TO WS-TK-CLNAME.
       	MOVE "NOT ON FILE" TO WS-TK-STATUS.
       	MOVE 0 TO WS-TK-ACTUAL.
       	IF (WS-EV-HIT > 0)
       		MOVE "Y" TO WS-EV-SEEN(WS-EV-HIT)
       		PERFORM APPLY-EV-RTN THRU END-APPLY-EV-RTN
       	END-IF.
       	IF (WS-TK-EXPECT = 0)
       		GO TO END-GONE-TICKET-RTN
       	END-IF.
       	IF (WS-EV-HIT > 0)
       		IF (WS-EV-XFEROUT(WS-EV-HIT) = "Y")
       			ADD WS-TK-EXPECT TO WS-TOT-XFEROUT
       			ADD 1 TO WS-CNT-XFEROUT
       			GO TO END-GONE-TICKET-RTN
       		END-IF
       		IF (WS-EV-DELETE(WS-EV-HIT) = "Y")
       			ADD WS-TK-EXPECT TO WS-TOT-DELETE
       			ADD 1 TO WS-CNT-DELETE
       			GO TO END-GONE-TICKET-RTN
       		END-IF
       	END-IF.
       	IF (WS-HIST-OPEN = "Y")
       		MOVE WS-TK-TRANSNO TO HIST-TRANSNO
       		READ LOANHIST
       			INVALID KEY CONTINUE
       			NOT INVALID KEY
       			ADD WS-TK-EXPECT TO WS-TOT-PURGE
       			ADD 1 TO WS-CNT-PURGE
       			MOVE 0 TO WS-TK-EXPECT
       		END-READ
       	END-IF.
       	IF (WS-TK-EXPECT NOT = 0)
       		COMPUTE WS-TK-VAR = 0 - WS-TK-EXPECT
       		PERFORM ADD-VARIANCE-RTN THRU END-ADD-VARIANCE-RTN
       	END-IF.
       END-GONE-TICKET-RTN.
       BRANCH-CAT-RTN.
       	MOVE 0 TO WS-BC-HIT.
       	PERFORM VARYING WS-BC-IDX FROM 1 BY 1
       		UNTIL WS-BC-IDX > WS-BC-CTR OR WS-BC-HIT > 0
       		IF (WS-BC-BRANCH(WS-BC-IDX) = BRANCHCD) AND
       		(WS-BC-CATEGORY(WS-BC-IDX) = ITEM-CATEGORY)
       			MOVE WS-BC-IDX TO WS-BC-HIT
       		END-IF
       	END-PERFORM.
       	IF (WS-BC-HIT = 0)
       		IF (WS-BC-CTR = 200)
       			ADD 1 TO WS-BC-LOST
       			GO TO END-BRANCH-CAT-RTN
       		END-IF
       		ADD 1 TO WS-BC-CTR
       		MOVE WS-BC-CTR TO WS-BC-HIT
       		MOVE BRANCHCD TO WS-BC-BRANCH(WS-BC-HIT)
       		MOVE ITEM-CATEGORY TO WS-BC-CATEGORY(WS-BC-HIT)
       		MOVE 0 TO WS-BC-TKTS(WS-BC-HIT)
       		MOVE 0 TO WS-BC-AMT(WS-BC-HIT)
       	END-IF.
       	ADD 1 TO WS-BC-TKTS(WS-BC-HIT).
       	ADD DECIMAL TO WS-BC-AMT(WS-BC-HIT).
       END-BRANCH-CAT-RTN.
       ADD-VARIANCE-RTN.
       	IF (WS-VR-CTR = 500)
       		ADD 1 TO WS-VR-LOST
       		GO TO END-ADD-VARIANCE-RTN
       	END-IF.
       	ADD 1 TO WS-VR-CTR.
       	MOVE WS-TK-TRANSNO TO WS-VR-TRANSNO(WS-VR-CTR).
       	MOVE WS-TK-CLNAME TO WS-VR-CLNAME(WS-VR-CTR).
       	MOVE WS-TK-STATUS TO WS-VR-STATUS(WS-VR-CTR).
       	MOVE WS-TK-PRIOR TO WS-VR-PRIOR(WS-VR-CTR).
       	MOVE WS-TK-EXPECT TO WS-VR-EXPECT(WS-VR-CTR).
       	MOVE WS-TK-ACTUAL TO WS-VR-ACTUAL(WS-VR-CTR).
       	MOVE WS-TK-VAR TO WS-VR-VAR(WS-VR-CTR).
       END-ADD-VARIANCE-RTN.
       WRITE-REPORT-RTN.
       	OPEN OUTPUT RFRPT.
       	MOVE SPACES TO RF-LINE.
       	STRING WS-BR-CODE DELIMITED BY SIZE
       		" " DELIMITED BY SIZE
       		WS-BR-NAME DELIMITED BY SIZE
       		INTO RF-LINE.
       	WRITE RF-LINE.
       	MOVE WS-RUN-DATE TO W-DATE-DISP.
       	MOVE SPACES TO RF-LINE.
       	STRING "LOANS RECEIVABLE ROLL-FORWARD FOR "
       		DELIMITED BY SIZE
       		W-DATE-DISP DELIMITED BY SIZE
       		INTO RF-LINE.
       	WRITE RF-LINE.
       	MOVE SPACES TO RF-LINE.
       	WRITE RF-LINE.
       	IF (WS-FIRST-RUN = "Y")
       		MOVE "OPENING - NO PRIOR CLOSE, TAKEN FROM LOAN.Dat"
       			TO WS-SL-LABEL
       	ELSE
       		MOVE WS-PRIOR-DATE TO W-DATE-DISP
       		MOVE SPACES TO WS-SL-LABEL
       		STRING "PRIOR CLOSING " DELIMITED BY SIZE
       			W-DATE-DISP DELIMITED BY SIZE
       			INTO WS-SL-LABEL
       	END-IF.
       	MOVE 0 TO WS-SL-CTR.
       	MOVE WS-OPENING TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "ADD  LOANS RELEASED" TO WS-SL-LABEL.
       	MOVE WS-CNT-CREATE TO WS-SL-CTR.
       	MOVE WS-TOT-CREATE TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "ADD  FORFEITED TICKETS RENEWED" TO WS-SL-LABEL.
       	MOVE WS-CNT-REINST TO WS-SL-CTR.
       	MOVE WS-TOT-RENEW TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "     (ALL RENEWALS - LOA CARRIED OVER)" TO WS-SL-LABEL.
       	MOVE WS-CNT-RENEW TO WS-SL-CTR.
       	MOVE 0 TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "ADD  TRANSFERS IN" TO WS-SL-LABEL.
       	MOVE WS-CNT-XFERIN TO WS-SL-CTR.
       	MOVE WS-TOT-XFERIN TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "LESS PRINCIPAL COLLECTED, NET OF VOIDS"
       		TO WS-SL-LABEL.
       	MOVE WS-CNT-COLLECT TO WS-SL-CTR.
       	MOVE WS-TOT-COLLECT TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "LESS REDEMPTIONS AND INCIDENT SETTLEMENTS"
       		TO WS-SL-LABEL.
       	MOVE WS-CNT-REDEEM TO WS-SL-CTR.
       	MOVE WS-TOT-REDEEM TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "LESS FORFEITED TO AUCTION" TO WS-SL-LABEL.
       	MOVE WS-CNT-FORFEIT TO WS-SL-CTR.
       	MOVE WS-TOT-FORFEIT TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "LESS TRANSFERS OUT" TO WS-SL-LABEL.
       	MOVE WS-CNT-XFEROUT TO WS-SL-CTR.
       	MOVE WS-TOT-XFEROUT TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "LESS TICKETS DELETED" TO WS-SL-LABEL.
       	MOVE WS-CNT-DELETE TO WS-SL-CTR.
       	MOVE WS-TOT-DELETE TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "LESS PURGED TO LOANHIST.Dat" TO WS-SL-LABEL.
       	MOVE WS-CNT-PURGE TO WS-SL-CTR.
       	MOVE WS-TOT-PURGE TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "COMPUTED CLOSING" TO WS-SL-LABEL.
       	MOVE 0 TO WS-SL-CTR.
       	MOVE WS-COMPUTED TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "OPEN PRINCIPAL ON LOAN.Dat" TO WS-SL-LABEL.
       	MOVE WS-CNT-OPEN TO WS-SL-CTR.
       	MOVE WS-ACTUAL TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE "VARIANCE" TO WS-SL-LABEL.
       	MOVE 0 TO WS-SL-CTR.
       	MOVE WS-VARIANCE TO WS-SL-AMT.
       	PERFORM SUM-LINE-RTN THRU END-SUM-LINE-RTN.
       	MOVE SPACES TO RF-LINE.
       	WRITE RF-LINE.
       	MOVE "OPEN PRINCIPAL BY BRANCH AND CATEGORY" TO RF-LINE.
       	WRITE RF-LINE.
       	MOVE "  BR.   CATEGORY     TICKETS        PRINCIPAL"
       		TO RF-LINE.
       	WRITE RF-LINE.
       	PERFORM VARYING WS-BC-IDX FROM 1 BY 1
       		UNTIL WS-BC-IDX > WS-BC-CTR
       		MOVE WS-BC-BRANCH(WS-BC-IDX) TO RB-BRANCH
       		MOVE WS-BC-CATEGORY(WS-BC-IDX) TO RB-CATEGORY
       		MOVE WS-BC-TKTS(WS-BC-IDX) TO RB-CTR
       		MOVE WS-BC-AMT(WS-BC-IDX) TO RB-AMT
       		MOVE WS-RPT-BC TO RF-LINE
       		WRITE RF-LINE
       	END-PERFORM.
       	IF (WS-BC-LOST > 0)
       		MOVE SPACES TO RF-LINE
       		STRING "*** " WS-BC-LOST
       			" TICKETS OVER BREAKDOWN LIMIT NOT SHOWN ***"
       			DELIMITED BY SIZE INTO RF-LINE
       		WRITE RF-LINE
       	END-IF.
       	MOVE SPACES TO RF-LINE.
       	WRITE RF-LINE.
       	MOVE "VARIANCES BY TICKET" TO RF-LINE.
       	WRITE RF-LINE.
       	MOVE "TRANS CLIENT               STATUS        PRIOR"
       		TO RF-LINE.
       	MOVE "    EXPECTED    ACTUAL    VARIANCE" TO RF-LINE(47:35).
       	WRITE RF-LINE.
       	IF (WS-VR-CTR = 0)
       		MOVE "NONE - EVERY TICKET ROLLS FORWARD." TO RF-LINE
       		WRITE RF-LINE
       	END-IF.
       	PERFORM VARYING WS-VR-IDX FROM 1 BY 1
       		UNTIL WS-VR-IDX > WS-VR-CTR
       		MOVE WS-VR-TRANSNO(WS-VR-IDX) TO RV-TRANSNO
       		MOVE WS-VR-CLNAME(WS-VR-IDX) TO RV-CLNAME
       		MOVE WS-VR-STATUS(WS-VR-IDX) TO RV-STATUS
       		MOVE WS-VR-PRIOR(WS-VR-IDX) TO RV-PRIOR
       		MOVE WS-VR-EXPECT(WS-VR-IDX) TO RV-EXPECT
       		MOVE WS-VR-ACTUAL(WS-VR-IDX) TO RV-ACTUAL
       		MOVE WS-VR-VAR(WS-VR-IDX) TO RV-VAR
       		MOVE WS-RPT-VAR TO RF-LINE
       		WRITE RF-LINE
       	END-PERFORM.
       	IF (WS-VR-LOST > 0)
       		MOVE SPACES TO RF-LINE
       		STRING "*** " WS-VR-LOST
       			" MORE TICKETS OUT OF BALANCE NOT LISTED ***"
       			DELIMITED BY SIZE INTO RF-LINE
       		WRITE RF-LINE
       	END-IF.
       	IF (WS-EV-LOST > 0)
       		MOVE SPACES TO RF-LINE
       		STRING "*** " WS-EV-LOST
       			" ACTIVITY LINES OVER LIMIT NOT ROLLED ***"
       			DELIMITED BY SIZE INTO RF-LINE
       		WRITE RF-LINE
       	END-IF.
       	CLOSE RFRPT.
       END-WRITE-REPORT-RTN.
       SUM-LINE-RTN.
       	MOVE WS-SL-LABEL TO RS-LABEL.
       	MOVE WS-SL-CTR TO RS-CTR.
       	MOVE WS-SL-AMT TO RS-AMT.
       	MOVE WS-RPT-SUM TO RF-LINE.
       	WRITE RF-LINE.
       END-SUM-LINE-RTN.
      ******************************************************************
      * The proved balance - the principal actually open on file - is
      * what the next date opens from; the computed figure and the
      * variance are kept alongside it.
      ******************************************************************
       SAVE-CLOSE-RTN.
       	MOVE WS-RUN-DATE TO RFC-DATE.
       	MOVE WS-PRIOR-DATE TO RFC-PRIOR-DATE.
       	MOVE WS-OPENING TO RFC-OPENING.
       	MOVE WS-TOT-ADDS TO RFC-ADDS.
       	MOVE WS-TOT-LESS TO RFC-LESS.
       	MOVE WS-COMPUTED TO RFC-COMPUTED.
       	MOVE WS-ACTUAL TO RFC-CLOSING.
       	MOVE WS-VARIANCE TO RFC-VARIANCE.
       	MOVE WS-CNT-OPEN TO RFC-TICKETS.
       	COMPUTE RFC-VAR-CTR = WS-VR-CTR + WS-VR-LOST.
       	MOVE FUNCTION CURRENT-DATE(1:14) TO RFC-RUN-TS.
       	IF (WS-RERUN = "Y")
       		REWRITE RFCLOSE-REC
       		END-REWRITE
       	ELSE
       		WRITE RFCLOSE-REC
       		END-WRITE
       	END-IF.
       END-SAVE-CLOSE-RTN.
