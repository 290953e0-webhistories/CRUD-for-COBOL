       IDENTIFICATION DIVISION.
       	PROGRAM-ID. MACHINE49.
       	AUTHOR. CS2-2-GROUP8.
       DATE-WRITTEN.  15OCT2026

      ******************************************************************
      * Duplicate client review list.  Finds the people who are likely
      * on file more than once - two active masters on CLIENT.Dat, or
      * a master and the name on walk-in tickets (CLIENTNO zero) in
      * LOAN.Dat and LOANHIST.Dat, or two such walk-in names - and
      * prints them in pairs on DUPRPT.prt, strongest match first.  A
      * pair matches on the same ID number (case, spaces and dashes
      * ignored), on the same telephone number, or on names that sound
      * alike: letters only, vowels and H, W, Y dropped after the first
      * letter, Z read as S, K and Q as C, and doubled letters counted
      * once, so JUAN DELA CRUZ and JUAN DE LA CRUS are the same name.
      * The manager merges the pairs that really are one person with
      * MACHINE50.  DUPKEY.Dat and DUPPAIR.Dat are this run's work
      * files and are emptied at the end.
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
       	 SELECT DUPKEY ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS DK-KEY
       	 FILE STATUS IS WS-DUPKEY-STATUS.
       	 SELECT DUPPAIR ASSIGN TO DISK
       	 ORGANIZATION IS INDEXED
       	 ACCESS MODE IS DYNAMIC
       	 RECORD KEY IS DP-KEY
       	 FILE STATUS IS WS-DUPPAIR-STATUS.
       	 SELECT SORTWORK ASSIGN TO DISK.
       	 SELECT DUPRPT ASSIGN TO "DUPRPT.prt"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-DUPRPT-STATUS.
       	 SELECT BRNFILE ASSIGN TO "BRANCH.Dat"
       	 ORGANIZATION IS LINE SEQUENTIAL
       	 FILE STATUS IS WS-BRNFILE-STATUS.
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
      ******************************************************************
      * One DK entry for each match key a person has - DK-TYPE N for
      * the sound-alike name, I for the ID number, T for the telephone
      * number.  A person is a client master (DK-PKIND C, by client
      * number) or a walk-in name (W, client number zero).
      ******************************************************************
       FD  DUPKEY
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "DUPKEY.Dat"
       	 DATA RECORD IS DK-REC.
       01  DK-REC.
       	 05 DK-KEY.
       	 	10 DK-TYPE	PIC X.
       	 	10 DK-VALUE	PIC X(20).
       	 	10 DK-PERSON.
       	 	 	15 DK-PKIND	PIC X.
       	 	 	15 DK-PCLIENTNO PIC 9(5).
       	 	 	15 DK-PNAME	PIC X(20).
       	 05 DK-TELNO		PIC 9(7).
       	 05 DK-IDNO		PIC X(15).
      ******************************************************************
      * One DP entry per pair of people sharing a match key, the lower
      * person first, with what they matched on.
      ******************************************************************
       FD  DUPPAIR
       	 LABEL RECORD IS STANDARD
       	 VALUE OF FILE-ID IS "DUPPAIR.Dat"
       	 DATA RECORD IS DP-REC.
       01  DP-REC.
       	 05 DP-KEY.
       	 	10 DP-A		PIC X(26).
       	 	10 DP-B		PIC X(26).
       	 05 DP-A-TELNO	PIC 9(7).
       	 05 DP-A-IDNO	PIC X(15).
       	 05 DP-B-TELNO	PIC 9(7).
       	 05 DP-B-IDNO	PIC X(15).
       	 05 DP-NAME-HIT	PIC X.
       	 05 DP-ID-HIT	PIC X.
       	 05 DP-TEL-HIT	PIC X.
       SD  SORTWORK.
       01  SW-REC.
       	 05 SW-SCORE	PIC 9.
       	 05 SW-A.
       	 	10 SW-A-KIND	PIC X.
       	 	10 SW-A-CLIENTNO PIC 9(5).
       	 	10 SW-A-NAME	PIC X(20).
       	 05 SW-B.
       	 	10 SW-B-KIND	PIC X.
       	 	10 SW-B-CLIENTNO PIC 9(5).
       	 	10 SW-B-NAME	PIC X(20).
       	 05 SW-A-TELNO	PIC 9(7).
       	 05 SW-A-IDNO	PIC X(15).
       	 05 SW-B-TELNO	PIC 9(7).
       	 05 SW-B-IDNO	PIC X(15).
       	 05 SW-NAME-HIT	PIC X.
       	 05 SW-ID-HIT	PIC X.
       	 05 SW-TEL-HIT	PIC X.
       FD  DUPRPT
       	 LABEL RECORD IS STANDARD.
       01  DR-LINE			PIC X(125).
       FD  BRNFILE
       	 LABEL RECORD IS STANDARD.
       COPY BRNREC.
       WORKING-STORAGE SECTION.
       COPY WLOANREC.
       01 WS-GRP-TABLE.
       	 05 WS-GRP-ENTRY OCCURS 50 TIMES.
       	 	10 WS-G-PERSON.
       	 	 	15 WS-G-KIND	PIC X.
       	 	 	15 WS-G-CLIENTNO PIC 9(5).
       	 	 	15 WS-G-NAME	PIC X(20).
       	 	10 WS-G-TELNO	PIC 9(7).
       	 	10 WS-G-IDNO	PIC X(15).
       01 WS-RPT-PAIR.
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RD-SCORE	PIC 9.
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RD-MATCH	PIC X(12).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RD-A-NO	PIC X(7).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RD-A-NAME	PIC X(20).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RD-A-TEL	PIC X(7).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RD-A-IDNO	PIC X(15).
       	 05 FILLER		PIC X(2) VALUE SPACES.
       	 05 RD-B-NO	PIC X(7).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RD-B-NAME	PIC X(20).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RD-B-TEL	PIC X(7).
       	 05 FILLER		PIC X(1) VALUE SPACES.
       	 05 RD-B-IDNO	PIC X(15).
       01 W-DATE-DISP	PIC 9999/99/99.
       01 W-NO-DISP		PIC 9(5).
       77 WS-CLIENTFILE-STATUS PIC XX.
       77 WS-LOANFILE-STATUS PIC XX.
       77 WS-LOANHIST-STATUS PIC XX.
       77 WS-DUPKEY-STATUS PIC XX.
       77 WS-DUPPAIR-STATUS PIC XX.
       77 WS-DUPRPT-STATUS PIC XX.
       77 WS-BRNFILE-STATUS PIC XX.
       77 WS-BR-CODE		PIC X(3).
       77 WS-BR-NAME		PIC X(20).
       77 WS-EOF			PIC A.
       77 WS-SRT-EOF	PIC A.
       77 WS-FOUND		PIC A.
       77 WS-CLI-OPEN	PIC A.
       77 WS-HIST-OPEN	PIC A.
       77 WS-TODAY		PIC 9(8).
       77 WS-NK-IN		PIC X(20).
       77 WS-NK-OUT	PIC X(20).
       77 WS-NK-CH		PIC X.
       	 88 WS-NK-SOFT VALUE "A" "E" "I" "O" "U" "H" "W" "Y".
       77 WS-NK-LAST	PIC X.
       77 WS-NK-I		PIC 99.
       77 WS-NK-LEN	PIC 99.
       77 WS-ID-IN		PIC X(15).
       77 WS-ID-OUT	PIC X(15).
       77 WS-ID-LEN	PIC 99.
       77 WS-P-KIND	PIC X.
       77 WS-P-CLIENTNO	PIC 9(5).
       77 WS-P-NAME	PIC X(20).
       77 WS-P-TELNO	PIC 9(7).
       77 WS-P-IDNO	PIC X(15).
       77 WS-GRP-TYPE	PIC X.
       77 WS-GRP-VALUE	PIC X(20).
       77 WS-GRP-CTR	PIC 99.
       77 WS-GI		PIC 99.
       77 WS-GJ		PIC 99.
       77 WS-GJ-START	PIC 99.
       77 WS-X		PIC 99.
       77 WS-Y		PIC 99.
       77 WS-CL-CTR	PIC 9(5).
       77 WS-TKT-CTR	PIC 9(6).
       77 WS-BIG-CTR	PIC 9(5).
       77 WS-PAIR-CTR	PIC 9(5).
       77 WS-ID-CTR	PIC 9(5).
       77 WS-NAME-CTR	PIC 9(5).
       77 WS-TEL-CTR	PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-RTN.
       	DISPLAY "<@@@@@ DUPLICATE CLIENT REVIEW @@@@@>".
       	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       	PERFORM GET-BRANCH-RTN THRU END-GET-BRANCH-RTN.
       	PERFORM OPEN-FILES-RTN THRU END-OPEN-FILES-RTN.
       	MOVE 0 TO WS-CL-CTR.
       	MOVE 0 TO WS-TKT-CTR.
       	MOVE 0 TO WS-BIG-CTR.
       	MOVE 0 TO WS-PAIR-CTR.
       	MOVE 0 TO WS-ID-CTR.
       	MOVE 0 TO WS-NAME-CTR.
       	MOVE 0 TO WS-TEL-CTR.
       	PERFORM LOAD-CLIENTS-RTN THRU END-LOAD-CLIENTS-RTN.
       	PERFORM LOAD-LOANS-RTN THRU END-LOAD-LOANS-RTN.
       	PERFORM LOAD-HIST-RTN THRU END-LOAD-HIST-RTN.
       	PERFORM PAIR-KEYS-RTN THRU END-PAIR-KEYS-RTN.
       	PERFORM HEADER-RTN THRU END-HEADER-RTN.
       	SORT SORTWORK DESCENDING KEY SW-SCORE
       		ASCENDING KEY SW-A SW-B
       		INPUT PROCEDURE RELEASE-PAIRS-RTN
       		THRU END-RELEASE-PAIRS-RTN
       		OUTPUT PROCEDURE PRINT-PAIRS-RTN
       		THRU END-PRINT-PAIRS-RTN.
       	PERFORM FOOTER-RTN THRU END-FOOTER-RTN.
       	PERFORM CLOSE-FILES-RTN THRU END-CLOSE-FILES-RTN.
       	DISPLAY "ACTIVE CLIENTS READ:    " WS-CL-CTR.
       	DISPLAY "WALK-IN TICKETS READ:   " WS-TKT-CTR.
       	DISPLAY "LIKELY DUPLICATE PAIRS: " WS-PAIR-CTR.
       	IF (WS-BIG-CTR > 0)
       		DISPLAY "MATCH GROUPS CUT AT 50: " WS-BIG-CTR
       	END-IF.
       	DISPLAY "SEE DUPRPT.prt".
       	MOVE 0 TO RETURN-CODE.
       	STOP RUN.
      ******************************************************************
      * LOAN.Dat must be there; with no CLIENT.Dat or LOANHIST.Dat the
      * walk-in names are still compared among themselves.
      ******************************************************************
       OPEN-FILES-RTN.
       	OPEN INPUT LOANFILE.
       	IF (WS-LOANFILE-STATUS NOT = "00")
       		DISPLAY "CANNOT OPEN LOAN.Dat. STATUS: "
       			WS-LOANFILE-STATUS
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT DUPKEY.
       	CLOSE DUPKEY.
       	OPEN I-O DUPKEY.
       	OPEN OUTPUT DUPPAIR.
       	CLOSE DUPPAIR.
       	OPEN I-O DUPPAIR.
       	IF (WS-DUPKEY-STATUS NOT = "00") OR
       	(WS-DUPPAIR-STATUS NOT = "00")
       		DISPLAY "ERROR OPENING DUPKEY.Dat/DUPPAIR.Dat. STATUS: "
       			WS-DUPKEY-STATUS " " WS-DUPPAIR-STATUS
       		CLOSE LOANFILE
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	OPEN OUTPUT DUPRPT.
       	IF (WS-DUPRPT-STATUS NOT = "00")
       		DISPLAY "CANNOT WRITE DUPRPT.prt. STATUS: "
       			WS-DUPRPT-STATUS
       		CLOSE LOANFILE
       		CLOSE DUPKEY
       		CLOSE DUPPAIR
       		MOVE 8 TO RETURN-CODE
       		STOP RUN
       	END-IF.
       	MOVE "N" TO WS-CLI-OPEN.
       	OPEN INPUT CLIENTFILE.
       	IF (WS-CLIENTFILE-STATUS = "00")
       		MOVE "Y" TO WS-CLI-OPEN
       	END-IF.
       	MOVE "N" TO WS-HIST-OPEN.
       	OPEN INPUT LOANHIST.
       	IF (WS-LOANHIST-STATUS = "00")
       		MOVE "Y" TO WS-HIST-OPEN
       	END-IF.
       END-OPEN-FILES-RTN.
       CLOSE-FILES-RTN.
       	CLOSE DUPRPT.
       	CLOSE LOANFILE.
       	IF (WS-CLI-OPEN = "Y")
       		CLOSE CLIENTFILE
       	END-IF.
       	IF (WS-HIST-OPEN = "Y")
       		CLOSE LOANHIST
       	END-IF.
       	CLOSE DUPKEY.
       	OPEN OUTPUT DUPKEY.
       	CLOSE DUPKEY.
       	CLOSE DUPPAIR.
       	OPEN OUTPUT DUPPAIR.
       	CLOSE DUPPAIR.
       END-CLOSE-FILES-RTN.
      ******************************************************************
      * Active masters only - a client already inactive, merged or
      * anonymized is not offered again.
      ******************************************************************
       LOAD-CLIENTS-RTN.
       	IF (WS-CLI-OPEN = "N")
       		GO TO END-LOAD-CLIENTS-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ CLIENTFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-CLIENT-ONE-RTN THRU END-LOAD-CLIENT-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-LOAD-CLIENTS-RTN.
       LOAD-CLIENT-ONE-RTN.
       	IF (CL-STATUS = "ACTIVE")
       		ADD 1 TO WS-CL-CTR
       		MOVE "C" TO WS-P-KIND
       		MOVE CL-CLIENTNO TO WS-P-CLIENTNO
       		MOVE CL-NAME TO WS-P-NAME
       		MOVE CL-TELNO TO WS-P-TELNO
       		MOVE CL-IDNO TO WS-P-IDNO
       		PERFORM WRITE-KEYS-RTN THRU END-WRITE-KEYS-RTN
       	END-IF.
       	READ CLIENTFILE NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-CLIENT-ONE-RTN.
      ******************************************************************
      * Every walk-in ticket, open or closed, gives its name and the
      * telephone number written on it.
      ******************************************************************
       LOAD-LOANS-RTN.
       	MOVE "N" TO WS-EOF.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-LOAN-ONE-RTN THRU END-LOAD-LOAN-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-LOAD-LOANS-RTN.
       LOAD-LOAN-ONE-RTN.
       	PERFORM WALK-IN-RTN THRU END-WALK-IN-RTN.
       	READ LOANFILE NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-LOAN-ONE-RTN.
       LOAD-HIST-RTN.
       	IF (WS-HIST-OPEN = "N")
       		GO TO END-LOAD-HIST-RTN
       	END-IF.
       	MOVE "N" TO WS-EOF.
       	READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       	PERFORM LOAD-HIST-ONE-RTN THRU END-LOAD-HIST-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-LOAD-HIST-RTN.
       LOAD-HIST-ONE-RTN.
       	PERFORM WALK-IN-RTN THRU END-WALK-IN-RTN.
       	READ LOANHIST NEXT RECORD INTO W-LOAN-REC AT END
       		MOVE "Y" TO WS-EOF
       	END-READ.
       END-LOAD-HIST-ONE-RTN.
       WALK-IN-RTN.
       	IF (W-CLIENTNO NOT = 0)
       		GO TO END-WALK-IN-RTN
       	END-IF.
       	IF (W-CLNAME = SPACES OR W-CLNAME = "ANONYMIZED")
       		GO TO END-WALK-IN-RTN
       	END-IF.
       	ADD 1 TO WS-TKT-CTR.
       	MOVE "W" TO WS-P-KIND.
       	MOVE 0 TO WS-P-CLIENTNO.
       	MOVE W-CLNAME TO WS-P-NAME.
       	MOVE W-TELNO TO WS-P-TELNO.
       	MOVE SPACES TO WS-P-IDNO.
       	PERFORM WRITE-KEYS-RTN THRU END-WRITE-KEYS-RTN.
       END-WALK-IN-RTN.
      * a key already written for the person (the same walk-in name
      * on another ticket) is simply not written twice
       WRITE-KEYS-RTN.
       	MOVE WS-P-KIND TO DK-PKIND.
       	MOVE WS-P-CLIENTNO TO DK-PCLIENTNO.
       	MOVE WS-P-NAME TO DK-PNAME.
       	MOVE WS-P-TELNO TO DK-TELNO.
       	MOVE WS-P-IDNO TO DK-IDNO.
       	MOVE WS-P-NAME TO WS-NK-IN.
       	PERFORM NAME-KEY-RTN THRU END-NAME-KEY-RTN.
       	IF (WS-NK-LEN > 2)
       		MOVE "N" TO DK-TYPE
       		MOVE WS-NK-OUT TO DK-VALUE
       		WRITE DK-REC
       			INVALID KEY CONTINUE
       		END-WRITE
       	END-IF.
       	MOVE WS-P-IDNO TO WS-ID-IN.
       	PERFORM ID-KEY-RTN THRU END-ID-KEY-RTN.
       	IF (WS-ID-LEN > 3)
       		MOVE "I" TO DK-TYPE
       		MOVE WS-ID-OUT TO DK-VALUE
       		WRITE DK-REC
       			INVALID KEY CONTINUE
       		END-WRITE
       	END-IF.
       	IF (WS-P-TELNO > 0)
       		MOVE "T" TO DK-TYPE
       		MOVE WS-P-TELNO TO DK-VALUE
       		WRITE DK-REC
       			INVALID KEY CONTINUE
       		END-WRITE
       	END-IF.
       END-WRITE-KEYS-RTN.
      ******************************************************************
      * The sound-alike name: letters only, upper case, Z as S, K and
      * Q as C, vowels and H, W, Y dropped after the first letter, a
      * letter repeated straight after itself kept once.
      ******************************************************************
       NAME-KEY-RTN.
       	MOVE SPACES TO WS-NK-OUT.
       	MOVE SPACE TO WS-NK-LAST.
       	MOVE 0 TO WS-NK-LEN.
       	INSPECT WS-NK-IN CONVERTING "abcdefghijklmnopqrstuvwxyz"
       		TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       	INSPECT WS-NK-IN CONVERTING "ZKQ" TO "SCC".
       	PERFORM NAME-KEY-CHAR-RTN THRU END-NAME-KEY-CHAR-RTN
       		VARYING WS-NK-I FROM 1 BY 1 UNTIL WS-NK-I > 20.
       END-NAME-KEY-RTN.
       NAME-KEY-CHAR-RTN.
       	MOVE WS-NK-IN(WS-NK-I:1) TO WS-NK-CH.
       	IF (WS-NK-CH < "A" OR WS-NK-CH > "Z")
       		GO TO END-NAME-KEY-CHAR-RTN
       	END-IF.
       	IF (WS-NK-LEN > 0 AND WS-NK-SOFT)
       		GO TO END-NAME-KEY-CHAR-RTN
       	END-IF.
       	IF (WS-NK-CH = WS-NK-LAST)
       		GO TO END-NAME-KEY-CHAR-RTN
       	END-IF.
       	ADD 1 TO WS-NK-LEN.
       	MOVE WS-NK-CH TO WS-NK-OUT(WS-NK-LEN:1).
       	MOVE WS-NK-CH TO WS-NK-LAST.
       END-NAME-KEY-CHAR-RTN.
      * ID number: upper case letters and digits only
       ID-KEY-RTN.
       	MOVE SPACES TO WS-ID-OUT.
       	MOVE 0 TO WS-ID-LEN.
       	INSPECT WS-ID-IN CONVERTING "abcdefghijklmnopqrstuvwxyz"
       		TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       	PERFORM ID-KEY-CHAR-RTN THRU END-ID-KEY-CHAR-RTN
       		VARYING WS-NK-I FROM 1 BY 1 UNTIL WS-NK-I > 15.
       END-ID-KEY-RTN.
       ID-KEY-CHAR-RTN.
       	MOVE WS-ID-IN(WS-NK-I:1) TO WS-NK-CH.
       	IF (WS-NK-CH NOT < "A" AND WS-NK-CH NOT > "Z") OR
       	(WS-NK-CH NOT < "0" AND WS-NK-CH NOT > "9")
       		ADD 1 TO WS-ID-LEN
       		MOVE WS-NK-CH TO WS-ID-OUT(WS-ID-LEN:1)
       	END-IF.
       END-ID-KEY-CHAR-RTN.
      ******************************************************************
      * The keys come back in order, so the people sharing one key
      * are read together; every two of them make a pair.
      ******************************************************************
       PAIR-KEYS-RTN.
       	MOVE 0 TO WS-GRP-CTR.
       	MOVE SPACE TO WS-GRP-TYPE.
       	MOVE SPACES TO WS-GRP-VALUE.
       	MOVE LOW-VALUES TO DK-KEY.
       	MOVE "N" TO WS-EOF.
       	START DUPKEY KEY IS NOT LESS THAN DK-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ DUPKEY NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM PAIR-KEY-ONE-RTN THRU END-PAIR-KEY-ONE-RTN
       		UNTIL WS-EOF = "Y".
       	PERFORM GROUP-RTN THRU END-GROUP-RTN.
       END-PAIR-KEYS-RTN.
       PAIR-KEY-ONE-RTN.
       	IF (DK-TYPE NOT = WS-GRP-TYPE) OR (DK-VALUE NOT = WS-GRP-VALUE)
       		PERFORM GROUP-RTN THRU END-GROUP-RTN
       		MOVE 0 TO WS-GRP-CTR
       		MOVE DK-TYPE TO WS-GRP-TYPE
       		MOVE DK-VALUE TO WS-GRP-VALUE
       	END-IF.
       	IF (WS-GRP-CTR < 50)
       		ADD 1 TO WS-GRP-CTR
       		MOVE DK-PERSON TO WS-G-PERSON(WS-GRP-CTR)
       		MOVE DK-TELNO TO WS-G-TELNO(WS-GRP-CTR)
       		MOVE DK-IDNO TO WS-G-IDNO(WS-GRP-CTR)
       		IF (WS-GRP-CTR = 50)
       			ADD 1 TO WS-BIG-CTR
       		END-IF
       	END-IF.
       	READ DUPKEY NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-PAIR-KEY-ONE-RTN.
       GROUP-RTN.
       	IF (WS-GRP-CTR < 2)
       		GO TO END-GROUP-RTN
       	END-IF.
       	PERFORM GROUP-ONE-RTN THRU END-GROUP-ONE-RTN
       		VARYING WS-GI FROM 1 BY 1 UNTIL WS-GI NOT < WS-GRP-CTR.
       END-GROUP-RTN.
       GROUP-ONE-RTN.
       	COMPUTE WS-GJ-START = WS-GI + 1.
       	PERFORM PAIR-ONE-RTN THRU END-PAIR-ONE-RTN
       		VARYING WS-GJ FROM WS-GJ-START BY 1
       		UNTIL WS-GJ > WS-GRP-CTR.
       END-GROUP-ONE-RTN.
      * the group is in key order, so entry GI is the lower person
       PAIR-ONE-RTN.
       	MOVE WS-GI TO WS-X.
       	MOVE WS-GJ TO WS-Y.
       	MOVE WS-G-PERSON(WS-X) TO DP-A.
       	MOVE WS-G-PERSON(WS-Y) TO DP-B.
       	MOVE "Y" TO WS-FOUND.
       	READ DUPPAIR
       		INVALID KEY MOVE "N" TO WS-FOUND
       	END-READ.
       	IF (WS-FOUND = "N")
       		MOVE WS-G-TELNO(WS-X) TO DP-A-TELNO
       		MOVE WS-G-IDNO(WS-X) TO DP-A-IDNO
       		MOVE WS-G-TELNO(WS-Y) TO DP-B-TELNO
       		MOVE WS-G-IDNO(WS-Y) TO DP-B-IDNO
       		MOVE "N" TO DP-NAME-HIT
       		MOVE "N" TO DP-ID-HIT
       		MOVE "N" TO DP-TEL-HIT
       	END-IF.
       	IF (WS-GRP-TYPE = "N")
       		MOVE "Y" TO DP-NAME-HIT
       	END-IF.
       	IF (WS-GRP-TYPE = "I")
       		MOVE "Y" TO DP-ID-HIT
       	END-IF.
       	IF (WS-GRP-TYPE = "T")
       		MOVE "Y" TO DP-TEL-HIT
       		MOVE WS-G-TELNO(WS-X) TO DP-A-TELNO
       		MOVE WS-G-TELNO(WS-Y) TO DP-B-TELNO
       	END-IF.
       	IF (WS-FOUND = "N")
       		WRITE DP-REC
       			INVALID KEY CONTINUE
       		END-WRITE
       	ELSE
       		REWRITE DP-REC
       			INVALID KEY CONTINUE
       		END-REWRITE
       	END-IF.
       END-PAIR-ONE-RTN.
       HEADER-RTN.
       	MOVE ALL "=" TO DR-LINE.
       	WRITE DR-LINE.
       	MOVE SPACES TO DR-LINE.
       	STRING WS-BR-NAME " - BRANCH " WS-BR-CODE
       		DELIMITED BY SIZE INTO DR-LINE.
       	WRITE DR-LINE.
       	MOVE WS-TODAY TO W-DATE-DISP.
       	MOVE SPACES TO DR-LINE.
       	STRING "LIKELY DUPLICATE CLIENTS AS OF " W-DATE-DISP
       		DELIMITED BY SIZE INTO DR-LINE.
       	WRITE DR-LINE.
       	MOVE ALL "=" TO DR-LINE.
       	WRITE DR-LINE.
       	MOVE "SCORE: SAME ID NO. 4, SOUND-ALIKE NAME 2, SAME TEL NO. 1."
       		TO DR-LINE.
       	WRITE DR-LINE.
       	MOVE "CLIENT 00000 IS A WALK-IN NAME ON TICKETS WITH NO MASTER."
       		TO DR-LINE.
       	WRITE DR-LINE.
       	MOVE SPACES TO DR-LINE.
       	WRITE DR-LINE.
       	MOVE SPACES TO DR-LINE.
       	MOVE "SC" TO DR-LINE(1:2).
       	MOVE "MATCHED ON" TO DR-LINE(5:10).
       	MOVE "CLIENT" TO DR-LINE(19:6).
       	MOVE "NAME" TO DR-LINE(27:4).
       	MOVE "TEL.NO." TO DR-LINE(48:7).
       	MOVE "ID NO." TO DR-LINE(56:6).
       	MOVE "CLIENT" TO DR-LINE(73:6).
       	MOVE "NAME" TO DR-LINE(81:4).
       	MOVE "TEL.NO." TO DR-LINE(102:7).
       	MOVE "ID NO." TO DR-LINE(110:6).
       	WRITE DR-LINE.
       	MOVE ALL "-" TO DR-LINE.
       	WRITE DR-LINE.
       END-HEADER-RTN.
       RELEASE-PAIRS-RTN.
       	MOVE LOW-VALUES TO DP-KEY.
       	MOVE "N" TO WS-EOF.
       	START DUPPAIR KEY IS NOT LESS THAN DP-KEY
       		INVALID KEY MOVE "Y" TO WS-EOF
       	END-START.
       	IF (WS-EOF = "N")
       		READ DUPPAIR NEXT RECORD AT END MOVE "Y" TO WS-EOF
       		END-READ
       	END-IF.
       	PERFORM RELEASE-ONE-RTN THRU END-RELEASE-ONE-RTN
       		UNTIL WS-EOF = "Y".
       END-RELEASE-PAIRS-RTN.
       RELEASE-ONE-RTN.
       	MOVE 0 TO SW-SCORE.
       	IF (DP-ID-HIT = "Y")
       		ADD 4 TO SW-SCORE
       		ADD 1 TO WS-ID-CTR
       	END-IF.
       	IF (DP-NAME-HIT = "Y")
       		ADD 2 TO SW-SCORE
       		ADD 1 TO WS-NAME-CTR
       	END-IF.
       	IF (DP-TEL-HIT = "Y")
       		ADD 1 TO SW-SCORE
       		ADD 1 TO WS-TEL-CTR
       	END-IF.
       	MOVE DP-A TO SW-A.
       	MOVE DP-B TO SW-B.
       	MOVE DP-A-TELNO TO SW-A-TELNO.
       	MOVE DP-A-IDNO TO SW-A-IDNO.
       	MOVE DP-B-TELNO TO SW-B-TELNO.
       	MOVE DP-B-IDNO TO SW-B-IDNO.
       	MOVE DP-NAME-HIT TO SW-NAME-HIT.
       	MOVE DP-ID-HIT TO SW-ID-HIT.
       	MOVE DP-TEL-HIT TO SW-TEL-HIT.
       	RELEASE SW-REC.
       	READ DUPPAIR NEXT RECORD AT END MOVE "Y" TO WS-EOF
       	END-READ.
       END-RELEASE-ONE-RTN.
       PRINT-PAIRS-RTN.
       	MOVE "N" TO WS-SRT-EOF.
       	RETURN SORTWORK AT END MOVE "Y" TO WS-SRT-EOF
       	END-RETURN.
       	PERFORM PRINT-ONE-RTN THRU END-PRINT-ONE-RTN
       		UNTIL WS-SRT-EOF = "Y".
       END-PRINT-PAIRS-RTN.
       PRINT-ONE-RTN.
       	ADD 1 TO WS-PAIR-CTR.
       	MOVE SW-SCORE TO RD-SCORE.
       	MOVE SPACES TO RD-MATCH.
       	IF (SW-NAME-HIT = "Y")
       		MOVE "NAME" TO RD-MATCH(1:4)
       	END-IF.
       	IF (SW-ID-HIT = "Y")
       		MOVE "ID" TO RD-MATCH(6:2)
       	END-IF.
       	IF (SW-TEL-HIT = "Y")
       		MOVE "TEL" TO RD-MATCH(9:3)
       	END-IF.
       	MOVE SW-A-CLIENTNO TO W-NO-DISP.
       	MOVE W-NO-DISP TO RD-A-NO.
       	MOVE SW-A-NAME TO RD-A-NAME.
       	MOVE SPACES TO RD-A-TEL.
       	IF (SW-A-TELNO > 0)
       		MOVE SW-A-TELNO TO RD-A-TEL
       	END-IF.
       	MOVE SW-A-IDNO TO RD-A-IDNO.
       	MOVE SW-B-CLIENTNO TO W-NO-DISP.
       	MOVE W-NO-DISP TO RD-B-NO.
       	MOVE SW-B-NAME TO RD-B-NAME.
       	MOVE SPACES TO RD-B-TEL.
       	IF (SW-B-TELNO > 0)
       		MOVE SW-B-TELNO TO RD-B-TEL
       	END-IF.
       	MOVE SW-B-IDNO TO RD-B-IDNO.
       	MOVE WS-RPT-PAIR TO DR-LINE.
       	WRITE DR-LINE.
       	RETURN SORTWORK AT END MOVE "Y" TO WS-SRT-EOF
       	END-RETURN.
       END-PRINT-ONE-RTN.
       FOOTER-RTN.
       	IF (WS-PAIR-CTR = 0)
       		MOVE "  NO LIKELY DUPLICATES FOUND." TO DR-LINE
       		WRITE DR-LINE
       	END-IF.
       	MOVE ALL "-" TO DR-LINE.
       	WRITE DR-LINE.
       	MOVE SPACES TO DR-LINE.
       	STRING " PAIRS: " WS-PAIR-CTR
       		"   SAME ID NO.: " WS-ID-CTR
       		"   SAME NAME: " WS-NAME-CTR
       		"   SAME TEL. NO.: " WS-TEL-CTR
       		DELIMITED BY SIZE INTO DR-LINE.
       	WRITE DR-LINE.
       	MOVE SPACES TO DR-LINE.
       	STRING " ACTIVE CLIENTS: " WS-CL-CTR
       		"   WALK-IN TICKETS: " WS-TKT-CTR
       		DELIMITED BY SIZE INTO DR-LINE.
       	WRITE DR-LINE.
       	IF (WS-BIG-CTR > 0)
       		MOVE SPACES TO DR-LINE
       		STRING " " WS-BIG-CTR " MATCH GROUPS HAD 50 OR MORE;"
       			" ONLY THE FIRST 50 OF EACH WERE PAIRED."
       			DELIMITED BY SIZE INTO DR-LINE
       		WRITE DR-LINE
       	END-IF.
       	MOVE SPACES TO DR-LINE.
       	WRITE DR-LINE.
       	MOVE " MERGE CONFIRMED DUPLICATES WITH MACHINE50." TO DR-LINE.
       	WRITE DR-LINE.
       END-FOOTER-RTN.
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
