IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANPND.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PEND-FILE ASSIGN TO "PENDFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PEND-STATUS-WS.
	SELECT STANDARD-OUTPUT ASSIGN TO "PNDRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PEND-FILE.
	COPY PENDREC.
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(110).
WORKING-STORAGE SECTION.
77	PEND-STATUS-WS PICTURE X(02).
77	PEND-OPEN-SW PICTURE X VALUE 'N'.
	88 PEND-FILE-OPEN VALUE 'Y'.
77	OVERDUE-SW PICTURE X VALUE 'N'.
	88 OVERDUE-SEEN VALUE 'Y'.
*> PARM is the approval deadline in whole days (two digits) - an
*> item still waiting longer than that is flagged overdue. No PARM,
*> or one that does not read as a number, takes the shop's three.
77	DEADLINE-PARM PICTURE X(02) VALUE SPACES.
77	DEADLINE-DAYS PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 3.
77	TODAY-WS PICTURE 9(08).
77	TODAY-SERIAL PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	AGE-DAYS PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	WAIT-COUNT    PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	OVERDUE-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	DECLINE-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	STALE-COUNT   PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
*> serial-day conversion works over a YYYYMMDD copy of the date -
*> the two-digit years the pending file carries are this shop's, all
*> of them on this side of the century.
77	DTS-DATE PICTURE 9(08).
77	DTS-Y PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-M PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-D PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-Q1 PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-Q2 PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-Q3 PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-Q4 PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-REM PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-SERIAL PICTURE S9(8) USAGE IS COMPUTATIONAL.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(44) VALUE
		'LEDGER MASTER MAINTENANCE - PENDING APPROVAL'.
01	DEADLINE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(20) VALUE 'APPROVAL DEADLINE  '.
	02 OUT-DEADLINE PICTURE Z9.
	02 FILLER PICTURE X(5)  VALUE ' DAYS'.
01	UNDERLINE-1.
	02 FILLER PICTURE X(100) VALUE
		' ---------------------------------------------------------------------------------------------------'.
01	WAIT-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(40) VALUE
		'AWAITING A SECOND OPERATOR'.
01	DECIDED-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(50) VALUE
		'DECLINED OR NOT APPLIED - DECIDED IN LAST 30 DAYS'.
01	COL-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(6) VALUE 'ITEM  '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'ACT'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'DOC ID  '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'KEYED BY'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(6) VALUE 'KEYED '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(4) VALUE 'DAYS'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'CHECKER '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(6) VALUE 'STATUS'.
01	UNDERLINE-2.
	02 FILLER PICTURE X(100) VALUE
		' ---------------------------------------------------------------------------------------------------'.
01	PRINT-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 OUT-SEQ PICTURE 9(6).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-ACTION PICTURE X(1).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-ID PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-MAKER PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-KEY-DATE PICTURE 9(6).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-AGE PICTURE ZZZ9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-CHECKER PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-STATE PICTURE X(12).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-NOTE PICTURE X(20).
01	NONE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(30) VALUE 'NONE'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(7)  VALUE 'WAITING'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-WAITING PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'OVERDUE'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-OVERDUE PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'DECLINED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-DECLINED PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'NOT APPLIED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-STALE PICTURE ZZZZZ9.

PROCEDURE DIVISION.
	ACCEPT DEADLINE-PARM FROM COMMAND-LINE.
	IF DEADLINE-PARM IS NUMERIC
		MOVE DEADLINE-PARM TO DEADLINE-DAYS
	END-IF.
	ACCEPT TODAY-WS FROM DATE YYYYMMDD.
	MOVE TODAY-WS TO DTS-DATE.
	PERFORM DATE-TO-SERIAL.
	MOVE DTS-SERIAL TO TODAY-SERIAL.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	MOVE DEADLINE-DAYS TO OUT-DEADLINE.
	WRITE STDOUT-RECORD FROM DEADLINE-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
*> first pass: everything still waiting, oldest keyed first as the
*> file holds them, each aged from its keying date. A missing pending
*> file on a quiet shop reads as nothing waiting.
	WRITE STDOUT-RECORD FROM WAIT-TITLE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	OPEN INPUT PEND-FILE.
	IF PEND-STATUS-WS IS EQUAL TO '00'
		SET PEND-FILE-OPEN TO TRUE
	ELSE
		GO TO WL8.
WL1.	READ PEND-FILE AT END GO TO WL7.
	IF NOT PEND-WAITING
		GO TO WL1.
	ADD 1 TO WAIT-COUNT.
	MOVE PEND-KEY-DATE TO DTS-DATE (3:6).
	PERFORM AGE-ONE THRU AGE-ONE-X.
	PERFORM FILL-LINE.
	MOVE SPACES TO OUT-CHECKER.
	MOVE SPACES TO OUT-NOTE.
	IF AGE-DAYS IS GREATER THAN DEADLINE-DAYS
		MOVE 'OVERDUE' TO OUT-STATE
		ADD 1 TO OVERDUE-COUNT
		SET OVERDUE-SEEN TO TRUE
	ELSE
		MOVE 'WAITING' TO OUT-STATE
	END-IF.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO WL1.
WL7.	CLOSE PEND-FILE.
WL8.	IF WAIT-COUNT IS EQUAL TO 0
		WRITE STDOUT-RECORD FROM NONE-LINE AFTER ADVANCING 1 LINE.
*> second pass: the recent refusals, so the maker can see which of
*> their changes a checker turned down, and which were approved but
*> could not go on because the master moved underneath them - both
*> need keying again if the change still stands.
	WRITE STDOUT-RECORD FROM DECIDED-TITLE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	IF NOT PEND-FILE-OPEN
		GO TO DL8.
	OPEN INPUT PEND-FILE.
	IF PEND-STATUS-WS IS NOT EQUAL TO '00'
		GO TO DL8.
DL1.	READ PEND-FILE AT END GO TO DL7.
	IF NOT PEND-DECLINED AND NOT PEND-STALE
		GO TO DL1.
	MOVE PEND-CHK-DATE TO DTS-DATE (3:6).
	PERFORM AGE-ONE THRU AGE-ONE-X.
	IF AGE-DAYS IS GREATER THAN 30
		GO TO DL1.
	PERFORM FILL-LINE.
	MOVE PEND-CHECKER TO OUT-CHECKER.
	MOVE PEND-NOTE TO OUT-NOTE.
	IF PEND-DECLINED
		MOVE 'DECLINED' TO OUT-STATE
		ADD 1 TO DECLINE-COUNT
	ELSE
		MOVE 'NOT APPLIED' TO OUT-STATE
		ADD 1 TO STALE-COUNT
	END-IF.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO DL1.
DL7.	CLOSE PEND-FILE.
DL8.	IF DECLINE-COUNT IS EQUAL TO 0 AND STALE-COUNT IS EQUAL TO 0
		WRITE STDOUT-RECORD FROM NONE-LINE AFTER ADVANCING 1 LINE.
	MOVE WAIT-COUNT TO TRAILER-WAITING.
	MOVE OVERDUE-COUNT TO TRAILER-OVERDUE.
	MOVE DECLINE-COUNT TO TRAILER-DECLINED.
	MOVE STALE-COUNT TO TRAILER-STALE.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 nothing past the deadline, 4 an item has waited longer than the
*> deadline and a supervisor needs chasing.
	IF OVERDUE-SEEN
		MOVE 4 TO RETURN-CODE.
	STOP RUN.
FILL-LINE.
	MOVE PEND-SEQ TO OUT-SEQ.
	MOVE PEND-ACTION TO OUT-ACTION.
	MOVE PEND-ID TO OUT-ID.
	MOVE PEND-MAKER TO OUT-MAKER.
	MOVE PEND-KEY-DATE TO OUT-KEY-DATE.
	MOVE AGE-DAYS TO OUT-AGE.
*> age in days from the YYMMDD date already placed in DTS-DATE to
*> today.
AGE-ONE.
	MOVE '20' TO DTS-DATE (1:2).
	IF DTS-DATE IS NOT NUMERIC
		MOVE 9999 TO AGE-DAYS
		GO TO AGE-ONE-X.
	PERFORM DATE-TO-SERIAL.
	COMPUTE AGE-DAYS = TODAY-SERIAL - DTS-SERIAL.
	IF AGE-DAYS IS LESS THAN 0
		MOVE 0 TO AGE-DAYS
	END-IF.
AGE-ONE-X.
	EXIT.
*> serial day number of DTS-DATE (YYYYMMDD), by the usual trick of
*> hanging January and February off the back of the previous year
*> so the leap day falls where it belongs - only differences of two
*> serials are ever used, so the epoch does not matter.
DATE-TO-SERIAL.
	DIVIDE DTS-DATE BY 10000 GIVING DTS-Y REMAINDER DTS-REM.
	DIVIDE DTS-REM BY 100 GIVING DTS-M REMAINDER DTS-D.
	IF DTS-M IS NOT GREATER THAN 2
		SUBTRACT 1 FROM DTS-Y
		ADD 12 TO DTS-M
	END-IF.
	DIVIDE DTS-Y BY 4 GIVING DTS-Q1 REMAINDER DTS-REM.
	DIVIDE DTS-Y BY 100 GIVING DTS-Q2 REMAINDER DTS-REM.
	DIVIDE DTS-Y BY 400 GIVING DTS-Q3 REMAINDER DTS-REM.
	COMPUTE DTS-Q4 = 153 * (DTS-M + 1).
	DIVIDE DTS-Q4 BY 5 GIVING DTS-Q4 REMAINDER DTS-REM.
	COMPUTE DTS-SERIAL =
		365 * DTS-Y + DTS-Q1 - DTS-Q2 + DTS-Q3 + DTS-Q4 + DTS-D.
