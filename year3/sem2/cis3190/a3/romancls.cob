IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANCLS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PERIOD-FILE ASSIGN TO "PERCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PERIOD-STATUS.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS DYNAMIC
		RECORD KEY IS MAST-ID
		ALTERNATE RECORD KEY IS MAST-DATE WITH DUPLICATES
		ALTERNATE RECORD KEY IS MAST-DECIMAL WITH DUPLICATES
		FILE STATUS IS MASTER-STATUS.
	SELECT PEND-FILE ASSIGN TO "PENDFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PEND-STATUS-WS.
	SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "CLSRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the period control is small - a record a month - and is read into
*> storage whole, changed there, and written back whole, the way the
*> night run keeps RUNCTL.
FD PERIOD-FILE.
	COPY PERREC.
FD MASTER-FILE.
	01 MAST-RECORD.
		02 MAST-ID      PICTURE X(08).
		02 MAST-DATE    PICTURE X(08).
		02 MAST-NUMERAL PICTURE X(60).
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
FD PEND-FILE.
	COPY PENDREC.
FD AUDIT-FILE.
	01 AUDIT-RECORD.
		02 AUDIT-OPID    PICTURE X(08).
		02 FILLER        PICTURE X(01).
		02 AUDIT-DATE    PICTURE 9(06).
		02 FILLER        PICTURE X(01).
		02 AUDIT-TIME    PICTURE 9(08).
		02 FILLER        PICTURE X(01).
		02 AUDIT-COUNT   PICTURE 9(04).
		02 FILLER        PICTURE X(01).
		02 AUDIT-REJECTS PICTURE 9(04).
		02 FILLER        PICTURE X(01).
		02 AUDIT-FLAG    PICTURE X(01).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
WORKING-STORAGE SECTION.
77	PERIOD-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
77	PEND-STATUS-WS PICTURE X(02).
77	AUDIT-STATUS PICTURE X(02).
77	OPID-WS PICTURE X(08).
77	RUN-DATE-WS PICTURE 9(06).
77	RUN-TIME-WS PICTURE 9(08).
77	TODAY-WS PICTURE X(08).
77	PRIV-NEEDED PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	AUTH-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
*> PARM is the month to close, YYYYMM, matching the YYYYMMDD ledger
*> dates on the master and the statement month ROMANSTM was run for.
77	TARGET-MONTH PICTURE X(06) VALUE SPACES.
77	HIGH-CLOSED PICTURE X(06) VALUE SPACES.
77	NEXT-MONTH PICTURE X(06).
77	PT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	FX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	DOC-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	DEC-TOTAL PICTURE S9(12) USAGE IS COMPUTATIONAL VALUE 0.
77	WAIT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	TABLE-FULL-SW PICTURE X VALUE 'N'.
	88 PERIOD-TABLE-FULL VALUE 'Y'.
*> month arithmetic for the month after a given one - December rolls
*> into January of the following year.
01	MONTH-WORK.
	02 MW-YEAR  PICTURE 9(4).
	02 MW-MONTH PICTURE 9(2).
01	MONTH-WORK-X REDEFINES MONTH-WORK PICTURE X(6).
01	PERIOD-TABLE.
	02 PT-ENTRY OCCURS 600 TIMES.
		03 PT-MONTH PICTURE X(6).
		03 PT-REST  PICTURE X(74).
01	REFUSE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(26) VALUE '** RUN REFUSED - OPERATOR '.
	02 REFUSE-OPID PICTURE X(8).
	02 FILLER PICTURE X(40) VALUE
		' NOT AUTHORIZED TO CLOSE A PERIOD **'.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(24) VALUE 'ACCOUNTING PERIOD CLOSE'.
01	MONTH-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(16) VALUE 'PERIOD          '.
	02 OUT-MONTH PICTURE X(6).
	02 FILLER PICTURE X(16) VALUE '   AUTHORIZED BY'.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-OPID PICTURE X(8).
01	UNDERLINE-1.
	02 FILLER PICTURE X(90) VALUE
		' -----------------------------------------------------------------------------------------'.
01	NOT-CLOSED-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(28) VALUE '** PERIOD NOT CLOSED - '.
	02 OUT-REASON PICTURE X(50).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	CLOSED-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(14) VALUE 'PERIOD CLOSED '.
	02 OUT-CL-MONTH PICTURE X(6).
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE 'DOCUMENTS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-DOCS PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(13) VALUE 'DECIMAL TOTAL'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-TOTAL PICTURE Z(11)9.
01	EARLIER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(70) VALUE
		'FIRST PERIOD CLOSED ON PERCTL - EVERY EARLIER MONTH CLOSES WITH IT'.
01	OPENED-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE 'CURRENT OPEN PERIOD  '.
	02 OUT-NEXT PICTURE X(6).
01	WAIT-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(70) VALUE
		'WAITING MAINTENANCE AGAINST THE CLOSED PERIOD - WILL NOT BE APPLIED'.
01	WAIT-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(6)  VALUE 'ITEM  '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(3)  VALUE 'ACT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'DOC ID  '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'DOC DATE'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'KEYED BY'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'ACTION'.
01	WAIT-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 OUT-SEQ PICTURE 9(6).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-ACTION PICTURE X(1).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-ID PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-DOC-DATE PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-MAKER PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'DECLINE - REKEY AS J OR V'.
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(29) VALUE '** FILE UNAVAILABLE - '.
	02 ERR-FILE PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(24) VALUE ' - NOTHING CLOSED **'.
01	PARM-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(45) VALUE
		'** PERIOD PARM NOT A YYYYMM MONTH - NO RUN **'.
01	TABLE-FULL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(59) VALUE
		'** PERCTL HOLDS MORE MONTHS THAN THE TABLE - NOTHING CLOSED'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(24) VALUE 'WAITING ITEMS NOT TO RUN'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-WAITING PICTURE ZZZ9.

PROCEDURE DIVISION.
*> closing a month is a supervisor's door - the same USER identity
*> the audit trail records, checked against the authorization master
*> at the supervisor level, with a refused attempt left on the audit
*> trail for the morning dashboard like every other door.
	ACCEPT TARGET-MONTH FROM COMMAND-LINE.
	DISPLAY 'USER' UPON ENVIRONMENT-NAME.
	ACCEPT OPID-WS FROM ENVIRONMENT-VALUE.
	ACCEPT RUN-DATE-WS FROM DATE.
	ACCEPT RUN-TIME-WS FROM TIME.
	ACCEPT TODAY-WS FROM DATE YYYYMMDD.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	IF TARGET-MONTH IS NOT NUMERIC
		GO TO CB7.
	MOVE TARGET-MONTH TO MONTH-WORK-X.
	IF MW-MONTH IS LESS THAN 1
			OR MW-MONTH IS GREATER THAN 12
		GO TO CB7.
	MOVE 4 TO PRIV-NEEDED.
	CALL "OPERCHK" USING OPID-WS, PRIV-NEEDED, AUTH-RET.
	IF AUTH-RET IS NOT EQUAL TO 1
		MOVE OPID-WS TO REFUSE-OPID
		WRITE STDOUT-RECORD FROM REFUSE-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		DISPLAY 'ROMANCLS RUN REFUSED - OPERATOR ' OPID-WS
			' NOT AUTHORIZED TO CLOSE A PERIOD'
		PERFORM NOTE-UNAUTHORIZED
		MOVE 20 TO RETURN-CODE
		STOP RUN.
	MOVE TARGET-MONTH TO OUT-MONTH.
	MOVE OPID-WS TO OUT-OPID.
	WRITE STDOUT-RECORD FROM MONTH-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM LOAD-PERIODS THRU LOAD-PERIODS-X.
	IF RETURN-CODE IS NOT EQUAL TO 0
		GO TO CB9.
*> months close one at a time, in order, and only once they are
*> over: the close is what stops the month's documents changing, and
*> a month still being posted to cannot be held to its statements.
*> The first close on an empty control closes every month before it
*> as well - there is nothing earlier left open to close in order.
	IF HIGH-CLOSED IS NOT EQUAL TO SPACES
			AND TARGET-MONTH IS NOT GREATER THAN HIGH-CLOSED
		MOVE 'MONTH IS ALREADY CLOSED' TO OUT-REASON
		GO TO CB8.
	IF HIGH-CLOSED IS NOT EQUAL TO SPACES
		MOVE HIGH-CLOSED TO MONTH-WORK-X
		PERFORM STEP-MONTH
		IF TARGET-MONTH IS NOT EQUAL TO MONTH-WORK-X
			MOVE 'AN EARLIER MONTH IS STILL OPEN - CLOSE IT FIRST'
				TO OUT-REASON
			GO TO CB8
		END-IF
	END-IF.
	IF TARGET-MONTH IS NOT LESS THAN TODAY-WS (1:6)
		MOVE 'MONTH HAS NOT ENDED' TO OUT-REASON
		GO TO CB8.
	PERFORM TALLY-MONTH THRU TALLY-MONTH-X.
	IF RETURN-CODE IS NOT EQUAL TO 0
		GO TO CB9.
	PERFORM LIST-WAITING THRU LIST-WAITING-X.
	PERFORM MARK-CLOSED THRU MARK-CLOSED-X.
	IF PERIOD-TABLE-FULL
		WRITE STDOUT-RECORD FROM TABLE-FULL-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO CB9.
	PERFORM WRITE-PERIODS THRU WRITE-PERIODS-X.
	IF RETURN-CODE IS NOT EQUAL TO 0
		GO TO CB9.
	MOVE TARGET-MONTH TO OUT-CL-MONTH.
	MOVE DOC-COUNT TO OUT-DOCS.
	MOVE DEC-TOTAL TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM CLOSED-LINE AFTER ADVANCING 2 LINES.
	IF HIGH-CLOSED IS EQUAL TO SPACES
		WRITE STDOUT-RECORD FROM EARLIER-LINE AFTER ADVANCING 1 LINE
	END-IF.
	MOVE NEXT-MONTH TO OUT-NEXT.
	WRITE STDOUT-RECORD FROM OPENED-LINE AFTER ADVANCING 1 LINE.
	MOVE WAIT-COUNT TO TRAILER-WAITING.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 closed, 4 closed but maintenance keyed against it is still
*> waiting and will not be applied (the makers re-key it as
*> adjusting entries), 12 bad PARM or file failure (set where it is
*> found), 16 the month may not be closed - nothing changed, 20
*> operator not authorized.
	IF WAIT-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	STOP RUN.
CB7.	WRITE STDOUT-RECORD FROM PARM-ERROR-LINE AFTER ADVANCING 2 LINES.
	MOVE 12 TO RETURN-CODE.
	GO TO CB9.
CB8.	WRITE STDOUT-RECORD FROM NOT-CLOSED-LINE AFTER ADVANCING 2 LINES.
	DISPLAY 'ROMANCLS ' TARGET-MONTH ' NOT CLOSED - ' OUT-REASON.
	MOVE 16 TO RETURN-CODE.
CB9.	CLOSE STANDARD-OUTPUT.
	STOP RUN.
*> a missing control is the first close ever - nothing is closed yet.
LOAD-PERIODS.
	OPEN INPUT PERIOD-FILE.
	IF PERIOD-STATUS IS EQUAL TO '35'
		GO TO LOAD-PERIODS-X.
	IF PERIOD-STATUS IS NOT EQUAL TO '00'
		MOVE 'PERCTL' TO ERR-FILE
		MOVE PERIOD-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO LOAD-PERIODS-X.
LP1.	READ PERIOD-FILE AT END GO TO LP8.
	IF PT-COUNT IS NOT LESS THAN 600
		SET PERIOD-TABLE-FULL TO TRUE
		GO TO LP8.
	ADD 1 TO PT-COUNT.
	MOVE PER-RECORD TO PT-ENTRY (PT-COUNT).
	IF PER-CLOSED
			AND PER-MONTH IS NUMERIC
			AND (HIGH-CLOSED IS EQUAL TO SPACES
				OR PER-MONTH IS GREATER THAN HIGH-CLOSED)
		MOVE PER-MONTH TO HIGH-CLOSED
	END-IF.
	GO TO LP1.
LP8.	CLOSE PERIOD-FILE.
	IF PERIOD-TABLE-FULL
		WRITE STDOUT-RECORD FROM TABLE-FULL-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE.
LOAD-PERIODS-X.
	EXIT.
STEP-MONTH.
	IF MW-MONTH IS EQUAL TO 12
		MOVE 1 TO MW-MONTH
		ADD 1 TO MW-YEAR
	ELSE
		ADD 1 TO MW-MONTH.
*> the month's standing as the statements saw it, read in on the
*> ledger-date alternate index the way ROMANSTM cuts them, and kept
*> on the control as the figures the month closed on.
TALLY-MONTH.
	OPEN INPUT MASTER-FILE.
	IF MASTER-STATUS IS NOT EQUAL TO '00'
		MOVE 'MASTFILE' TO ERR-FILE
		MOVE MASTER-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO TALLY-MONTH-X.
	MOVE TARGET-MONTH TO MAST-DATE (1:6).
	MOVE '01' TO MAST-DATE (7:2).
	START MASTER-FILE KEY IS NOT LESS THAN MAST-DATE
		INVALID KEY GO TO TM8
	END-START.
TM1.	READ MASTER-FILE NEXT RECORD AT END GO TO TM8.
	IF MAST-DATE (1:6) IS NOT EQUAL TO TARGET-MONTH
		GO TO TM8.
	ADD 1 TO DOC-COUNT.
	ADD MAST-DECIMAL TO DEC-TOTAL.
	GO TO TM1.
TM8.	CLOSE MASTER-FILE.
TALLY-MONTH-X.
	EXIT.
*> an amendment or delete keyed against a document of the month (or,
*> on a first close, of any earlier month) and still waiting for its
*> checker will be refused at approval once the month is closed -
*> listed here so the supervisor can decline it and the maker re-key
*> it as an adjusting entry.
LIST-WAITING.
	OPEN INPUT PEND-FILE.
	IF PEND-STATUS-WS IS NOT EQUAL TO '00'
		GO TO LIST-WAITING-X.
LW1.	READ PEND-FILE AT END GO TO LW8.
	IF NOT PEND-WAITING
		GO TO LW1.
	IF PEND-ACTION IS NOT EQUAL TO 'A'
			AND PEND-ACTION IS NOT EQUAL TO 'D'
		GO TO LW1.
	IF PEND-BEF-DATE (1:6) IS NOT NUMERIC
			OR PEND-BEF-DATE (1:6) IS GREATER THAN TARGET-MONTH
		GO TO LW1.
	IF HIGH-CLOSED IS NOT EQUAL TO SPACES
			AND PEND-BEF-DATE (1:6) IS NOT EQUAL TO TARGET-MONTH
		GO TO LW1.
	IF WAIT-COUNT IS EQUAL TO 0
		WRITE STDOUT-RECORD FROM WAIT-TITLE AFTER ADVANCING 2 LINES
		WRITE STDOUT-RECORD FROM WAIT-HEADS AFTER ADVANCING 1 LINE
		WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE
	END-IF.
	ADD 1 TO WAIT-COUNT.
	MOVE PEND-SEQ TO OUT-SEQ.
	MOVE PEND-ACTION TO OUT-ACTION.
	MOVE PEND-ID TO OUT-ID.
	MOVE PEND-BEF-DATE TO OUT-DOC-DATE.
	MOVE PEND-MAKER TO OUT-MAKER.
	WRITE STDOUT-RECORD FROM WAIT-LINE AFTER ADVANCING 1 LINE.
	GO TO LW1.
LW8.	CLOSE PEND-FILE.
LIST-WAITING-X.
	EXIT.
*> the month's record is marked closed with who, when and the
*> figures it closed on, and the month after it is put on as the
*> open period if it is not there already.
MARK-CLOSED.
	MOVE TARGET-MONTH TO MONTH-WORK-X.
	PERFORM STEP-MONTH.
	MOVE MONTH-WORK-X TO NEXT-MONTH.
	MOVE TARGET-MONTH TO PER-MONTH.
	PERFORM FIND-PERIOD THRU FIND-PERIOD-X.
	IF PERIOD-TABLE-FULL
		GO TO MARK-CLOSED-X.
	MOVE 'C' TO PER-STATUS.
	MOVE OPID-WS TO PER-OPID.
	MOVE TODAY-WS TO PER-DATE.
	MOVE RUN-TIME-WS TO PER-TIME.
	MOVE DOC-COUNT TO PER-DOCS.
	MOVE DEC-TOTAL TO PER-TOTAL.
	MOVE PER-RECORD TO PT-ENTRY (FX).
	MOVE NEXT-MONTH TO PER-MONTH.
	PERFORM FIND-PERIOD THRU FIND-PERIOD-X.
	IF PERIOD-TABLE-FULL
		GO TO MARK-CLOSED-X.
	IF PER-OPEN OR PER-CLOSED
		GO TO MARK-CLOSED-X.
	MOVE 'O' TO PER-STATUS.
	MOVE OPID-WS TO PER-OPID.
	MOVE TODAY-WS TO PER-DATE.
	MOVE RUN-TIME-WS TO PER-TIME.
	MOVE 0 TO PER-DOCS.
	MOVE 0 TO PER-TOTAL.
	MOVE PER-RECORD TO PT-ENTRY (FX).
MARK-CLOSED-X.
	EXIT.
*> PER-MONTH names the month; FX comes back at its entry, and
*> PER-RECORD holds it - a new entry, blank but for the month, when
*> the month was not yet on the control.
FIND-PERIOD.
	MOVE 0 TO FX.
	PERFORM FIND-ONE
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN PT-COUNT
			OR FX IS GREATER THAN 0.
	IF FX IS GREATER THAN 0
		MOVE PT-ENTRY (FX) TO PER-RECORD
	ELSE
		IF PT-COUNT IS NOT LESS THAN 600
			SET PERIOD-TABLE-FULL TO TRUE
			GO TO FIND-PERIOD-X
		END-IF
		ADD 1 TO PT-COUNT
		MOVE PT-COUNT TO FX
		MOVE PER-MONTH TO PT-MONTH (FX)
		MOVE SPACES TO PER-RECORD
		MOVE PT-MONTH (FX) TO PER-MONTH
	END-IF.
FIND-PERIOD-X.
	EXIT.
FIND-ONE.
	IF PT-MONTH (K) IS EQUAL TO PER-MONTH
		MOVE K TO FX
	END-IF.
WRITE-PERIODS.
	OPEN OUTPUT PERIOD-FILE.
	IF PERIOD-STATUS IS NOT EQUAL TO '00'
		MOVE 'PERCTL' TO ERR-FILE
		MOVE PERIOD-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO WRITE-PERIODS-X.
	PERFORM WRITE-ONE
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN PT-COUNT.
	CLOSE PERIOD-FILE.
WRITE-PERIODS-X.
	EXIT.
WRITE-ONE.
	MOVE PT-ENTRY (K) TO PER-RECORD.
	WRITE PER-RECORD.
*> the refused attempt goes on the shared audit trail the way the
*> night run notes its own refusals - zero counts, flag U - so the
*> operations dashboard surfaces it the next morning.
NOTE-UNAUTHORIZED.
	MOVE SPACES TO AUDIT-RECORD.
	MOVE OPID-WS TO AUDIT-OPID.
	MOVE RUN-DATE-WS TO AUDIT-DATE.
	MOVE RUN-TIME-WS TO AUDIT-TIME.
	MOVE 0 TO AUDIT-COUNT.
	MOVE 0 TO AUDIT-REJECTS.
	MOVE 'U' TO AUDIT-FLAG.
	OPEN EXTEND AUDIT-FILE.
	IF AUDIT-STATUS IS EQUAL TO '35'
		OPEN OUTPUT AUDIT-FILE
	END-IF.
	WRITE AUDIT-RECORD.
	CLOSE AUDIT-FILE.
