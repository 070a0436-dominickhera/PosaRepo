IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANCUP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> up to five waiting ledger extracts, supplied in any order - an
*> unused input is DD DUMMY. Each becomes one business day's run.
	SELECT CUP-IN-1 ASSIGN TO "CUPIN1"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IN-STATUS.
	SELECT CUP-IN-2 ASSIGN TO "CUPIN2"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IN-STATUS.
	SELECT CUP-IN-3 ASSIGN TO "CUPIN3"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IN-STATUS.
	SELECT CUP-IN-4 ASSIGN TO "CUPIN4"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IN-STATUS.
	SELECT CUP-IN-5 ASSIGN TO "CUPIN5"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IN-STATUS.
	SELECT CUP-DAY-1 ASSIGN TO "CUPDAY1"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-DAY-2 ASSIGN TO "CUPDAY2"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-DAY-3 ASSIGN TO "CUPDAY3"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-DAY-4 ASSIGN TO "CUPDAY4"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-DAY-5 ASSIGN TO "CUPDAY5"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-EXP-1 ASSIGN TO "CUPEXP1"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-EXP-2 ASSIGN TO "CUPEXP2"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-EXP-3 ASSIGN TO "CUPEXP3"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-EXP-4 ASSIGN TO "CUPEXP4"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT CUP-EXP-5 ASSIGN TO "CUPEXP5"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUT-STATUS.
	SELECT TOTAL-FILE ASSIGN TO "CUPTOT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TOTAL-STATUS.
	SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CALENDAR-STATUS.
	SELECT DONE-FILE ASSIGN TO "DONEFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DONE-STATUS.
	SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUNCTL-STATUS.
	SELECT PLAN-FILE ASSIGN TO "CUPPLAN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PLAN-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "CUPRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the extracts in, and the same records out again one business day
*> per slot, oldest first - CUPDAY1 is the first day the catch-up
*> job runs. CUPEXPn is that day's expected control total in the
*> EXPTOTAL layout, or empty when none was keyed.
FD CUP-IN-1.
	01 CUP-IN-1-RECORD PICTURE X(80).
FD CUP-IN-2.
	01 CUP-IN-2-RECORD PICTURE X(80).
FD CUP-IN-3.
	01 CUP-IN-3-RECORD PICTURE X(80).
FD CUP-IN-4.
	01 CUP-IN-4-RECORD PICTURE X(80).
FD CUP-IN-5.
	01 CUP-IN-5-RECORD PICTURE X(80).
FD CUP-DAY-1.
	01 CUP-DAY-1-RECORD PICTURE X(80).
FD CUP-DAY-2.
	01 CUP-DAY-2-RECORD PICTURE X(80).
FD CUP-DAY-3.
	01 CUP-DAY-3-RECORD PICTURE X(80).
FD CUP-DAY-4.
	01 CUP-DAY-4-RECORD PICTURE X(80).
FD CUP-DAY-5.
	01 CUP-DAY-5-RECORD PICTURE X(80).
FD CUP-EXP-1.
	01 CUP-EXP-1-RECORD PICTURE X(80).
FD CUP-EXP-2.
	01 CUP-EXP-2-RECORD PICTURE X(80).
FD CUP-EXP-3.
	01 CUP-EXP-3-RECORD PICTURE X(80).
FD CUP-EXP-4.
	01 CUP-EXP-4-RECORD PICTURE X(80).
FD CUP-EXP-5.
	01 CUP-EXP-5-RECORD PICTURE X(80).
*> the keyed expected totals for the catch-up, one card per business
*> date: columns 1-8 the date, 10-20 the eleven-digit total in the
*> EXPTOTAL convention.
FD TOTAL-FILE.
	01 TOTAL-RECORD.
		02 TOT-DATE PICTURE X(08).
		02 FILLER   PICTURE X(01).
		02 TOT-SUM  PICTURE X(11).
		02 FILLER   PICTURE X(60).
FD CALENDAR-FILE.
	01 CALENDAR-RECORD.
		02 CAL-DATE PICTURE X(08).
		02 FILLER   PICTURE X(01).
		02 CAL-TYPE PICTURE X(01).
		02 FILLER   PICTURE X(01).
		02 CAL-NAME PICTURE X(69).
FD DONE-FILE.
	01 DONE-RECORD.
		02 DONE-DATE PICTURE X(08).
FD RUNCTL-FILE.
	01 RUNCTL-RECORD.
		02 RUNCTL-DATE PICTURE X(08).
*> the plan the gate steps read: one record per slot - S the slot's
*> day is scheduled, H held or failed, E nothing queued for it.
FD PLAN-FILE.
	01 PLAN-RECORD.
		02 PLAN-SLOT   PICTURE 9(01).
		02 FILLER      PICTURE X(01).
		02 PLAN-DISP   PICTURE X(01).
		02 FILLER      PICTURE X(01).
		02 PLAN-DATE   PICTURE X(08).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(80).
WORKING-STORAGE SECTION.
78	CUP-LIMIT VALUE 5.
*> the processing days that fall between the last completed run and
*> the newest extract - more than this many means an outage the
*> catch-up is not the tool for.
78	SPAN-LIMIT VALUE 100.
77	IN-STATUS PICTURE X(02).
77	OUT-STATUS PICTURE X(02).
77	TOTAL-STATUS PICTURE X(02).
77	CALENDAR-STATUS PICTURE X(02).
77	DONE-STATUS PICTURE X(02).
77	RUNCTL-STATUS PICTURE X(02).
77	PLAN-STATUS PICTURE X(02).
77	IN-X PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	OUT-X PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	QX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	J  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	GX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	Q-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	SCHED-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	HELD-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	GAP-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	CARD-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	IN-EOF-SW PICTURE X VALUE 'N'.
	88 IN-EOF VALUE 'Y'.
77	STOP-SW PICTURE X VALUE 'N'.
	88 PLAN-STOPPED VALUE 'Y'.
77	SPAN-OVER-SW PICTURE X VALUE 'N'.
	88 SPAN-OVERFLOW VALUE 'Y'.
77	CAL-OPEN-SW PICTURE X VALUE 'N'.
	88 CALENDAR-FILE-OPEN VALUE 'Y'.
77	TOTAL-OPEN-SW PICTURE X VALUE 'N'.
	88 TOTAL-FILE-OPEN VALUE 'Y'.
77	EXP-WANTED-SW PICTURE X VALUE 'N'.
	88 EXP-WANTED VALUE 'Y'.
77	MATCH-SW PICTURE X VALUE 'N'.
	88 DATE-MATCHED VALUE 'Y'.
*> PARM P (or none) files the plan; PARM Gn is the gate in front of
*> slot n's day - see GATE-MODE.
77	RUN-MODE-WS PICTURE X(10) VALUE SPACES.
77	GATE-SLOT PICTURE 9(01).
77	LAST-RUN-DATE PICTURE X(08) VALUE SPACES.
77	SPAN-LOW PICTURE X(08) VALUE SPACES.
77	SPAN-HIGH PICTURE X(08) VALUE SPACES.
77	FIRST-GAP PICTURE X(08).
77	SLOT-DIGIT PICTURE 9(01).
77	RUN-DATE-WS PICTURE 9(06).
*> one waiting extract: the record the driver will read, and what the
*> first pass learned about it.
01	IN-RECORD.
	02 IN-ID       PICTURE X(08).
	02 IN-DATE     PICTURE X(08).
	02 IN-NUMERAL  PICTURE X(60).
	02 IN-DIRECTION PICTURE X(01).
	02 IN-SOURCE   PICTURE X(01).
	02 FILLER      PICTURE X(02).
01	INPUT-TABLE.
	02 INPUT-ENTRY OCCURS CUP-LIMIT TIMES.
		03 INP-STATE PICTURE X(01).
			88 INP-NOT-SUPPLIED VALUE 'M'.
			88 INP-NO-DOCUMENTS VALUE 'E'.
			88 INP-QUEUED VALUE 'Q'.
		03 INP-DATE  PICTURE X(08).
		03 INP-FLAW  PICTURE X(01).
		03 INP-DOCS  PICTURE S9(6) USAGE IS COMPUTATIONAL.
*> the queued days, oldest first once QUEUE-SORT has run.
01	QUEUE-TABLE.
	02 Q-ENTRY OCCURS CUP-LIMIT TIMES.
		03 Q-IN       PICTURE S9(4) USAGE IS COMPUTATIONAL.
		03 Q-DATE     PICTURE X(08).
		03 Q-DOCS     PICTURE S9(6) USAGE IS COMPUTATIONAL.
*> M the extract carries more than one ledger date, N none at all.
		03 Q-FLAW     PICTURE X(01).
		03 Q-CAL-TYPE PICTURE X(01).
		03 Q-DONE     PICTURE X(01).
*> Y a total was keyed for the day, B its card was unusable or keyed
*> twice, space none keyed.
		03 Q-EXP-STATE PICTURE X(01).
		03 Q-EXP-SUM  PICTURE 9(11).
		03 Q-DISP     PICTURE X(01).
			88 Q-SCHEDULED VALUE 'S'.
			88 Q-FAILED VALUE 'F'.
			88 Q-HELD VALUE 'H'.
		03 Q-REASON   PICTURE X(40).
		03 Q-REASON-DATE PICTURE X(08).
01	Q-HOLD.
	02 FILLER PICTURE X(78).
*> every processing day inside the span, with whether the completed
*> trail has it - one still open ahead of a queued day stops the
*> plan at that day.
01	SPAN-TABLE.
	02 SPAN-ENTRY OCCURS SPAN-LIMIT TIMES.
		03 SPAN-DATE PICTURE X(08).
		03 SPAN-DONE PICTURE X(01).
01	PLAN-TABLE.
	02 PT-ENTRY OCCURS CUP-LIMIT TIMES.
		03 PT-STATUS PICTURE X(01).
		03 PT-DATE   PICTURE X(08).
01	EXP-RECORD.
	02 EXP-SUM PICTURE 9(11).
	02 FILLER  PICTURE X(69) VALUE SPACES.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(33) VALUE 'LEDGER CATCH-UP RUN PLAN'.
	02 FILLER PICTURE X(9)  VALUE 'RUN DATE '.
	02 HEAD-DATE PICTURE 9(6).
01	LAST-RUN-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(30) VALUE 'LAST COMPLETED BUSINESS DATE'.
	02 OUT-LAST-RUN PICTURE X(12).
01	UNDERLINE-1.
	02 FILLER PICTURE X(80) VALUE
		' -------------------------------------------------------------------------------'.
01	COL-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(5)  VALUE 'SLOT '.
	02 FILLER PICTURE X(10) VALUE 'BUSINESS  '.
	02 FILLER PICTURE X(8)  VALUE 'INPUT   '.
	02 FILLER PICTURE X(8)  VALUE '  DOCS  '.
	02 FILLER PICTURE X(13) VALUE 'EXP CTL SUM  '.
	02 FILLER PICTURE X(11) VALUE 'DISPOSITION'.
01	DETAIL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-SLOT PICTURE X(3).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-DATE PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-INPUT PICTURE X(6).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-DOCS PICTURE ZZZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-EXPECTED PICTURE X(11).
	02 OUT-EXPECTED-N REDEFINES OUT-EXPECTED PICTURE Z(11).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-DISP PICTURE X(35).
01	REASON-LINE.
	02 FILLER PICTURE X(24) VALUE SPACES.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 OUT-REASON PICTURE X(53).
01	INPUT-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(5)  VALUE 'CUPIN'.
	02 OUT-NOTE-INPUT PICTURE 9(1).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-NOTE-TEXT PICTURE X(40).
01	CARD-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(20) VALUE 'EXPECTED TOTAL CARD '.
	02 OUT-CARD-DATE PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-CARD-TEXT PICTURE X(40).
01	FILE-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 FILE-ERR-NAME PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 FILE-ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(23) VALUE ' - NOTHING SCHEDULED **'.
01	NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-NOTE PICTURE X(79).
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(15) VALUE 'EXTRACTS QUEUED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-QUEUED PICTURE Z9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE 'SCHEDULED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-SCHED PICTURE Z9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'FAILED OR HELD'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-HELD PICTURE Z9.

PROCEDURE DIVISION.
	ACCEPT RUN-MODE-WS FROM COMMAND-LINE.
	IF RUN-MODE-WS (1:1) IS EQUAL TO 'G' OR RUN-MODE-WS (1:1) IS EQUAL TO 'g'
		GO TO GATE-MODE.
	ACCEPT RUN-DATE-WS FROM DATE.
	MOVE RUN-DATE-WS TO HEAD-DATE.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
*> the last completed date is what tonight's guard in the nightly
*> run compares against - the catch-up must pick up right after it.
	OPEN INPUT RUNCTL-FILE.
	IF RUNCTL-STATUS IS EQUAL TO '00'
		READ RUNCTL-FILE
			AT END MOVE SPACES TO LAST-RUN-DATE
			NOT AT END MOVE RUNCTL-DATE TO LAST-RUN-DATE
		END-READ
		CLOSE RUNCTL-FILE
	END-IF.
	IF LAST-RUN-DATE IS EQUAL TO SPACES
		MOVE 'NONE ON FILE' TO OUT-LAST-RUN
	ELSE
		MOVE LAST-RUN-DATE TO OUT-LAST-RUN
	END-IF.
	WRITE STDOUT-RECORD FROM LAST-RUN-LINE AFTER ADVANCING 2 LINES.
	PERFORM SCAN-INPUT THRU SCAN-INPUT-X
		VARYING IN-X FROM 1 BY 1
		UNTIL IN-X IS GREATER THAN CUP-LIMIT.
	PERFORM QUEUE-SORT.
*> the calendar is not optional here: a day the shop did not process
*> must never be posted, and nothing can say so without it.
	PERFORM CALENDAR-PASS THRU CALENDAR-PASS-X.
	IF NOT CALENDAR-FILE-OPEN
		MOVE '** CALENDAR DATASET MISSING - NOTHING SCHEDULED **'
			TO OUT-NOTE
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 2 LINES
		MOVE 0 TO SCHED-COUNT
		PERFORM FILE-SLOTS
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	PERFORM DONE-PASS THRU DONE-PASS-X.
	PERFORM TOTAL-PASS THRU TOTAL-PASS-X.
	PERFORM JUDGE-DAY THRU JUDGE-DAY-X
		VARYING QX FROM 1 BY 1
		UNTIL QX IS GREATER THAN Q-COUNT.
	PERFORM FILE-SLOTS.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM PRINT-DAY
		VARYING QX FROM 1 BY 1
		UNTIL QX IS GREATER THAN Q-COUNT.
	IF Q-COUNT IS EQUAL TO 0
		MOVE 'NO EXTRACT WITH DOCUMENTS WAS SUPPLIED' TO OUT-NOTE
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE.
	MOVE SPACES TO STDOUT-RECORD.
	WRITE STDOUT-RECORD AFTER ADVANCING 1 LINE.
	PERFORM PRINT-INPUT-NOTE
		VARYING IN-X FROM 1 BY 1
		UNTIL IN-X IS GREATER THAN CUP-LIMIT.
	IF NOT TOTAL-FILE-OPEN
		MOVE 'NO EXPECTED TOTALS SUPPLIED - RECONCILIATION SKIPPED'
			TO OUT-NOTE
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE.
	MOVE Q-COUNT TO TRAILER-QUEUED.
	MOVE SCHED-COUNT TO TRAILER-SCHED.
	MOVE HELD-COUNT TO TRAILER-HELD.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 every queued day scheduled, 4 some scheduled and the rest held
*> behind the first day that failed, 8 nothing scheduled (no
*> extract supplied, or the oldest day failed), 12 no calendar or
*> a slot dataset or the plan could not be written.
	IF HELD-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	IF SCHED-COUNT IS EQUAL TO 0
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
*> first pass over one extract: how many documents, and which ledger
*> date they carry. Envelope records carry a branch code where the
*> date would be, so only documents count. A catch-up day is one
*> business date - an extract whose documents disagree is flagged
*> rather than guessed at.
SCAN-INPUT.
	MOVE SPACES TO INP-STATE (IN-X).
	MOVE SPACES TO INP-DATE (IN-X).
	MOVE SPACE TO INP-FLAW (IN-X).
	MOVE 0 TO INP-DOCS (IN-X).
	PERFORM OPEN-IN THRU OPEN-IN-X.
	IF IN-STATUS IS NOT EQUAL TO '00'
		SET INP-NOT-SUPPLIED (IN-X) TO TRUE
		GO TO SCAN-INPUT-X.
	MOVE 'N' TO IN-EOF-SW.
SI1.	PERFORM READ-IN THRU READ-IN-X.
	IF IN-EOF
		GO TO SI8.
	IF IN-ID IS EQUAL TO '*BRANCH*' OR IN-ID IS EQUAL TO '*BTOTAL*'
		GO TO SI1.
	ADD 1 TO INP-DOCS (IN-X).
	IF IN-DATE IS EQUAL TO SPACES
		GO TO SI1.
	IF INP-DATE (IN-X) IS EQUAL TO SPACES
		MOVE IN-DATE TO INP-DATE (IN-X)
		GO TO SI1.
	IF IN-DATE IS NOT EQUAL TO INP-DATE (IN-X)
		MOVE 'M' TO INP-FLAW (IN-X)
	END-IF.
	GO TO SI1.
SI8.	PERFORM CLOSE-IN THRU CLOSE-IN-X.
	IF INP-DOCS (IN-X) IS EQUAL TO 0
		SET INP-NO-DOCUMENTS (IN-X) TO TRUE
		GO TO SCAN-INPUT-X.
	IF INP-DATE (IN-X) IS EQUAL TO SPACES
		MOVE 'N' TO INP-FLAW (IN-X).
	SET INP-QUEUED (IN-X) TO TRUE.
	ADD 1 TO Q-COUNT.
	MOVE IN-X TO Q-IN (Q-COUNT).
	MOVE INP-DATE (IN-X) TO Q-DATE (Q-COUNT).
	MOVE INP-DOCS (IN-X) TO Q-DOCS (Q-COUNT).
	MOVE INP-FLAW (IN-X) TO Q-FLAW (Q-COUNT).
	MOVE SPACE TO Q-CAL-TYPE (Q-COUNT).
	MOVE 'N' TO Q-DONE (Q-COUNT).
	MOVE SPACE TO Q-EXP-STATE (Q-COUNT).
	MOVE 0 TO Q-EXP-SUM (Q-COUNT).
	MOVE SPACE TO Q-DISP (Q-COUNT).
	MOVE SPACES TO Q-REASON (Q-COUNT).
	MOVE SPACES TO Q-REASON-DATE (Q-COUNT).
SCAN-INPUT-X.
	EXIT.
*> oldest first - an extract with no date at all sorts to the front,
*> so it stops the plan before anything posts.
QUEUE-SORT.
	PERFORM QUEUE-SORT-PASS
		VARYING J FROM 1 BY 1
		UNTIL J IS NOT LESS THAN Q-COUNT.
QUEUE-SORT-PASS.
	PERFORM QUEUE-SORT-STEP
		VARYING K FROM 1 BY 1
		UNTIL K IS NOT LESS THAN Q-COUNT - J + 1.
QUEUE-SORT-STEP.
	IF Q-DATE (K) IS GREATER THAN Q-DATE (K + 1)
		MOVE Q-ENTRY (K) TO Q-HOLD
		MOVE Q-ENTRY (K + 1) TO Q-ENTRY (K)
		MOVE Q-HOLD TO Q-ENTRY (K + 1)
	END-IF.
*> one pass of the calendar: the type of each queued day, and every
*> processing day between the last completed run (or the oldest
*> queued day when there has been none) and the newest queued day
*> that is not itself queued - those must already be on the done
*> trail, or the catch-up would post past a day that never ran.
CALENDAR-PASS.
	IF Q-COUNT IS GREATER THAN 0
		MOVE Q-DATE (1) TO SPAN-LOW
		MOVE Q-DATE (Q-COUNT) TO SPAN-HIGH
	END-IF.
	IF LAST-RUN-DATE IS NUMERIC
		MOVE LAST-RUN-DATE TO SPAN-LOW.
	OPEN INPUT CALENDAR-FILE.
	IF CALENDAR-STATUS IS EQUAL TO '00'
		SET CALENDAR-FILE-OPEN TO TRUE
	ELSE
		GO TO CALENDAR-PASS-X.
CP1.	READ CALENDAR-FILE AT END GO TO CP8.
	IF CAL-DATE IS NOT NUMERIC
		GO TO CP1.
	MOVE 'N' TO MATCH-SW.
	PERFORM CAL-MATCH
		VARYING QX FROM 1 BY 1
		UNTIL QX IS GREATER THAN Q-COUNT.
	IF DATE-MATCHED OR CAL-TYPE IS NOT EQUAL TO 'P'
		GO TO CP1.
	IF CAL-DATE IS NOT GREATER THAN SPAN-LOW
			OR CAL-DATE IS NOT LESS THAN SPAN-HIGH
		GO TO CP1.
	IF GAP-COUNT IS NOT LESS THAN SPAN-LIMIT
		SET SPAN-OVERFLOW TO TRUE
		GO TO CP1.
	ADD 1 TO GAP-COUNT.
	MOVE CAL-DATE TO SPAN-DATE (GAP-COUNT).
	MOVE 'N' TO SPAN-DONE (GAP-COUNT).
	GO TO CP1.
CP8.	CLOSE CALENDAR-FILE.
CALENDAR-PASS-X.
	EXIT.
CAL-MATCH.
	IF CAL-DATE IS EQUAL TO Q-DATE (QX)
		MOVE CAL-TYPE TO Q-CAL-TYPE (QX)
		SET DATE-MATCHED TO TRUE
	END-IF.
*> the completed-dates trail, read whole - a missing trail on a
*> brand-new shop is an empty one.
DONE-PASS.
	OPEN INPUT DONE-FILE.
	IF DONE-STATUS IS NOT EQUAL TO '00'
		GO TO DONE-PASS-X.
DP1.	READ DONE-FILE AT END GO TO DP8.
	PERFORM DONE-MATCH
		VARYING QX FROM 1 BY 1
		UNTIL QX IS GREATER THAN Q-COUNT.
	PERFORM SPAN-MATCH
		VARYING GX FROM 1 BY 1
		UNTIL GX IS GREATER THAN GAP-COUNT.
	GO TO DP1.
DP8.	CLOSE DONE-FILE.
DONE-PASS-X.
	EXIT.
DONE-MATCH.
	IF DONE-DATE IS EQUAL TO Q-DATE (QX)
		MOVE 'Y' TO Q-DONE (QX)
	END-IF.
SPAN-MATCH.
	IF DONE-DATE IS EQUAL TO SPAN-DATE (GX)
		MOVE 'Y' TO SPAN-DONE (GX)
	END-IF.
*> the keyed expected totals - what data entry used to hand-edit
*> into EXPTOTAL once per resubmission. An unusable card, or a
*> second card for the same day, leaves that day with no total it
*> can trust, and the day fails rather than skip its reconciliation.
TOTAL-PASS.
	OPEN INPUT TOTAL-FILE.
	IF TOTAL-STATUS IS NOT EQUAL TO '00'
		GO TO TOTAL-PASS-X.
	SET TOTAL-FILE-OPEN TO TRUE.
TP1.	READ TOTAL-FILE AT END GO TO TP8.
	IF TOTAL-RECORD IS EQUAL TO SPACES
		GO TO TP1.
	ADD 1 TO CARD-COUNT.
	MOVE TOT-DATE TO OUT-CARD-DATE.
	IF TOT-DATE IS NOT NUMERIC
		MOVE 'DATE NOT NUMERIC - CARD IGNORED' TO OUT-CARD-TEXT
		WRITE STDOUT-RECORD FROM CARD-NOTE-LINE AFTER ADVANCING 1 LINE
		GO TO TP1.
	MOVE 'N' TO MATCH-SW.
	PERFORM TOTAL-MATCH
		VARYING QX FROM 1 BY 1
		UNTIL QX IS GREATER THAN Q-COUNT.
	IF NOT DATE-MATCHED
		MOVE 'NO EXTRACT QUEUED FOR THIS DATE' TO OUT-CARD-TEXT
		WRITE STDOUT-RECORD FROM CARD-NOTE-LINE AFTER ADVANCING 1 LINE.
	GO TO TP1.
TP8.	CLOSE TOTAL-FILE.
TOTAL-PASS-X.
	EXIT.
TOTAL-MATCH.
	IF TOT-DATE IS EQUAL TO Q-DATE (QX)
		SET DATE-MATCHED TO TRUE
		IF Q-EXP-STATE (QX) IS EQUAL TO SPACE AND TOT-SUM IS NUMERIC
			MOVE 'Y' TO Q-EXP-STATE (QX)
			MOVE TOT-SUM TO Q-EXP-SUM (QX)
		ELSE
			MOVE 'B' TO Q-EXP-STATE (QX)
		END-IF
	END-IF.
*> hold one queued day to every test, oldest first. The first day
*> that fails stops the plan: it and every later day are left for
*> the operators, so no day is ever posted ahead of an earlier one.
JUDGE-DAY.
	IF PLAN-STOPPED
		SET Q-HELD (QX) TO TRUE
		MOVE 'HELD BEHIND AN EARLIER DAY - NOT RUN' TO Q-REASON (QX)
		ADD 1 TO HELD-COUNT
		GO TO JUDGE-DAY-X.
	IF Q-FLAW (QX) IS EQUAL TO 'N'
		MOVE 'NO LEDGER DATE ON ANY DOCUMENT' TO Q-REASON (QX)
		GO TO JUDGE-FAIL.
	IF Q-FLAW (QX) IS EQUAL TO 'M'
		MOVE 'EXTRACT CARRIES MORE THAN ONE DATE' TO Q-REASON (QX)
		GO TO JUDGE-FAIL.
	IF QX IS GREATER THAN 1
		IF Q-DATE (QX) IS EQUAL TO Q-DATE (QX - 1)
			MOVE 'SAME DATE AS ANOTHER EXTRACT' TO Q-REASON (QX)
			GO TO JUDGE-FAIL
		END-IF
	END-IF.
	IF Q-CAL-TYPE (QX) IS EQUAL TO SPACE
		MOVE 'DATE NOT ON THE PROCESSING CALENDAR' TO Q-REASON (QX)
		GO TO JUDGE-FAIL.
	IF Q-CAL-TYPE (QX) IS NOT EQUAL TO 'P'
		MOVE 'NOT A PROCESSING DAY' TO Q-REASON (QX)
		GO TO JUDGE-FAIL.
	IF Q-DONE (QX) IS EQUAL TO 'Y' OR Q-DATE (QX) IS EQUAL TO LAST-RUN-DATE
		MOVE 'ALREADY PROCESSED' TO Q-REASON (QX)
		GO TO JUDGE-FAIL.
	IF SPAN-OVERFLOW
		MOVE 'TOO MANY PROCESSING DAYS SINCE LAST RUN' TO Q-REASON (QX)
		GO TO JUDGE-FAIL.
	MOVE HIGH-VALUES TO FIRST-GAP.
	PERFORM SPAN-CHECK
		VARYING GX FROM 1 BY 1
		UNTIL GX IS GREATER THAN GAP-COUNT.
	IF FIRST-GAP IS NOT EQUAL TO HIGH-VALUES
		MOVE 'PROCESSING DAY NOT YET RUN -' TO Q-REASON (QX)
		MOVE FIRST-GAP TO Q-REASON-DATE (QX)
		GO TO JUDGE-FAIL.
	IF Q-EXP-STATE (QX) IS EQUAL TO 'B'
		MOVE 'EXPECTED TOTAL UNUSABLE OR KEYED TWICE'
			TO Q-REASON (QX)
		GO TO JUDGE-FAIL.
	SET Q-SCHEDULED (QX) TO TRUE.
	ADD 1 TO SCHED-COUNT.
	GO TO JUDGE-DAY-X.
JUDGE-FAIL.
	SET Q-FAILED (QX) TO TRUE.
	SET PLAN-STOPPED TO TRUE.
	ADD 1 TO HELD-COUNT.
JUDGE-DAY-X.
	EXIT.
SPAN-CHECK.
	IF SPAN-DONE (GX) IS EQUAL TO 'N'
			AND SPAN-DATE (GX) IS LESS THAN Q-DATE (QX)
			AND SPAN-DATE (GX) IS LESS THAN FIRST-GAP
		MOVE SPAN-DATE (GX) TO FIRST-GAP
	END-IF.
*> every slot's datasets are written, used or not, and the plan
*> says which ones the gate steps may release. Scheduled days are
*> always the leading slots - the plan stops at the first failure.
FILE-SLOTS.
	OPEN OUTPUT PLAN-FILE.
	IF PLAN-STATUS IS NOT EQUAL TO '00'
		MOVE 'CUPPLAN' TO FILE-ERR-NAME
		MOVE PLAN-STATUS TO FILE-ERR-STATUS
		GO TO SF5.
	PERFORM FILE-ONE-SLOT
		VARYING OUT-X FROM 1 BY 1
		UNTIL OUT-X IS GREATER THAN CUP-LIMIT.
	CLOSE PLAN-FILE.
FILE-ONE-SLOT.
	MOVE SPACES TO PLAN-RECORD.
	MOVE OUT-X TO PLAN-SLOT.
	MOVE 'N' TO EXP-WANTED-SW.
	PERFORM OPEN-DAY THRU OPEN-DAY-X.
	IF OUT-STATUS IS NOT EQUAL TO '00'
		MOVE 'CUPDAY' TO FILE-ERR-NAME
		GO TO SLOT-FAILED.
	IF OUT-X IS GREATER THAN Q-COUNT
		MOVE 'E' TO PLAN-DISP
	ELSE
		MOVE Q-DATE (OUT-X) TO PLAN-DATE
		IF Q-SCHEDULED (OUT-X)
			MOVE 'S' TO PLAN-DISP
			PERFORM COPY-DAY THRU COPY-DAY-X
			IF Q-EXP-STATE (OUT-X) IS EQUAL TO 'Y'
				SET EXP-WANTED TO TRUE
				MOVE Q-EXP-SUM (OUT-X) TO EXP-SUM
			END-IF
		ELSE
			MOVE 'H' TO PLAN-DISP
		END-IF
	END-IF.
	PERFORM CLOSE-DAY THRU CLOSE-DAY-X.
	PERFORM FILE-EXP THRU FILE-EXP-X.
	IF OUT-STATUS IS NOT EQUAL TO '00'
		MOVE 'CUPEXP' TO FILE-ERR-NAME
		GO TO SLOT-FAILED.
	WRITE PLAN-RECORD.
*> second pass: the scheduled extract, record for record, into its
*> day's slot - envelopes and all, exactly as the nightly run would
*> have read it.
*> a slot dataset that cannot be written must never be released, so
*> the plan is emptied - every gate then finds nothing scheduled -
*> and the run ends on the file failure.
SLOT-FAILED.
	MOVE OUT-X TO SLOT-DIGIT.
	MOVE SLOT-DIGIT TO FILE-ERR-NAME (7:1).
	MOVE OUT-STATUS TO FILE-ERR-STATUS.
	CLOSE PLAN-FILE.
	OPEN OUTPUT PLAN-FILE.
	CLOSE PLAN-FILE.
SF5.	WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
	MOVE 12 TO RETURN-CODE.
	STOP RUN.
COPY-DAY.
	MOVE Q-IN (OUT-X) TO IN-X.
	PERFORM OPEN-IN THRU OPEN-IN-X.
	MOVE 'N' TO IN-EOF-SW.
CD1.	PERFORM READ-IN THRU READ-IN-X.
	IF IN-EOF
		GO TO CD8.
	PERFORM WRITE-DAY THRU WRITE-DAY-X.
	GO TO CD1.
CD8.	PERFORM CLOSE-IN THRU CLOSE-IN-X.
COPY-DAY-X.
	EXIT.
PRINT-DAY.
	MOVE SPACES TO OUT-SLOT.
	IF Q-SCHEDULED (QX)
		MOVE QX TO SLOT-DIGIT
		MOVE SLOT-DIGIT TO OUT-SLOT (3:1)
		MOVE 'SCHEDULED' TO OUT-DISP
	END-IF.
	IF Q-FAILED (QX)
		MOVE 'FAILED - CATCH-UP STOPS HERE' TO OUT-DISP.
	IF Q-HELD (QX)
		MOVE 'HELD' TO OUT-DISP.
	MOVE Q-DATE (QX) TO OUT-DATE.
	MOVE 'CUPIN ' TO OUT-INPUT.
	MOVE Q-IN (QX) TO SLOT-DIGIT.
	MOVE SLOT-DIGIT TO OUT-INPUT (6:1).
	MOVE Q-DOCS (QX) TO OUT-DOCS.
	IF Q-EXP-STATE (QX) IS EQUAL TO 'Y'
		MOVE Q-EXP-SUM (QX) TO OUT-EXPECTED-N
	ELSE
		IF Q-EXP-STATE (QX) IS EQUAL TO 'B'
			MOVE '   UNUSABLE' TO OUT-EXPECTED
		ELSE
			MOVE '  NOT KEYED' TO OUT-EXPECTED
		END-IF
	END-IF.
	WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
	IF Q-REASON (QX) IS NOT EQUAL TO SPACES
		MOVE SPACES TO OUT-REASON
		IF Q-REASON-DATE (QX) IS EQUAL TO SPACES
			STRING Q-REASON (QX) DELIMITED BY '  '
				' **' DELIMITED BY SIZE
				INTO OUT-REASON
		ELSE
			STRING Q-REASON (QX) DELIMITED BY '  '
				' ' Q-REASON-DATE (QX) ' **' DELIMITED BY SIZE
				INTO OUT-REASON
		END-IF
		WRITE STDOUT-RECORD FROM REASON-LINE AFTER ADVANCING 1 LINE
	END-IF.
PRINT-INPUT-NOTE.
	MOVE IN-X TO OUT-NOTE-INPUT.
	IF INP-NOT-SUPPLIED (IN-X)
		MOVE 'NOT SUPPLIED' TO OUT-NOTE-TEXT
		WRITE STDOUT-RECORD FROM INPUT-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF INP-NO-DOCUMENTS (IN-X)
		MOVE 'NO DOCUMENTS - NOT QUEUED' TO OUT-NOTE-TEXT
		WRITE STDOUT-RECORD FROM INPUT-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
*> the gate in front of each later day of the catch-up job (PARM G
*> and the slot number): CC 0 releases the day when the plan
*> scheduled it and the day before it is on the completed-dates
*> trail, CC 4 when the plan has nothing more to run, CC 8 when the
*> day before never completed, CC 12 for a bad PARM or no plan.
GATE-MODE.
	IF RUN-MODE-WS (2:1) IS NOT NUMERIC
		DISPLAY 'ROMANCUP GATE REFUSED - PARM ' RUN-MODE-WS
			' NOT G AND A SLOT NUMBER'
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE RUN-MODE-WS (2:1) TO GATE-SLOT.
	IF GATE-SLOT IS EQUAL TO 0 OR GATE-SLOT IS GREATER THAN CUP-LIMIT
		DISPLAY 'ROMANCUP GATE REFUSED - NO SLOT ' GATE-SLOT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE SPACES TO PLAN-TABLE.
	OPEN INPUT PLAN-FILE.
	IF PLAN-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANCUP GATE REFUSED - CUPPLAN STATUS ' PLAN-STATUS
		MOVE 12 TO RETURN-CODE
		STOP RUN.
GM1.	READ PLAN-FILE AT END GO TO GM8.
	IF PLAN-SLOT IS GREATER THAN 0 AND PLAN-SLOT IS NOT GREATER THAN CUP-LIMIT
		MOVE PLAN-DISP TO PT-STATUS (PLAN-SLOT)
		MOVE PLAN-DATE TO PT-DATE (PLAN-SLOT)
	END-IF.
	GO TO GM1.
GM8.	CLOSE PLAN-FILE.
	IF PT-STATUS (GATE-SLOT) IS NOT EQUAL TO 'S'
		DISPLAY 'ROMANCUP SLOT ' GATE-SLOT ' - NOTHING SCHEDULED'
		MOVE 4 TO RETURN-CODE
		STOP RUN.
	IF GATE-SLOT IS GREATER THAN 1
		MOVE 'N' TO MATCH-SW
		PERFORM GATE-DONE-CHECK THRU GATE-DONE-CHECK-X
		IF NOT DATE-MATCHED
			COMPUTE K = GATE-SLOT - 1
			DISPLAY 'ROMANCUP SLOT ' GATE-SLOT ' HELD - '
				PT-DATE (K) ' NOT COMPLETED'
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.
	DISPLAY 'ROMANCUP SLOT ' GATE-SLOT ' - BUSINESS DATE '
		PT-DATE (GATE-SLOT) ' RELEASED'.
	STOP RUN.
GATE-DONE-CHECK.
	COMPUTE K = GATE-SLOT - 1.
	OPEN INPUT DONE-FILE.
	IF DONE-STATUS IS NOT EQUAL TO '00'
		GO TO GATE-DONE-CHECK-X.
GD1.	READ DONE-FILE AT END GO TO GD8.
	IF DONE-DATE IS EQUAL TO PT-DATE (K)
		SET DATE-MATCHED TO TRUE.
	GO TO GD1.
GD8.	CLOSE DONE-FILE.
GATE-DONE-CHECK-X.
	EXIT.
*> one extract or slot dataset at a time by number - the file a
*> statement names cannot be subscripted.
OPEN-IN.
	GO TO OPEN-IN-1, OPEN-IN-2, OPEN-IN-3, OPEN-IN-4, OPEN-IN-5
		DEPENDING ON IN-X.
	GO TO OPEN-IN-X.
OPEN-IN-1.
	OPEN INPUT CUP-IN-1.
	GO TO OPEN-IN-X.
OPEN-IN-2.
	OPEN INPUT CUP-IN-2.
	GO TO OPEN-IN-X.
OPEN-IN-3.
	OPEN INPUT CUP-IN-3.
	GO TO OPEN-IN-X.
OPEN-IN-4.
	OPEN INPUT CUP-IN-4.
	GO TO OPEN-IN-X.
OPEN-IN-5.
	OPEN INPUT CUP-IN-5.
	GO TO OPEN-IN-X.
OPEN-IN-X.
	EXIT.
READ-IN.
	GO TO READ-IN-1, READ-IN-2, READ-IN-3, READ-IN-4, READ-IN-5
		DEPENDING ON IN-X.
	GO TO READ-IN-X.
READ-IN-1.
	READ CUP-IN-1 INTO IN-RECORD
		AT END SET IN-EOF TO TRUE
	END-READ.
	GO TO READ-IN-X.
READ-IN-2.
	READ CUP-IN-2 INTO IN-RECORD
		AT END SET IN-EOF TO TRUE
	END-READ.
	GO TO READ-IN-X.
READ-IN-3.
	READ CUP-IN-3 INTO IN-RECORD
		AT END SET IN-EOF TO TRUE
	END-READ.
	GO TO READ-IN-X.
READ-IN-4.
	READ CUP-IN-4 INTO IN-RECORD
		AT END SET IN-EOF TO TRUE
	END-READ.
	GO TO READ-IN-X.
READ-IN-5.
	READ CUP-IN-5 INTO IN-RECORD
		AT END SET IN-EOF TO TRUE
	END-READ.
	GO TO READ-IN-X.
READ-IN-X.
	EXIT.
CLOSE-IN.
	GO TO CLOSE-IN-1, CLOSE-IN-2, CLOSE-IN-3, CLOSE-IN-4, CLOSE-IN-5
		DEPENDING ON IN-X.
	GO TO CLOSE-IN-X.
CLOSE-IN-1.
	CLOSE CUP-IN-1.
	GO TO CLOSE-IN-X.
CLOSE-IN-2.
	CLOSE CUP-IN-2.
	GO TO CLOSE-IN-X.
CLOSE-IN-3.
	CLOSE CUP-IN-3.
	GO TO CLOSE-IN-X.
CLOSE-IN-4.
	CLOSE CUP-IN-4.
	GO TO CLOSE-IN-X.
CLOSE-IN-5.
	CLOSE CUP-IN-5.
	GO TO CLOSE-IN-X.
CLOSE-IN-X.
	EXIT.
OPEN-DAY.
	GO TO OPEN-DAY-1, OPEN-DAY-2, OPEN-DAY-3, OPEN-DAY-4, OPEN-DAY-5
		DEPENDING ON OUT-X.
	GO TO OPEN-DAY-X.
OPEN-DAY-1.
	OPEN OUTPUT CUP-DAY-1.
	GO TO OPEN-DAY-X.
OPEN-DAY-2.
	OPEN OUTPUT CUP-DAY-2.
	GO TO OPEN-DAY-X.
OPEN-DAY-3.
	OPEN OUTPUT CUP-DAY-3.
	GO TO OPEN-DAY-X.
OPEN-DAY-4.
	OPEN OUTPUT CUP-DAY-4.
	GO TO OPEN-DAY-X.
OPEN-DAY-5.
	OPEN OUTPUT CUP-DAY-5.
	GO TO OPEN-DAY-X.
OPEN-DAY-X.
	EXIT.
WRITE-DAY.
	GO TO WRITE-DAY-1, WRITE-DAY-2, WRITE-DAY-3, WRITE-DAY-4, WRITE-DAY-5
		DEPENDING ON OUT-X.
	GO TO WRITE-DAY-X.
WRITE-DAY-1.
	WRITE CUP-DAY-1-RECORD FROM IN-RECORD.
	GO TO WRITE-DAY-X.
WRITE-DAY-2.
	WRITE CUP-DAY-2-RECORD FROM IN-RECORD.
	GO TO WRITE-DAY-X.
WRITE-DAY-3.
	WRITE CUP-DAY-3-RECORD FROM IN-RECORD.
	GO TO WRITE-DAY-X.
WRITE-DAY-4.
	WRITE CUP-DAY-4-RECORD FROM IN-RECORD.
	GO TO WRITE-DAY-X.
WRITE-DAY-5.
	WRITE CUP-DAY-5-RECORD FROM IN-RECORD.
	GO TO WRITE-DAY-X.
WRITE-DAY-X.
	EXIT.
CLOSE-DAY.
	GO TO CLOSE-DAY-1, CLOSE-DAY-2, CLOSE-DAY-3, CLOSE-DAY-4, CLOSE-DAY-5
		DEPENDING ON OUT-X.
	GO TO CLOSE-DAY-X.
CLOSE-DAY-1.
	CLOSE CUP-DAY-1.
	GO TO CLOSE-DAY-X.
CLOSE-DAY-2.
	CLOSE CUP-DAY-2.
	GO TO CLOSE-DAY-X.
CLOSE-DAY-3.
	CLOSE CUP-DAY-3.
	GO TO CLOSE-DAY-X.
CLOSE-DAY-4.
	CLOSE CUP-DAY-4.
	GO TO CLOSE-DAY-X.
CLOSE-DAY-5.
	CLOSE CUP-DAY-5.
	GO TO CLOSE-DAY-X.
CLOSE-DAY-X.
	EXIT.
FILE-EXP.
	GO TO FILE-EXP-1, FILE-EXP-2, FILE-EXP-3, FILE-EXP-4, FILE-EXP-5
		DEPENDING ON OUT-X.
	GO TO FILE-EXP-X.
FILE-EXP-1.
	OPEN OUTPUT CUP-EXP-1.
	IF OUT-STATUS IS NOT EQUAL TO '00'
		GO TO FILE-EXP-X.
	IF EXP-WANTED
		WRITE CUP-EXP-1-RECORD FROM EXP-RECORD
	END-IF.
	CLOSE CUP-EXP-1.
	GO TO FILE-EXP-X.
FILE-EXP-2.
	OPEN OUTPUT CUP-EXP-2.
	IF OUT-STATUS IS NOT EQUAL TO '00'
		GO TO FILE-EXP-X.
	IF EXP-WANTED
		WRITE CUP-EXP-2-RECORD FROM EXP-RECORD
	END-IF.
	CLOSE CUP-EXP-2.
	GO TO FILE-EXP-X.
FILE-EXP-3.
	OPEN OUTPUT CUP-EXP-3.
	IF OUT-STATUS IS NOT EQUAL TO '00'
		GO TO FILE-EXP-X.
	IF EXP-WANTED
		WRITE CUP-EXP-3-RECORD FROM EXP-RECORD
	END-IF.
	CLOSE CUP-EXP-3.
	GO TO FILE-EXP-X.
FILE-EXP-4.
	OPEN OUTPUT CUP-EXP-4.
	IF OUT-STATUS IS NOT EQUAL TO '00'
		GO TO FILE-EXP-X.
	IF EXP-WANTED
		WRITE CUP-EXP-4-RECORD FROM EXP-RECORD
	END-IF.
	CLOSE CUP-EXP-4.
	GO TO FILE-EXP-X.
FILE-EXP-5.
	OPEN OUTPUT CUP-EXP-5.
	IF OUT-STATUS IS NOT EQUAL TO '00'
		GO TO FILE-EXP-X.
	IF EXP-WANTED
		WRITE CUP-EXP-5-RECORD FROM EXP-RECORD
	END-IF.
	CLOSE CUP-EXP-5.
	GO TO FILE-EXP-X.
FILE-EXP-X.
	EXIT.
