	SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-STATUS.
	SELECT HISTORY-FILE ASSIGN TO "FIXHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HISTORY-STATUS.

DATA DIVISION.
FILE SECTION.
		02 RECYC-ID      PICTURE X(08).
		02 RECYC-DATE    PICTURE X(08).
		02 RECYC-NUMERAL PICTURE X(60).
		02 FILLER        PICTURE X(01).
*> R marks the document as a recycled correction for the night run,
*> so a correction that rejects again is counted as one.
		02 RECYC-SOURCE  PICTURE X(01).
		02 FILLER        PICTURE X(02).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
FD AUDIT-FILE.
		02 AUDIT-REJECTS PICTURE 9(04).
		02 FILLER        PICTURE X(01).
		02 AUDIT-FLAG    PICTURE X(01).
FD HISTORY-FILE.
	COPY FIXREC.
WORKING-STORAGE SECTION.
77	REJECT-STATUS PICTURE X(02).
77	CORR-STATUS PICTURE X(02).
	88 REJ-TABLE-FULL VALUE 'Y'.
77	RUN-DATE-WS PICTURE 9(8).
77	AUDIT-STATUS PICTURE X(02).
77	HISTORY-STATUS PICTURE X(02).
77	HIST-DATE-WS PICTURE 9(06).
77	HIST-TIME-WS PICTURE 9(08).
77	OPID-WS PICTURE X(08).
77	AUDIT-DATE-WS PICTURE 9(06).
77	AUDIT-TIME-WS PICTURE 9(08).
77	PRIV-NEEDED PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	AUTH-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	FIX-ID-DATE PICTURE X(8).
77	FIX-ID-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	IDCTL-MISSING-SW PICTURE X VALUE 'N'.
	88 IDCTL-MISSING VALUE 'Y'.
01	REFUSE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(26) VALUE '** RUN REFUSED - OPERATOR '.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(75) VALUE
		'** WARNING - REJFILE EXCEEDS THE TABLE - DATASET NOT REWRITTEN THIS RUN **'.
01	IDCTL-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(60) VALUE
		'** NO DOCUMENT NUMBER CUT-OVER - CHECK CHARACTER NOT MADE **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(16) VALUE 'CORRECTIONS READ'.
	IF RECYCLE-STATUS IS EQUAL TO '35'
		OPEN OUTPUT RECYCLE-FILE
	END-IF.
*> every correction given, whatever became of it, goes on the
*> correction history - the one lasting record of it once tonight's
*> run has emptied the recycle dataset.
	OPEN EXTEND HISTORY-FILE.
	IF HISTORY-STATUS IS EQUAL TO '35'
		OPEN OUTPUT HISTORY-FILE
	END-IF.
	ACCEPT HIST-DATE-WS FROM DATE.
	ACCEPT HIST-TIME-WS FROM TIME.
	OPEN INPUT CORR-FILE.
	IF CORR-STATUS IS EQUAL TO '00'
		SET CORR-FILE-OPEN TO TRUE
		MOVE 'ALREADY RESOLVED' TO OUT-DISP
		ADD 1 TO FAIL-COUNT
		GO TO CL7.
*> the document id is re-keyed on the correction sheet, and the
*> recycled record posts under it - it must carry the right check
*> character like any other keyed id, judged by the ledger date the
*> document originally failed under.
	MOVE SPACES TO FIX-ID-DATE.
	IF CORR-DATE IS NUMERIC
		MOVE CORR-DATE TO FIX-ID-DATE.
	CALL "IDCHK" USING CORR-ID, FIX-ID-DATE, FIX-ID-RET.
	IF FIX-ID-RET IS EQUAL TO 9
		SET IDCTL-MISSING TO TRUE.
	IF FIX-ID-RET IS EQUAL TO 1
		MOVE 'CHECK CHAR WRONG' TO OUT-DISP
		ADD 1 TO FAIL-COUNT
		GO TO CL7.
*> the corrected numeral goes back through the same grammar checks
*> the nightly batch applies, via the validate-only entry point so a
*> bad correction doesn't itself land in REJFILE - only a correction
		ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
		MOVE RUN-DATE-WS TO RECYC-DATE
		MOVE CORR-NUMERAL TO RECYC-NUMERAL
		MOVE 'R' TO RECYC-SOURCE
		WRITE RECYCLE-RECORD
		MOVE 'R' TO RT-STATUS (FX)
		MOVE 'RECYCLED' TO OUT-DISP
		ADD 1 TO FAIL-COUNT
	END-IF.
CL7.	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	MOVE SPACES TO FIX-RECORD.
	MOVE HIST-DATE-WS TO FIX-RUN-DATE.
	MOVE HIST-TIME-WS TO FIX-RUN-TIME.
	MOVE OPID-WS TO FIX-OPID.
	MOVE CORR-SEQ TO FIX-SEQ.
	MOVE CORR-ID TO FIX-ID.
	MOVE CORR-DATE TO FIX-DATE.
	MOVE OUT-DISP TO FIX-DISP.
	MOVE CORR-NUMERAL TO FIX-NUMERAL.
	WRITE FIX-RECORD.
	GO TO CL1.
CL2.	CONTINUE.
FL1.	IF RT-SEQ (R) IS EQUAL TO CORR-SEQ
CL8.	IF CORR-FILE-OPEN
		CLOSE CORR-FILE
	END-IF.
	CLOSE RECYCLE-FILE, HISTORY-FILE.
*> rewrite the rejects dataset: resolved records now carry their 'R'
*> mark, unresolved ones go back out unchanged so the next correction
*> run (and the morning worksheet) still sees them. The updated image
	IF RT-STATUS (R) IS NOT EQUAL TO 'R'
		ADD 1 TO OPEN-COUNT
	END-IF.
TL1.	IF IDCTL-MISSING
		WRITE STDOUT-RECORD FROM IDCTL-NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	MOVE CORR-COUNT TO TRAILER-CORR.
	MOVE RECYCLE-COUNT TO TRAILER-RECYCLED.
	MOVE FAIL-COUNT TO TRAILER-FAILED.
	MOVE OPEN-COUNT TO TRAILER-OPEN.
