IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANDST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT REPORT-FILE ASSIGN TO "RPTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-STATUS.
	SELECT POST-FILE ASSIGN TO "POSTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS POST-STATUS.
	SELECT REJECT-FILE ASSIGN TO "REJFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REJECT-STATUS.
	SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-STATUS.
	SELECT BRANCH-FILE ASSIGN TO "BRMAST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BRANCH-STATUS.
	SELECT SORT-FILE ASSIGN TO "SORTWK".
*> one branch's report at a time goes out through DSTRPT. There is
*> no DD for it in the step: before each OPEN the dataset name and
*> its allocation are set in the DSTRPT environment variable, and
*> the dataset is allocated dynamically at OPEN under that name.
	SELECT BRANCH-REPORT ASSIGN TO "DSTRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DIST-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "DSTCTL"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REPORT-FILE.
	01 REPORT-RECORD PICTURE X(80).
FD POST-FILE.
	01 POST-RECORD.
		02 POST-ID      PICTURE X(08).
		02 POST-DATE    PICTURE X(08).
		02 POST-NUMERAL PICTURE X(60).
		02 POST-DECIMAL PICTURE 9(08).
		02 POST-BRANCH  PICTURE X(03).
*> the extract grew by the document's source (K keyed, I imaging, R
*> recycled) for the re-key quality sample - declared here so the
*> record length still matches the dataset's.
		02 POST-SOURCE  PICTURE X(01).
FD REJECT-FILE.
	01 REJECT-RECORD PICTURE X(120).
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
FD BRANCH-FILE.
	COPY BRREC.
*> the night's report lines and rejects brought together branch by
*> branch - report lines first, in the order the night printed
*> them, then the branch's rejects in the order conv appended them.
SD SORT-FILE.
	01 SORT-RECORD.
		02 SRT-BRANCH PICTURE X(03).
		02 SRT-PART   PICTURE X(01).
		02 SRT-SEQ    PICTURE 9(06).
		02 SRT-LINE   PICTURE X(120).
FD BRANCH-REPORT.
	01 BRANCH-REPORT-RECORD PICTURE X(80).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(120).
WORKING-STORAGE SECTION.
77	REPORT-STATUS PICTURE X(02).
77	POST-STATUS PICTURE X(02).
77	REJECT-STATUS PICTURE X(02).
77	AUDIT-STATUS PICTURE X(02).
77	BRANCH-STATUS PICTURE X(02).
77	DIST-STATUS PICTURE X(02).
77	REPORT-OPEN-SW PICTURE X VALUE 'N'.
	88 REPORT-FILE-OPEN VALUE 'Y'.
77	POST-OPEN-SW PICTURE X VALUE 'N'.
	88 POST-FILE-OPEN VALUE 'Y'.
77	REJECT-OPEN-SW PICTURE X VALUE 'N'.
	88 REJECT-FILE-OPEN VALUE 'Y'.
77	AUDIT-ANY-SW PICTURE X VALUE 'N'.
	88 AUDIT-ANY VALUE 'Y'.
77	BRMAST-OPEN-SW PICTURE X VALUE 'N'.
	88 BRMAST-LOADED VALUE 'Y'.
77	DIST-OPEN-SW PICTURE X VALUE 'N'.
	88 DIST-FILE-OPEN VALUE 'Y'.
77	FIRST-BRANCH-SW PICTURE X VALUE 'Y'.
	88 FIRST-BRANCH VALUE 'Y'.
77	REJ-HEAD-SW PICTURE X VALUE 'N'.
	88 REJ-HEAD-DONE VALUE 'Y'.
*> PARM is the high-level qualifiers the branch report datasets are
*> catalogued under; each branch's dataset adds its branch code and
*> the business date, PROD.ROMAN.DSTRPT.B101.D260914 and so on.
77	DSN-PREFIX PICTURE X(26) VALUE SPACES.
77	DSN-WS PICTURE X(44) VALUE SPACES.
77	ALLOC-WS PICTURE X(120) VALUE SPACES.
*> the business date is the ledger date of the last posting on the
*> night's extract - the one the run files in RUNCTL - and the run
*> date the YYMMDD the night's report headings carry.
77	BUS-DATE PICTURE X(08) VALUE SPACES.
77	RUN-DATE-WS PICTURE X(06) VALUE SPACES.
77	LINE-SEQ PICTURE 9(06) VALUE 0.
77	CURR-BRANCH PICTURE X(03).
77	LAST-DET-BRANCH PICTURE X(03) VALUE SPACES.
77	BR-DOCS PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	BR-REJECTS PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	BR-RECON PICTURE X(16).
77	BR-LINES PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	BR-PAGE PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	PAGE-LIMIT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 55.
77	BR-WORK PICTURE X(80).
77	SENT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	FAILED-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	MISSING-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	UNDIST-DOCS PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	UNDIST-REJECTS PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
*> the night's rejects are the last ones on the trail - as many as
*> the night's AUDITLOG record counted, nothing having been
*> appended since. Without an audit record the run date decides.
77	REJ-TOTAL PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	REJ-POS PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	REJ-FIRST PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	NIGHT-REJECTS PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	PT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	PT-NEXT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	PT-FULL-SW PICTURE X VALUE 'N'.
	88 PT-TABLE-FULL VALUE 'Y'.
77	EX-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	EX-FULL-SW PICTURE X VALUE 'N'.
	88 EX-TABLE-FULL VALUE 'Y'.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	FX PICTURE S9(4) USAGE IS COMPUTATIONAL.
*> the night's postings, document id to branch - a detail line on
*> the report is a posting, and the extract says whose envelope it
*> came in. The extract is written in report order, so the next
*> entry is nearly always the one wanted; a full search covers a
*> restarted night. The run cannot accept more than 9999.
01	PT-TABLE.
	02 PT-ENTRY OCCURS 9999 TIMES.
		03 PT-ID     PICTURE X(08).
		03 PT-BRANCH PICTURE X(03).
*> the branch reference master - the branches expected to send an
*> envelope on the business date, and the names for the headings.
*> The same five hundred branches BRANCHK holds.
01	EX-TABLE.
	02 EX-ENTRY OCCURS 500 TIMES.
		03 EX-CODE   PICTURE X(03).
		03 EX-NAME   PICTURE X(30).
		03 EX-REGION PICTURE X(10).
		03 EX-STATUS PICTURE X(01).
		03 EX-FROM   PICTURE X(08).
		03 EX-TO     PICTURE X(08).
		03 EX-SENT   PICTURE X(01).
COPY REJREC.
*> the branch report's headings - the night's own title, run date
*> and column headings, with the branch named under them.
01	TITLE-LINE.
	02 FILLER PICTURE X(11) VALUE SPACES.
	02 FILLER PICTURE X(24) VALUE 'ROMAN NUMBER EQUIVALENTS'.
01	PAGE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(9)  VALUE 'RUN DATE '.
	02 HEAD-DATE PICTURE X(6).
	02 FILLER PICTURE X(53) VALUE SPACES.
	02 FILLER PICTURE X(5)  VALUE 'PAGE '.
	02 HEAD-PAGE PICTURE ZZZ9.
01	BRANCH-HEAD.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(7)  VALUE 'BRANCH '.
	02 HEAD-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 HEAD-NAME PICTURE X(30).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 HEAD-REGION PICTURE X(10).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'BUSINESS DATE '.
	02 HEAD-BUS-DATE PICTURE X(8).
01	UNDERLINE-1.
	02 FILLER PICTURE X(80) VALUE
		' -------------------------------------------------------------------------'.
01	COL-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(8) VALUE 'DOC ID  '.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(58) VALUE
		'         ROMAN NUMBER                                    '.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(9) VALUE 'DEC EQUIV'.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(1) VALUE 'P'.
01	UNDERLINE-2.
	02 FILLER PICTURE X(80) VALUE
		' -------------------------------------------------------------------------'.
01	REJ-TITLE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(21) VALUE 'REJECTS FOR THE NIGHT'.
01	REJ-COL-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(4)  VALUE 'SEQ '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'DOC ID  '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(3)  VALUE 'CDE'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(27) VALUE 'REASON'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(16) VALUE 'NUMERAL AS KEYED'.
01	REJ-PRINT-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-SEQ PICTURE X(4).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-ID PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-CODE PICTURE X(3).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-REASON PICTURE X(27).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-NUMERAL PICTURE X(29).
01	NO-REJ-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(24) VALUE 'NO REJECTS FOR THE NIGHT'.
*> the distribution control list.
01	CTL-TITLE.
	02 FILLER PICTURE X(14) VALUE SPACES.
	02 FILLER PICTURE X(35) VALUE 'NIGHTLY REPORT DISTRIBUTION CONTROL'.
01	CTL-DATE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(9)  VALUE 'RUN DATE '.
	02 CTL-RUN-DATE PICTURE X(6).
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'BUSINESS DATE '.
	02 CTL-BUS-DATE PICTURE X(8).
01	CTL-UNDERLINE.
	02 FILLER PICTURE X(116) VALUE
		' ---------------------------------------------------------------------------------------------------------------'.
01	CTL-COL-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE 'BR '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'BRANCH NAME'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(4)  VALUE 'DOCS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(4)  VALUE 'REJS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(16) VALUE 'RECONCILIATION'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(12) VALUE 'DISTRIBUTION'.
01	CTL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 CTL-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 CTL-NAME PICTURE X(30).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 CTL-DOCS PICTURE ZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 CTL-REJECTS PICTURE ZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 CTL-RECON PICTURE X(16).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 CTL-DIST PICTURE X(48).
01	CTL-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 CTL-NOTE PICTURE X(70).
01	CTL-TRAILER-1.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(15) VALUE 'REPORTS WRITTEN'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-SENT PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'NOT WRITTEN   '.
	02 TRAILER-FAILED PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'EXPECTED BRANCHES NOT RECEIVED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-MISSING PICTURE ZZZ9.
01	CTL-TRAILER-2.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(37) VALUE
		'NOT DISTRIBUTED - OUTSIDE AN ENVELOPE'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(10) VALUE 'DOCUMENTS '.
	02 TRAILER-UNDIST-DOCS PICTURE ZZZZZ9.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'REJECTS '.
	02 TRAILER-UNDIST-REJ PICTURE ZZZZZ9.

PROCEDURE DIVISION.
	ACCEPT DSN-PREFIX FROM COMMAND-LINE.
	IF DSN-PREFIX IS EQUAL TO SPACES
		MOVE 'PROD.ROMAN.DSTRPT' TO DSN-PREFIX.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM CTL-TITLE AFTER ADVANCING 0 LINES.
	PERFORM LOAD-POSTINGS THRU LOAD-POSTINGS-X.
	PERFORM LOAD-BRANCHES THRU LOAD-BRANCHES-X.
	PERFORM READ-AUDIT THRU READ-AUDIT-X.
	PERFORM COUNT-REJECTS THRU COUNT-REJECTS-X.
	SORT SORT-FILE
		ON ASCENDING KEY SRT-BRANCH SRT-PART SRT-SEQ
		INPUT PROCEDURE IS SEL-LINES THRU SEL-LINES-X
		OUTPUT PROCEDURE IS CUT-REPORTS THRU CUT-REPORTS-X.
	IF NOT REPORT-FILE-OPEN
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
*> the branches the reference master expected tonight that sent no
*> envelope at all - open, and effective on the business date.
	PERFORM EXPECT-ONE THRU EXPECT-ONE-X
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN EX-COUNT.
	IF NOT BRMAST-LOADED
		MOVE '** BRANCH MASTER MISSING - EXPECTED BRANCHES NOT CHECKED **'
			TO CTL-NOTE
		WRITE STDOUT-RECORD FROM CTL-NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	IF EX-TABLE-FULL
		MOVE '** BRANCH TABLE FULL - EXPECTED BRANCHES INCOMPLETE **'
			TO CTL-NOTE
		WRITE STDOUT-RECORD FROM CTL-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF NOT POST-FILE-OPEN
		MOVE '** POSTING EXTRACT MISSING - NO DETAIL LINES DISTRIBUTED **'
			TO CTL-NOTE
		WRITE STDOUT-RECORD FROM CTL-NOTE-LINE AFTER ADVANCING 1 LINE
		MOVE 12 TO RETURN-CODE
	END-IF.
	IF PT-TABLE-FULL
		MOVE '** POSTING TABLE FULL - SOME DETAIL LINES NOT DISTRIBUTED **'
			TO CTL-NOTE
		WRITE STDOUT-RECORD FROM CTL-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF NOT REJECT-FILE-OPEN
		MOVE '** REJECTS TRAIL MISSING - NO REJECTS DISTRIBUTED **'
			TO CTL-NOTE
		WRITE STDOUT-RECORD FROM CTL-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF NOT AUDIT-ANY
		MOVE '** NO AUDITLOG RECORD - NIGHT REJECTS CHOSEN BY RUN DATE **'
			TO CTL-NOTE
		WRITE STDOUT-RECORD FROM CTL-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	MOVE SENT-COUNT TO TRAILER-SENT.
	MOVE FAILED-COUNT TO TRAILER-FAILED.
	MOVE MISSING-COUNT TO TRAILER-MISSING.
	WRITE STDOUT-RECORD FROM CTL-TRAILER-1 AFTER ADVANCING 2 LINES.
	MOVE UNDIST-DOCS TO TRAILER-UNDIST-DOCS.
	MOVE UNDIST-REJECTS TO TRAILER-UNDIST-REJ.
	WRITE STDOUT-RECORD FROM CTL-TRAILER-2 AFTER ADVANCING 1 LINE.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 every envelope distributed and every expected branch heard
*> from, 4 an expected branch sent nothing or something arrived
*> outside an envelope - the morning desk follows it up - 12 the
*> night's report or extract missing, or a branch dataset that
*> would not allocate.
	IF RETURN-CODE IS EQUAL TO 0
		IF MISSING-COUNT IS GREATER THAN 0
				OR UNDIST-DOCS IS GREATER THAN 0
				OR UNDIST-REJECTS IS GREATER THAN 0
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.
	IF FAILED-COUNT IS GREATER THAN 0
		MOVE 12 TO RETURN-CODE.
	STOP RUN.
*> the night's extract into storage, and the business date off it.
LOAD-POSTINGS.
	OPEN INPUT POST-FILE.
	IF POST-STATUS IS NOT EQUAL TO '00'
		GO TO LOAD-POSTINGS-X.
	SET POST-FILE-OPEN TO TRUE.
LP1.	READ POST-FILE AT END GO TO LP8.
	IF POST-DATE IS NUMERIC
		MOVE POST-DATE TO BUS-DATE.
	IF PT-COUNT IS NOT LESS THAN 9999
		SET PT-TABLE-FULL TO TRUE
		GO TO LP1.
	ADD 1 TO PT-COUNT.
	MOVE POST-ID TO PT-ID (PT-COUNT).
	MOVE POST-BRANCH TO PT-BRANCH (PT-COUNT).
	GO TO LP1.
LP8.	CLOSE POST-FILE.
LOAD-POSTINGS-X.
	EXIT.
LOAD-BRANCHES.
	OPEN INPUT BRANCH-FILE.
	IF BRANCH-STATUS IS NOT EQUAL TO '00'
		GO TO LOAD-BRANCHES-X.
LB1.	READ BRANCH-FILE AT END GO TO LB8.
	IF BRM-CODE IS EQUAL TO SPACES
		GO TO LB1.
	IF EX-COUNT IS NOT LESS THAN 500
		SET EX-TABLE-FULL TO TRUE
		GO TO LB1.
	ADD 1 TO EX-COUNT.
	MOVE BRM-CODE TO EX-CODE (EX-COUNT).
	MOVE BRM-NAME TO EX-NAME (EX-COUNT).
	MOVE BRM-REGION TO EX-REGION (EX-COUNT).
	MOVE BRM-STATUS TO EX-STATUS (EX-COUNT).
	MOVE BRM-EFF-FROM TO EX-FROM (EX-COUNT).
	MOVE BRM-EFF-TO TO EX-TO (EX-COUNT).
	MOVE 'N' TO EX-SENT (EX-COUNT).
	GO TO LB1.
LB8.	CLOSE BRANCH-FILE.
	IF EX-COUNT IS GREATER THAN 0
		SET BRMAST-LOADED TO TRUE.
LOAD-BRANCHES-X.
	EXIT.
*> the trail is append-only, one record per run - the last record on
*> it is the night being distributed, as the balancing gate reads it.
READ-AUDIT.
	OPEN INPUT AUDIT-FILE.
	IF AUDIT-STATUS IS NOT EQUAL TO '00'
		GO TO READ-AUDIT-X.
RA1.	READ AUDIT-FILE AT END GO TO RA8.
	SET AUDIT-ANY TO TRUE.
	MOVE AUDIT-REJECTS TO NIGHT-REJECTS.
	GO TO RA1.
RA8.	CLOSE AUDIT-FILE.
READ-AUDIT-X.
	EXIT.
COUNT-REJECTS.
	OPEN INPUT REJECT-FILE.
	IF REJECT-STATUS IS NOT EQUAL TO '00'
		GO TO COUNT-REJECTS-X.
	SET REJECT-FILE-OPEN TO TRUE.
CJ1.	READ REJECT-FILE AT END GO TO CJ8.
	ADD 1 TO REJ-TOTAL.
	GO TO CJ1.
CJ8.	CLOSE REJECT-FILE.
	COMPUTE REJ-FIRST = REJ-TOTAL - NIGHT-REJECTS + 1.
COUNT-REJECTS-X.
	EXIT.
*> every line of the night's report that belongs to one branch, and
*> every reject the night appended under a branch. Page headings,
*> the run trailer and the grand reconciliation belong to no branch
*> and stay on the combined report; a document's own flagged error
*> line is left there too, since the reject itself is listed from
*> REJFILE with its reason.
SEL-LINES.
	OPEN INPUT REPORT-FILE.
	IF REPORT-STATUS IS NOT EQUAL TO '00'
		MOVE '** NIGHTLY REPORT MISSING - NOTHING DISTRIBUTED **'
			TO CTL-NOTE
		WRITE STDOUT-RECORD FROM CTL-NOTE-LINE AFTER ADVANCING 2 LINES
		DISPLAY 'ROMANDST I/O ERROR - RPTFILE OPEN STATUS '
			REPORT-STATUS
		GO TO SEL-LINES-X.
	SET REPORT-FILE-OPEN TO TRUE.
SL1.	READ REPORT-FILE AT END GO TO SL5.
	ADD 1 TO LINE-SEQ.
	MOVE SPACES TO SRT-BRANCH.
	IF REPORT-RECORD (2:9) IS EQUAL TO 'RUN DATE '
		IF RUN-DATE-WS IS EQUAL TO SPACES
			MOVE REPORT-RECORD (11:6) TO RUN-DATE-WS
		END-IF
		GO TO SL1.
*> the branch subtotal and the branch's keyed-total reconciliation
*> line that close each envelope, and the warnings raised against
*> an envelope, all carry the branch code.
	IF REPORT-RECORD (2:7) IS EQUAL TO 'BRANCH '
		IF REPORT-RECORD (28:10) IS EQUAL TO 'CONVERTED '
				OR REPORT-RECORD (14:6) IS EQUAL TO 'KEYED '
			MOVE REPORT-RECORD (9:3) TO SRT-BRANCH
		END-IF
	END-IF.
	IF REPORT-RECORD (2:10) IS EQUAL TO '** BRANCH '
		MOVE REPORT-RECORD (12:3) TO SRT-BRANCH.
*> a round-trip audit line follows the document it is about.
	IF REPORT-RECORD (1:11) IS EQUAL TO '  ** AUDIT '
		MOVE LAST-DET-BRANCH TO SRT-BRANCH.
	IF SRT-BRANCH IS NOT EQUAL TO SPACES
		GO TO SL4.
*> anything else is a detail line only if its document is on the
*> night's extract.
	MOVE 0 TO FX.
	IF PT-NEXT IS LESS THAN PT-COUNT
		IF PT-ID (PT-NEXT + 1) IS EQUAL TO REPORT-RECORD (2:8)
			ADD 1 TO PT-NEXT
			MOVE PT-NEXT TO FX
		END-IF
	END-IF.
	IF FX IS EQUAL TO 0
		PERFORM PT-FIND
			VARYING K FROM 1 BY 1
			UNTIL K IS GREATER THAN PT-COUNT
				OR FX IS GREATER THAN 0
	END-IF.
	IF FX IS EQUAL TO 0
		GO TO SL1.
	IF PT-BRANCH (FX) IS EQUAL TO SPACES
		ADD 1 TO UNDIST-DOCS
		MOVE SPACES TO LAST-DET-BRANCH
		GO TO SL1.
	MOVE PT-BRANCH (FX) TO SRT-BRANCH.
	MOVE PT-BRANCH (FX) TO LAST-DET-BRANCH.
SL4.	MOVE '1' TO SRT-PART.
	MOVE LINE-SEQ TO SRT-SEQ.
	MOVE REPORT-RECORD TO SRT-LINE.
	RELEASE SORT-RECORD.
	GO TO SL1.
SL5.	CLOSE REPORT-FILE.
	IF BUS-DATE IS EQUAL TO SPACES
			AND RUN-DATE-WS IS NUMERIC
		MOVE '20' TO BUS-DATE (1:2)
		MOVE RUN-DATE-WS TO BUS-DATE (3:6).
	IF NOT REJECT-FILE-OPEN
		GO TO SEL-LINES-X.
	OPEN INPUT REJECT-FILE.
	IF REJECT-STATUS IS NOT EQUAL TO '00'
		GO TO SEL-LINES-X.
	MOVE 0 TO REJ-POS.
SJ1.	READ REJECT-FILE AT END GO TO SJ8.
	ADD 1 TO REJ-POS.
	MOVE REJECT-RECORD TO EXCEPT-LINE.
	IF AUDIT-ANY
		IF REJ-POS IS LESS THAN REJ-FIRST
			GO TO SJ1
		END-IF
	ELSE
		IF EXCEPT-RUN-DATE IS NOT EQUAL TO RUN-DATE-WS
				OR RUN-DATE-WS IS EQUAL TO SPACES
			GO TO SJ1
		END-IF
	END-IF.
	IF EXCEPT-BRANCH IS EQUAL TO SPACES
		ADD 1 TO UNDIST-REJECTS
		GO TO SJ1.
	MOVE EXCEPT-BRANCH TO SRT-BRANCH.
	MOVE '2' TO SRT-PART.
	MOVE REJ-POS TO SRT-SEQ.
	MOVE REJECT-RECORD TO SRT-LINE.
	RELEASE SORT-RECORD.
	GO TO SJ1.
SJ8.	CLOSE REJECT-FILE.
SEL-LINES-X.
	EXIT.
PT-FIND.
	IF PT-ID (K) IS EQUAL TO REPORT-RECORD (2:8)
		MOVE K TO FX
	END-IF.
*> one report dataset per branch: headings, the branch's detail
*> lines, subtotal and reconciliation status as the night printed
*> them, then its rejects - and a line for it on the control list.
CUT-REPORTS.
	IF NOT REPORT-FILE-OPEN
		GO TO CUT-REPORTS-X.
	MOVE RUN-DATE-WS TO CTL-RUN-DATE.
	MOVE BUS-DATE TO CTL-BUS-DATE.
	WRITE STDOUT-RECORD FROM CTL-DATE-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM CTL-UNDERLINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM CTL-COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM CTL-UNDERLINE AFTER ADVANCING 1 LINE.
	MOVE 'Y' TO FIRST-BRANCH-SW.
CR1.	RETURN SORT-FILE AT END GO TO CR8.
	IF FIRST-BRANCH
		MOVE 'N' TO FIRST-BRANCH-SW
		MOVE SRT-BRANCH TO CURR-BRANCH
		PERFORM BRANCH-START THRU BRANCH-START-X
	ELSE
		IF SRT-BRANCH IS NOT EQUAL TO CURR-BRANCH
			PERFORM BRANCH-END
			MOVE SRT-BRANCH TO CURR-BRANCH
			PERFORM BRANCH-START THRU BRANCH-START-X
		END-IF
	END-IF.
	IF SRT-PART IS EQUAL TO '2'
		GO TO CR4.
*> the subtotal break gets the blank line ahead of it the night's
*> report gives it; the reconciliation line's status is kept for
*> the control list.
	MOVE SRT-LINE TO BR-WORK.
	IF BR-WORK (2:7) IS EQUAL TO 'BRANCH '
			AND BR-WORK (28:10) IS EQUAL TO 'CONVERTED '
		MOVE SPACES TO BR-WORK
		PERFORM BR-WRITE
		MOVE SRT-LINE TO BR-WORK
	END-IF.
	IF BR-WORK (2:7) IS EQUAL TO 'BRANCH '
			AND BR-WORK (14:6) IS EQUAL TO 'KEYED '
		MOVE BR-WORK (51:16) TO BR-RECON
	END-IF.
	IF BR-WORK (2:7) IS NOT EQUAL TO 'BRANCH '
			AND BR-WORK (2:3) IS NOT EQUAL TO '** '
			AND BR-WORK (1:3) IS NOT EQUAL TO '  *'
		ADD 1 TO BR-DOCS
	END-IF.
	PERFORM BR-WRITE.
	GO TO CR1.
CR4.	IF NOT REJ-HEAD-DONE
		PERFORM REJ-HEAD.
	MOVE SRT-LINE TO EXCEPT-LINE.
	MOVE EXCEPT-SEQ TO OUT-SEQ.
	MOVE EXCEPT-ID TO OUT-ID.
	MOVE EXCEPT-CODE TO OUT-CODE.
	MOVE EXCEPT-REASON TO OUT-REASON.
	MOVE EXCEPT-NUMERAL TO OUT-NUMERAL.
	MOVE REJ-PRINT-LINE TO BR-WORK.
	PERFORM BR-WRITE.
	ADD 1 TO BR-REJECTS.
	GO TO CR1.
CR8.	IF NOT FIRST-BRANCH
		PERFORM BRANCH-END.
CUT-REPORTS-X.
	EXIT.
*> the branch's dataset name - prefix, branch and business date -
*> goes into DSTRPT with its allocation, and the OPEN allocates and
*> catalogues it. One that will not open is counted and reported;
*> the rest of the night still goes out.
BRANCH-START.
	MOVE 0 TO BR-DOCS.
	MOVE 0 TO BR-REJECTS.
	MOVE 0 TO BR-PAGE.
	MOVE 'NO TRAILER' TO BR-RECON.
	MOVE 'N' TO REJ-HEAD-SW.
	MOVE 'N' TO DIST-OPEN-SW.
	MOVE CURR-BRANCH TO HEAD-BRANCH.
	MOVE BUS-DATE TO HEAD-BUS-DATE.
	MOVE '** NOT ON BRANCH MASTER **' TO HEAD-NAME.
	MOVE SPACES TO HEAD-REGION.
	MOVE 0 TO FX.
	PERFORM EX-FIND
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN EX-COUNT
			OR FX IS GREATER THAN 0.
	IF FX IS GREATER THAN 0
		MOVE EX-NAME (FX) TO HEAD-NAME
		MOVE EX-REGION (FX) TO HEAD-REGION
		MOVE 'Y' TO EX-SENT (FX)
	END-IF.
	MOVE SPACES TO DSN-WS.
	STRING DSN-PREFIX DELIMITED BY SPACE
		'.B' DELIMITED BY SIZE
		CURR-BRANCH DELIMITED BY SIZE
		'.D' DELIMITED BY SIZE
		BUS-DATE (3:6) DELIMITED BY SIZE
		INTO DSN-WS.
	MOVE SPACES TO ALLOC-WS.
	STRING 'DSN(' DELIMITED BY SIZE
		DSN-WS DELIMITED BY SPACE
		') NEW CATALOG TRACKS SPACE(5,5) RECFM(F,B,A) LRECL(81)'
			DELIMITED BY SIZE
		INTO ALLOC-WS.
	DISPLAY 'DSTRPT' UPON ENVIRONMENT-NAME.
	DISPLAY ALLOC-WS UPON ENVIRONMENT-VALUE.
	OPEN OUTPUT BRANCH-REPORT.
	IF DIST-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANDST I/O ERROR - DSTRPT ' DSN-WS
			' OPEN STATUS ' DIST-STATUS
		GO TO BRANCH-START-X.
	SET DIST-FILE-OPEN TO TRUE.
	PERFORM BR-HEADINGS.
BRANCH-START-X.
	EXIT.
*> a branch with nothing rejected says so, rather than leave the
*> branch to wonder whether the section was cut off.
BRANCH-END.
	IF NOT REJ-HEAD-DONE
		MOVE SPACES TO BR-WORK
		PERFORM BR-WRITE
		MOVE NO-REJ-LINE TO BR-WORK
		PERFORM BR-WRITE
	END-IF.
	MOVE CURR-BRANCH TO CTL-BRANCH.
	MOVE HEAD-NAME TO CTL-NAME.
	MOVE BR-DOCS TO CTL-DOCS.
	MOVE BR-REJECTS TO CTL-REJECTS.
	MOVE BR-RECON TO CTL-RECON.
	IF DIST-FILE-OPEN
		CLOSE BRANCH-REPORT
		ADD 1 TO SENT-COUNT
		MOVE DSN-WS TO CTL-DIST
	ELSE
		ADD 1 TO FAILED-COUNT
		MOVE SPACES TO CTL-DIST
		STRING '** NOT WRITTEN - STATUS ' DELIMITED BY SIZE
			DIST-STATUS DELIMITED BY SIZE
			' **' DELIMITED BY SIZE
			INTO CTL-DIST
	END-IF.
	WRITE STDOUT-RECORD FROM CTL-LINE AFTER ADVANCING 1 LINE.
REJ-HEAD.
	SET REJ-HEAD-DONE TO TRUE.
	MOVE SPACES TO BR-WORK.
	PERFORM BR-WRITE.
	MOVE REJ-TITLE-LINE TO BR-WORK.
	PERFORM BR-WRITE.
	MOVE REJ-COL-HEADS TO BR-WORK.
	PERFORM BR-WRITE.
*> page control for the branch report - the night's fifty-five lines
*> a page, headings back at the top of each.
BR-WRITE.
	IF DIST-FILE-OPEN
		IF BR-LINES IS NOT LESS THAN PAGE-LIMIT
			PERFORM BR-HEADINGS
		END-IF
		WRITE BRANCH-REPORT-RECORD FROM BR-WORK
			AFTER ADVANCING 1 LINE
		ADD 1 TO BR-LINES
	END-IF.
BR-HEADINGS.
	ADD 1 TO BR-PAGE.
	MOVE BR-PAGE TO HEAD-PAGE.
	MOVE RUN-DATE-WS TO HEAD-DATE.
	IF BR-PAGE IS EQUAL TO 1
		WRITE BRANCH-REPORT-RECORD FROM TITLE-LINE
			AFTER ADVANCING 0 LINES
	ELSE
		WRITE BRANCH-REPORT-RECORD FROM TITLE-LINE
			AFTER ADVANCING PAGE
	END-IF.
	WRITE BRANCH-REPORT-RECORD FROM PAGE-LINE
		AFTER ADVANCING 1 LINE.
	WRITE BRANCH-REPORT-RECORD FROM BRANCH-HEAD
		AFTER ADVANCING 1 LINE.
	WRITE BRANCH-REPORT-RECORD FROM UNDERLINE-1
		AFTER ADVANCING 1 LINE.
	WRITE BRANCH-REPORT-RECORD FROM COL-HEADS
		AFTER ADVANCING 1 LINE.
	WRITE BRANCH-REPORT-RECORD FROM UNDERLINE-2
		AFTER ADVANCING 1 LINE.
	MOVE 6 TO BR-LINES.
EX-FIND.
	IF EX-CODE (K) IS EQUAL TO CURR-BRANCH
		MOVE K TO FX
	END-IF.
EXPECT-ONE.
	IF EX-SENT (K) IS EQUAL TO 'Y'
			OR EX-STATUS (K) IS NOT EQUAL TO 'O'
		GO TO EXPECT-ONE-X.
	IF EX-FROM (K) IS NOT EQUAL TO SPACES
			AND EX-FROM (K) IS GREATER THAN BUS-DATE
		GO TO EXPECT-ONE-X.
	IF EX-TO (K) IS NOT EQUAL TO SPACES
			AND EX-TO (K) IS LESS THAN BUS-DATE
		GO TO EXPECT-ONE-X.
	ADD 1 TO MISSING-COUNT.
	MOVE EX-CODE (K) TO CTL-BRANCH.
	MOVE EX-NAME (K) TO CTL-NAME.
	MOVE 0 TO CTL-DOCS.
	MOVE 0 TO CTL-REJECTS.
	MOVE SPACES TO CTL-RECON.
	MOVE '** EXPECTED - NOTHING RECEIVED **' TO CTL-DIST.
	WRITE STDOUT-RECORD FROM CTL-LINE AFTER ADVANCING 1 LINE.
EXPECT-ONE-X.
	EXIT.
