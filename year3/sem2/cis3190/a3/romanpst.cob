	SELECT POST-FILE ASSIGN TO "POSTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS POST-STATUS.
*> the master carries alternate indexes on the ledger date and the
*> decimal value (both with duplicates) for the inquiry, statement
*> and reprint runs - every add, change and delete made here keeps
*> them in step with the base records.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS RANDOM
		RECORD KEY IS MAST-ID
		ALTERNATE RECORD KEY IS MAST-DATE WITH DUPLICATES
		ALTERNATE RECORD KEY IS MAST-DECIMAL WITH DUPLICATES
		FILE STATUS IS MASTER-STATUS.
	SELECT ADDED-FILE ASSIGN TO "PSTADD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ADDED-STATUS.
	SELECT ADJUST-FILE ASSIGN TO "ADJHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ADJUST-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "PSTRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

		02 POST-NUMERAL PICTURE X(60).
		02 POST-DECIMAL PICTURE 9(08).
		02 POST-BRANCH  PICTURE X(03).
*> the extract grew by the document's source (K keyed, I imaging, R
*> recycled) for the re-key quality sample - declared here so the
*> record length still matches the dataset's.
		02 POST-SOURCE  PICTURE X(01).
*> MAST-BRANCH is the branch envelope the document arrived under -
*> spaces on a record posted outside any envelope and on records
*> posted before the field existed - carried here so the month-end
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
*> PSTADD is the night's posted-adds extract - the image of every
*> record this run actually added to the master, and nothing the
*> master turned away as a duplicate or conflict - so everything
*> downstream of the posting (the general ledger journal first) is
*> built from what the master now holds rather than from what the
*> night merely offered it.
FD ADDED-FILE.
	01 ADDED-RECORD PICTURE X(93).
*> a document dated in a month that has since been closed - a
*> recycled correction of one of its rejects, typically - may not be
*> posted into that month behind the statements the branches hold.
*> It goes onto the master dated today, in the open period, and the
*> prior-period adjustment trail records it with its own date.
FD ADJUST-FILE.
	COPY ADJREC.
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(120).
WORKING-STORAGE SECTION.
77	POST-STATUS PICTURE X(02).
77	ADDED-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
77	POST-OPEN-SW PICTURE X VALUE 'N'.
	88 POST-FILE-OPEN VALUE 'Y'.
77	DUP-COUNT      PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	CONFLICT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	POSTED-DATE-WS PICTURE 9(06).
77	ADJUST-STATUS PICTURE X(02).
77	LATE-COUNT     PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	HELD-COUNT     PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	TODAY-WS PICTURE X(08).
77	POST-TIME-WS PICTURE 9(08).
77	PERIOD-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	TODAY-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	PERCTL-MISSING-SW PICTURE X VALUE 'N'.
	88 PERCTL-MISSING VALUE 'Y'.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'LEDGER MASTER POSTING REPORT'.
	02 FILLER PICTURE X(9)  VALUE 'CONFLICTS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-CONFLICTS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(12) VALUE 'PRIOR PERIOD'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-LATE PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(4)  VALUE 'HELD'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-HELD PICTURE ZZZ9.
01	PERCTL-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(61) VALUE
		'** NO MONTH CLOSED ON PERCTL - CLOSED-PERIOD CHECK SKIPPED **'.

PROCEDURE DIVISION.
	ACCEPT POSTED-DATE-WS FROM DATE.
	ACCEPT TODAY-WS FROM DATE YYYYMMDD.
	ACCEPT POST-TIME-WS FROM TIME.
	CALL "PERCHK" USING TODAY-WS, TODAY-RET.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
*> the posted-adds extract is opened whatever happens below, so a
*> night that posts nothing still files an (empty) generation for
*> the journal step to read.
	OPEN OUTPUT ADDED-FILE.
	OPEN INPUT POST-FILE.
	IF POST-STATUS IS EQUAL TO '00'
		SET POST-FILE-OPEN TO TRUE
		WRITE STDOUT-RECORD FROM CONFLICT-LINE AFTER ADVANCING 1 LINE
	END-IF.
	GO TO PL1.
PL2.	CALL "PERCHK" USING POST-DATE, PERIOD-RET.
	IF PERIOD-RET IS EQUAL TO 9
		SET PERCTL-MISSING TO TRUE.
	IF PERIOD-RET IS EQUAL TO 1
		GO TO PL4.
	MOVE POST-ID TO MAST-ID.
	MOVE POST-DATE TO MAST-DATE.
	MOVE POST-NUMERAL TO MAST-NUMERAL.
	MOVE POST-DECIMAL TO MAST-DECIMAL.
	MOVE POSTED-DATE-WS TO MAST-POSTED.
	MOVE POST-BRANCH TO MAST-BRANCH.
	WRITE MAST-RECORD.
	WRITE ADDED-RECORD FROM MAST-RECORD.
	MOVE 'ADDED' TO OUT-DISP.
	ADD 1 TO ADD-COUNT.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO PL1.
*> a new document dated in a closed month. Today's own month is
*> always open in the ordinary course - the close run will not close
*> a month before it has ended - but a run made on a day whose month
*> has been closed has no open date to give it, and holds it.
PL4.	IF TODAY-RET IS EQUAL TO 1
		MOVE '** PERIOD CLOSED - HELD' TO OUT-DISP
		ADD 1 TO HELD-COUNT
		WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE
		GO TO PL1.
	MOVE POST-ID TO MAST-ID.
	MOVE TODAY-WS TO MAST-DATE.
	MOVE POST-NUMERAL TO MAST-NUMERAL.
	MOVE POST-DECIMAL TO MAST-DECIMAL.
	MOVE POSTED-DATE-WS TO MAST-POSTED.
	MOVE POST-BRANCH TO MAST-BRANCH.
	MOVE SPACES TO ADJ-RECORD.
	MOVE TODAY-WS TO ADJ-DATE.
	MOVE POST-TIME-WS TO ADJ-TIME.
	MOVE 'P' TO ADJ-TYPE.
	MOVE POST-ID TO ADJ-ID.
	MOVE POST-DATE TO ADJ-ORIG-DATE.
	MOVE POST-BRANCH TO ADJ-BRANCH.
	MOVE 0 TO ADJ-BEF-DECIMAL.
	MOVE POST-DECIMAL TO ADJ-AFT-DECIMAL.
	MOVE '+' TO ADJ-SIGN.
	MOVE POST-DECIMAL TO ADJ-AMOUNT.
	MOVE POST-NUMERAL TO ADJ-AFT-NUMERAL.
	MOVE 'ROMANPST' TO ADJ-MAKER.
	MOVE 0 TO ADJ-SEQ.
*> the trail record goes to disk before the master is written, the
*> same evidence-first order the change trail keeps.
	OPEN EXTEND ADJUST-FILE.
	IF ADJUST-STATUS IS EQUAL TO '35'
		OPEN OUTPUT ADJUST-FILE
	END-IF.
	WRITE ADJ-RECORD.
	CLOSE ADJUST-FILE.
	WRITE MAST-RECORD.
	WRITE ADDED-RECORD FROM MAST-RECORD.
	MOVE 'ADDED - PRIOR PERIOD ADJ' TO OUT-DISP.
	ADD 1 TO ADD-COUNT.
	ADD 1 TO LATE-COUNT.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO PL1.
PB0.	CLOSE MASTER-FILE.
	CLOSE POST-FILE.
PB1.	MOVE POST-COUNT TO TRAILER-READ.
	MOVE ADD-COUNT TO TRAILER-ADDED.
	MOVE DUP-COUNT TO TRAILER-DUPS.
	MOVE CONFLICT-COUNT TO TRAILER-CONFLICTS.
	MOVE LATE-COUNT TO TRAILER-LATE.
	MOVE HELD-COUNT TO TRAILER-HELD.
	IF PERCTL-MISSING
		WRITE STDOUT-RECORD FROM PERCTL-NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE ADDED-FILE, STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean (a prior-period posting is clean - it is on the master and
*> on the adjustment trail), 4 a closed-period document was held and
*> is still to be posted.
	IF HELD-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	STOP RUN.
