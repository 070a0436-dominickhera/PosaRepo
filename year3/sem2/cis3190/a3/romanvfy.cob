IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANVFY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SNAP-FILE ASSIGN TO "SNAPFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SNAP-STATUS.
	SELECT POST-FILE ASSIGN TO "POSTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS POST-STATUS.
	SELECT CHANGE-FILE ASSIGN TO "CHGAUDIT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CHANGE-STATUS.
	SELECT HISTORY-FILE ASSIGN TO "BKOHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HISTORY-STATUS.
	SELECT ADJUST-FILE ASSIGN TO "ADJHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ADJUST-STATUS.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS SEQUENTIAL
		RECORD KEY IS MAST-ID
		FILE STATUS IS MASTER-STATUS.
	SELECT SORT-FILE ASSIGN TO "SORTWK".
	SELECT STANDARD-OUTPUT ASSIGN TO "VFYRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the month-end snapshot ROMANSNP cut - a flat key-order image of
*> the master as it stood at the close of the PARM date, the base
*> everything after it is replayed onto.
FD SNAP-FILE.
	01 SNAP-RECORD.
		02 SNAP-ID      PICTURE X(08).
		02 SNAP-DATE    PICTURE X(08).
		02 SNAP-NUMERAL PICTURE X(60).
		02 SNAP-DECIMAL PICTURE 9(08).
		02 SNAP-POSTED  PICTURE 9(06).
		02 SNAP-BRANCH  PICTURE X(03).
*> POSTFILE names the POSTEXT GDG base, so every retained posting
*> extract is read.
FD POST-FILE.
	01 POST-RECORD.
		02 POST-ID      PICTURE X(08).
		02 POST-DATE    PICTURE X(08).
		02 POST-NUMERAL PICTURE X(60).
		02 POST-DECIMAL PICTURE 9(08).
		02 POST-BRANCH  PICTURE X(03).
		02 POST-SOURCE  PICTURE X(01).
FD CHANGE-FILE.
	COPY CHGREC.
FD HISTORY-FILE.
	COPY BKOREC.
FD ADJUST-FILE.
	COPY ADJREC.
FD MASTER-FILE.
	01 MAST-RECORD.
		02 MAST-ID      PICTURE X(08).
		02 MAST-DATE    PICTURE X(08).
		02 MAST-NUMERAL PICTURE X(60).
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
*> one event against one document, in the order it reached the
*> master. SR-KIND: S the snapshot's record, A a late posting's
*> re-dating (ADJHIST type P), P a posting offered by a retained
*> extract, C amended and D deleted (CHGAUDIT), B backed out
*> (BKOHIST). Postings carry no time of day - they stamp on their
*> business date and sort ahead of the day's timed events; a late
*> posting's re-dating sorts just ahead of the posting it re-dates.
*> SR-IMAGE is the record the event leaves (for D and B, the record
*> as it stood before it came off); SR-BEF-* the before values the
*> trail recorded; SR-BUS-DATE the business date a backout reversed.
SD SORT-FILE.
	01 SORT-RECORD.
		02 SR-ID     PICTURE X(08).
		02 SR-STAMP  PICTURE X(16).
		02 SR-ORDER  PICTURE 9(01).
		02 SR-KIND   PICTURE X(01).
		02 SR-IMAGE.
			03 SRI-ID      PICTURE X(08).
			03 SRI-DATE    PICTURE X(08).
			03 SRI-NUMERAL PICTURE X(60).
			03 SRI-DECIMAL PICTURE X(08).
			03 SRI-POSTED  PICTURE X(06).
			03 SRI-BRANCH  PICTURE X(03).
		02 SR-BEF-NUMERAL PICTURE X(60).
		02 SR-BEF-DECIMAL PICTURE X(08).
		02 SR-BUS-DATE    PICTURE X(08).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(132).
WORKING-STORAGE SECTION.
77	SNAP-STATUS PICTURE X(02).
77	POST-STATUS PICTURE X(02).
77	CHANGE-STATUS PICTURE X(02).
77	HISTORY-STATUS PICTURE X(02).
77	ADJUST-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
*> PARM is the YYYYMMDD month-end of the SNAPFILE generation, as the
*> point-in-time inquiry takes it. Events dated on or before it are
*> already in the snapshot; those after it are replayed.
77	SNAP-DATE-WS PICTURE X(08) VALUE SPACES.
77	EVENT-DATE-WS PICTURE X(08).
77	EARLIEST-POST PICTURE X(08) VALUE HIGH-VALUES.
77	N  PICTURE S99 USAGE IS COMPUTATIONAL.
77	RET  PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	TEMP PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	CURR-ID PICTURE X(08) VALUE SPACES.
77	GROUP-OPEN-SW PICTURE X VALUE 'N'.
	88 GROUP-OPEN VALUE 'Y'.
77	MAST-EOF-SW PICTURE X VALUE 'N'.
	88 MAST-EOF VALUE 'Y'.
*> the rebuilt record for the document whose events are coming off
*> the sort. E-TENTATIVE marks one put there by a posting dated on or
*> before the snapshot that the snapshot did not hold - a document
*> posted and taken off again before the month-end, which the
*> removal that follows takes off again here. E-POSTED is spaces
*> when the posting run's date is not known: postings leave no date
*> of their own unless the adjustment trail re-dated them.
77	E-PRESENT-SW PICTURE X VALUE 'N'.
	88 E-PRESENT VALUE 'Y'.
77	E-TENTATIVE-SW PICTURE X VALUE 'N'.
	88 E-TENTATIVE VALUE 'Y'.
77	E-REDATE PICTURE X(08).
77	E-REDATE-FROM PICTURE X(08).
*> a night backed out and run again offers its documents twice under
*> the one business date, and both postings sort ahead of the backout
*> between them - the second is held here and goes on once the
*> backout of that night has taken the first off.
77	E-POST-SEEN PICTURE X(08).
77	E-REPOST-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL.
01	E-REPOST PICTURE X(93).
01	E-RECORD.
	02 E-ID      PICTURE X(08).
	02 E-DATE    PICTURE X(08).
	02 E-NUMERAL PICTURE X(60).
	02 E-DECIMAL PICTURE 9(08).
	02 E-POSTED  PICTURE X(06).
	02 E-BRANCH  PICTURE X(03).
77	SNAP-COUNT    PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	POST-COUNT    PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	ADDED-COUNT   PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	ON-COUNT      PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	REPOST-COUNT  PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	REDATE-COUNT  PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	ADJ-COUNT     PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	AMEND-COUNT   PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	DELETE-COUNT  PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	BACKOUT-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	PRIOR-COUNT   PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	REBUILT-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	LIVE-COUNT    PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	MATCH-COUNT   PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	MISSING-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	EXTRA-COUNT   PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	DIFFER-COUNT  PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	CONV-COUNT    PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	TRAIL-COUNT   PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	UNDATED-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	REBUILT-TOTAL PICTURE S9(11) USAGE IS COMPUTATIONAL VALUE 0.
77	LIVE-TOTAL    PICTURE S9(11) USAGE IS COMPUTATIONAL VALUE 0.
COPY ARRAYAREA.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(42) VALUE
		'LEDGER MASTER REBUILD-AND-COMPARE'.
01	SNAP-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(35) VALUE
		'REBUILT FROM THE SNAPSHOT OF CLOSE '.
	02 OUT-SNAP-DATE PICTURE X(8).
01	UNDERLINE-1.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(129) VALUE ALL '-'.
01	COL-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE 'BREAK'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'DOC ID  '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'SIDE   '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'LDGR DT '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(3)  VALUE 'BR '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'POSTED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE 'DEC EQUIV'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(12) VALUE 'ROMAN NUMBER'.
*> every break is one or two of these: the category, then the record
*> as the rebuild has it and/or as the live master has it.
01	BREAK-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 BRK-TEXT PICTURE X(22).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BRK-ID PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BRK-SIDE PICTURE X(7).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BRK-DATE PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BRK-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BRK-POSTED PICTURE X(6).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BRK-EQ PICTURE Z(8)9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BRK-R PICTURE X(50).
01	NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 NOTE-TEXT PICTURE X(76).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	COUNT-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 CNT-TEXT PICTURE X(40).
	02 CNT-COUNT PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 CNT-LABEL PICTURE X(13).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 CNT-VALUE PICTURE Z(11).
01	COVER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(40) VALUE
		'EARLIEST NIGHT OF THE MONTH ON EXTRACTS'.
	02 COVER-DATE PICTURE X(8).
01	RESULT-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 RESULT-TEXT PICTURE X(80).
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 ERR-FILE PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING VERIFIED *'.
	02 FILLER PICTURE X(1)  VALUE '*'.
01	PARM-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(56) VALUE
		'** PARM MUST BE THE SNAPSHOT MONTH-END YYYYMMDD - NO RUN'.
	02 FILLER PICTURE X(3)  VALUE ' **'.

PROCEDURE DIVISION.
	ACCEPT SNAP-DATE-WS FROM COMMAND-LINE.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	IF SNAP-DATE-WS IS NOT NUMERIC
		WRITE STDOUT-RECORD FROM PARM-ERROR-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE SNAP-DATE-WS TO OUT-SNAP-DATE.
	WRITE STDOUT-RECORD FROM SNAP-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
*> without the snapshot there is nothing to rebuild on, and without
*> the master nothing to compare - either one stops the run.
	OPEN INPUT SNAP-FILE.
	IF SNAP-STATUS IS NOT EQUAL TO '00'
		MOVE 'SNAPFILE' TO ERR-FILE
		MOVE SNAP-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	OPEN INPUT MASTER-FILE.
	IF MASTER-STATUS IS NOT EQUAL TO '00'
		MOVE 'MASTFILE' TO ERR-FILE
		MOVE MASTER-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		CLOSE SNAP-FILE, STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	SORT SORT-FILE
		ON ASCENDING KEY SR-ID SR-STAMP SR-ORDER
		INPUT PROCEDURE IS GATHER THRU GATHER-X
		OUTPUT PROCEDURE IS REBUILD THRU REBUILD-X.
	CLOSE MASTER-FILE.
*> a trail that could not be read is named - whatever it recorded is
*> missing from the rebuild, and every break it would have explained
*> is printed above.
	IF POST-STATUS IS NOT EQUAL TO '00' AND POST-STATUS IS NOT EQUAL TO '10'
		MOVE 'POSTFILE NOT AVAILABLE - NO POSTINGS REPLAYED' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	IF CHANGE-STATUS IS NOT EQUAL TO '00'
			AND CHANGE-STATUS IS NOT EQUAL TO '10'
		MOVE 'CHGAUDIT NOT AVAILABLE - NO AMENDMENTS OR DELETES REPLAYED'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF HISTORY-STATUS IS NOT EQUAL TO '00'
			AND HISTORY-STATUS IS NOT EQUAL TO '10'
		MOVE 'BKOHIST NOT AVAILABLE - NO BACKOUTS REPLAYED' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF ADJUST-STATUS IS NOT EQUAL TO '00'
			AND ADJUST-STATUS IS NOT EQUAL TO '10'
		MOVE 'ADJHIST NOT AVAILABLE - LATE POSTINGS KEEP THEIR OWN DATES'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
*> the posting extracts must reach back to the snapshot, or the
*> nights between are missing from the rebuild and their documents
*> show as extra on the master. Recycled corrections and late
*> postings carry their own older dates and do not count towards the
*> reach - only the snapshot month's own nights do.
	IF EARLIEST-POST IS EQUAL TO HIGH-VALUES
		MOVE 'NONE' TO COVER-DATE
	ELSE
		MOVE EARLIEST-POST TO COVER-DATE.
	WRITE STDOUT-RECORD FROM COVER-LINE AFTER ADVANCING 2 LINES.
	IF EARLIEST-POST IS GREATER THAN SNAP-DATE-WS
		MOVE 'RETAINED EXTRACTS BEGIN AFTER THE SNAPSHOT - NIGHTS BETWEEN MAY BE MISSING'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	MOVE 'SNAPSHOT RECORDS' TO CNT-TEXT.
	MOVE SNAP-COUNT TO CNT-COUNT.
	MOVE SPACES TO CNT-LABEL.
	MOVE 0 TO CNT-VALUE.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 2 LINES.
	MOVE 'POSTINGS READ FROM THE EXTRACTS' TO CNT-TEXT.
	MOVE POST-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE '  ADDED TO THE REBUILD' TO CNT-TEXT.
	MOVE ADDED-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE '    RE-DATED INTO THE OPEN PERIOD' TO CNT-TEXT.
	MOVE REDATE-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE '  ALREADY ON - NOT REPOSTED' TO CNT-TEXT.
	MOVE ON-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE '    OF WHICH REPOSTED AFTER A BACKOUT' TO CNT-TEXT.
	MOVE REPOST-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'AMENDMENTS REPLAYED' TO CNT-TEXT.
	MOVE AMEND-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DELETES REPLAYED' TO CNT-TEXT.
	MOVE DELETE-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'BACKOUTS REPLAYED' TO CNT-TEXT.
	MOVE BACKOUT-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TRAIL EVENTS ALREADY IN THE SNAPSHOT' TO CNT-TEXT.
	MOVE PRIOR-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'ADJUSTING ENTRIES - MASTER UNCHANGED' TO CNT-TEXT.
	MOVE ADJ-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'REBUILT MASTER' TO CNT-TEXT.
	MOVE REBUILT-COUNT TO CNT-COUNT.
	MOVE 'DECIMAL TOTAL' TO CNT-LABEL.
	MOVE REBUILT-TOTAL TO CNT-VALUE.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 2 LINES.
	MOVE 'LIVE MASTER' TO CNT-TEXT.
	MOVE LIVE-COUNT TO CNT-COUNT.
	MOVE LIVE-TOTAL TO CNT-VALUE.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE SPACES TO CNT-LABEL.
	MOVE 0 TO CNT-VALUE.
	MOVE 'RECORDS AGREEING' TO CNT-TEXT.
	MOVE MATCH-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 2 LINES.
	MOVE '  POSTED DATE NOT CHECKED' TO CNT-TEXT.
	MOVE UNDATED-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'MISSING FROM THE MASTER' TO CNT-TEXT.
	MOVE MISSING-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EXTRA ON THE MASTER' TO CNT-TEXT.
	MOVE EXTRA-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DIFFERING' TO CNT-TEXT.
	MOVE DIFFER-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NUMERAL NOT EQUAL TO DECIMAL' TO CNT-TEXT.
	MOVE CONV-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TRAIL EVENTS THE REBUILD CANNOT FOLLOW' TO CNT-TEXT.
	MOVE TRAIL-COUNT TO CNT-COUNT.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	IF MISSING-COUNT IS GREATER THAN 0
			OR EXTRA-COUNT IS GREATER THAN 0
			OR DIFFER-COUNT IS GREATER THAN 0
			OR CONV-COUNT IS GREATER THAN 0
			OR TRAIL-COUNT IS GREATER THAN 0
		MOVE '** MASTER DOES NOT AGREE WITH ITS REBUILD - HOLD THE MONTH-END STATEMENTS **'
			TO RESULT-TEXT
		WRITE STDOUT-RECORD FROM RESULT-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		DISPLAY 'ROMANVFY MASTER DOES NOT AGREE WITH ITS REBUILD'
		MOVE 8 TO RETURN-CODE
		STOP RUN.
	MOVE 'MASTER AGREES WITH ITS REBUILD RECORD FOR RECORD' TO RESULT-TEXT.
	WRITE STDOUT-RECORD FROM RESULT-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 the master agrees with its rebuild, 4 it agrees but a trail
*> could not be read or the extracts do not reach back to the
*> snapshot, 8 any missing, extra or differing record, numeral that
*> no longer equals its decimal, or trail event the rebuild cannot
*> follow - the month-end statements are held on it - 12 bad PARM
*> or the snapshot or master unavailable.
	IF EARLIEST-POST IS GREATER THAN SNAP-DATE-WS
		MOVE 4 TO RETURN-CODE.
	IF POST-STATUS IS NOT EQUAL TO '00' AND POST-STATUS IS NOT EQUAL TO '10'
		MOVE 4 TO RETURN-CODE.
	IF CHANGE-STATUS IS NOT EQUAL TO '00'
			AND CHANGE-STATUS IS NOT EQUAL TO '10'
		MOVE 4 TO RETURN-CODE.
	IF HISTORY-STATUS IS NOT EQUAL TO '00'
			AND HISTORY-STATUS IS NOT EQUAL TO '10'
		MOVE 4 TO RETURN-CODE.
	IF ADJUST-STATUS IS NOT EQUAL TO '00'
			AND ADJUST-STATUS IS NOT EQUAL TO '10'
		MOVE 4 TO RETURN-CODE.
	STOP RUN.
*> gather: the snapshot, then one pass over each trail.
GATHER.
	PERFORM GATHER-SNAPSHOT THRU GATHER-SNAPSHOT-X.
	PERFORM GATHER-ADJUSTMENTS THRU GATHER-ADJUSTMENTS-X.
	PERFORM GATHER-POSTINGS THRU GATHER-POSTINGS-X.
	PERFORM GATHER-CHANGES THRU GATHER-CHANGES-X.
	PERFORM GATHER-BACKOUTS THRU GATHER-BACKOUTS-X.
GATHER-X.
	EXIT.
GATHER-SNAPSHOT.
GS1.	READ SNAP-FILE AT END GO TO GS8.
	ADD 1 TO SNAP-COUNT.
	MOVE SPACES TO SORT-RECORD.
	MOVE SNAP-ID TO SR-ID.
	MOVE ALL '0' TO SR-STAMP.
	MOVE 0 TO SR-ORDER.
	MOVE 'S' TO SR-KIND.
	MOVE SNAP-RECORD TO SR-IMAGE.
	RELEASE SORT-RECORD.
	GO TO GS1.
GS8.	CLOSE SNAP-FILE.
GATHER-SNAPSHOT-X.
	EXIT.
*> a late posting went onto the master dated the day it was posted,
*> not its own business date - the type P entry says which day. The
*> amount and void entries change no master record; they are only
*> counted.
GATHER-ADJUSTMENTS.
	OPEN INPUT ADJUST-FILE.
	IF ADJUST-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-ADJUSTMENTS-X.
GA1.	READ ADJUST-FILE AT END GO TO GA8.
	IF NOT ADJ-LATE-POSTING
		ADD 1 TO ADJ-COUNT
		GO TO GA1.
	MOVE SPACES TO SORT-RECORD.
	MOVE ADJ-ID TO SR-ID.
	MOVE ADJ-ORIG-DATE TO SR-STAMP (1:8).
	MOVE ALL '0' TO SR-STAMP (9:8).
	MOVE 1 TO SR-ORDER.
	MOVE 'A' TO SR-KIND.
	MOVE ADJ-DATE TO SRI-DATE.
	RELEASE SORT-RECORD.
	GO TO GA1.
GA8.	CLOSE ADJUST-FILE.
GATHER-ADJUSTMENTS-X.
	EXIT.
GATHER-POSTINGS.
	OPEN INPUT POST-FILE.
	IF POST-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-POSTINGS-X.
GP1.	READ POST-FILE AT END GO TO GP8.
	ADD 1 TO POST-COUNT.
	IF POST-SOURCE IS NOT EQUAL TO 'R'
			AND POST-DATE (1:6) IS NOT LESS THAN SNAP-DATE-WS (1:6)
			AND POST-DATE IS LESS THAN EARLIEST-POST
		MOVE POST-DATE TO EARLIEST-POST.
	MOVE SPACES TO SORT-RECORD.
	MOVE POST-ID TO SR-ID.
	MOVE POST-DATE TO SR-STAMP (1:8).
	MOVE ALL '0' TO SR-STAMP (9:8).
	MOVE 2 TO SR-ORDER.
	MOVE 'P' TO SR-KIND.
	MOVE POST-ID TO SRI-ID.
	MOVE POST-DATE TO SRI-DATE.
	MOVE POST-NUMERAL TO SRI-NUMERAL.
	MOVE POST-DECIMAL TO SRI-DECIMAL.
	MOVE POST-BRANCH TO SRI-BRANCH.
	RELEASE SORT-RECORD.
	GO TO GP1.
GP8.	CLOSE POST-FILE.
GATHER-POSTINGS-X.
	EXIT.
*> an approved amendment leaves ledger date and branch as they were
*> and posts on the approval date; the trail's own before image is
*> kept to check the rebuild against.
GATHER-CHANGES.
	OPEN INPUT CHANGE-FILE.
	IF CHANGE-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-CHANGES-X.
GC1.	READ CHANGE-FILE AT END GO TO GC8.
	IF CHG-ACTION IS NOT EQUAL TO 'A'
			AND CHG-ACTION IS NOT EQUAL TO 'D'
		GO TO GC1.
	MOVE SPACES TO SORT-RECORD.
	MOVE CHG-ID TO SR-ID.
	MOVE '20' TO SR-STAMP (1:2).
	MOVE CHG-DATE TO SR-STAMP (3:6).
	MOVE CHG-TIME TO SR-STAMP (9:8).
	MOVE 3 TO SR-ORDER.
	MOVE CHG-ID TO SRI-ID.
	MOVE CHG-BEF-NUMERAL TO SR-BEF-NUMERAL.
	MOVE CHG-BEF-DECIMAL TO SR-BEF-DECIMAL.
	IF CHG-ACTION IS EQUAL TO 'D'
		MOVE 'D' TO SR-KIND
	ELSE
		MOVE 'C' TO SR-KIND
		MOVE CHG-AFT-NUMERAL TO SRI-NUMERAL
		MOVE CHG-AFT-DECIMAL TO SRI-DECIMAL
		MOVE CHG-DATE TO SRI-POSTED
	END-IF.
	RELEASE SORT-RECORD.
	GO TO GC1.
GC8.	CLOSE CHANGE-FILE.
GATHER-CHANGES-X.
	EXIT.
GATHER-BACKOUTS.
	OPEN INPUT HISTORY-FILE.
	IF HISTORY-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-BACKOUTS-X.
GB1.	READ HISTORY-FILE AT END GO TO GB8.
	MOVE SPACES TO SORT-RECORD.
	MOVE BKOH-ID TO SR-ID.
	MOVE '20' TO SR-STAMP (1:2).
	MOVE BKOH-RUN-DATE TO SR-STAMP (3:6).
	MOVE BKOH-RUN-TIME TO SR-STAMP (9:8).
	MOVE 3 TO SR-ORDER.
	MOVE 'B' TO SR-KIND.
	MOVE BKOH-IMAGE TO SR-IMAGE.
	MOVE BKOH-NUMERAL TO SR-BEF-NUMERAL.
	MOVE BKOH-DECIMAL TO SR-BEF-DECIMAL.
	MOVE BKOH-BUS-DATE TO SR-BUS-DATE.
	RELEASE SORT-RECORD.
	GO TO GB1.
GB8.	CLOSE HISTORY-FILE.
GATHER-BACKOUTS-X.
	EXIT.
*> rebuild one document at a time as its events come off the sort,
*> and hold each rebuilt record against the live master read in the
*> same key order - the live records that fall between are extra.
REBUILD.
	PERFORM READ-MASTER THRU READ-MASTER-X.
RB1.	RETURN SORT-FILE AT END GO TO RB8.
	IF GROUP-OPEN AND SR-ID IS NOT EQUAL TO CURR-ID
		PERFORM FINISH-DOC THRU FINISH-DOC-X
		MOVE 'N' TO GROUP-OPEN-SW
	END-IF.
	IF NOT GROUP-OPEN
		PERFORM START-DOC
	END-IF.
	PERFORM APPLY-EVENT THRU APPLY-EVENT-X.
	GO TO RB1.
RB8.	IF GROUP-OPEN
		PERFORM FINISH-DOC THRU FINISH-DOC-X
	END-IF.
RB9.	IF MAST-EOF
		GO TO REBUILD-X.
	PERFORM NOTE-EXTRA.
	PERFORM READ-MASTER THRU READ-MASTER-X.
	GO TO RB9.
REBUILD-X.
	EXIT.
START-DOC.
	MOVE SR-ID TO CURR-ID.
	MOVE 'N' TO E-PRESENT-SW.
	MOVE 'N' TO E-TENTATIVE-SW.
	MOVE SPACES TO E-REDATE.
	MOVE SPACES TO E-REDATE-FROM.
	MOVE SPACES TO E-POST-SEEN.
	MOVE 0 TO E-REPOST-COUNT.
	MOVE SPACES TO E-RECORD.
	SET GROUP-OPEN TO TRUE.
*> the replay rules are the posting, approval and backout runs' own:
*> a posting adds a document not yet on the master and leaves one
*> already there alone; an amendment or delete, and a backout, act on
*> the record as it stands. An event after the snapshot that finds
*> the rebuild not as the trail says it stood is a break in itself.
APPLY-EVENT.
	MOVE SR-STAMP (1:8) TO EVENT-DATE-WS.
	IF SR-KIND IS EQUAL TO 'S'
		SET E-PRESENT TO TRUE
		MOVE SR-IMAGE TO E-RECORD
		GO TO APPLY-EVENT-X.
	IF SR-KIND IS EQUAL TO 'A'
		MOVE SRI-DATE TO E-REDATE
		MOVE SR-STAMP (1:8) TO E-REDATE-FROM
		GO TO APPLY-EVENT-X.
	IF SR-KIND IS EQUAL TO 'P'
		GO TO AE-POST.
	IF EVENT-DATE-WS IS NOT GREATER THAN SNAP-DATE-WS
		GO TO AE-PRIOR.
	IF SR-KIND IS EQUAL TO 'C'
		GO TO AE-AMEND.
	IF NOT E-PRESENT
		MOVE 'REMOVED - NOT REBUILT' TO BRK-TEXT
		PERFORM NOTE-TRAIL
		GO TO APPLY-EVENT-X.
	IF E-NUMERAL IS NOT EQUAL TO SR-BEF-NUMERAL
			OR E-DECIMAL IS NOT EQUAL TO SR-BEF-DECIMAL
		MOVE 'REMOVED - NOT AS BUILT' TO BRK-TEXT
		PERFORM NOTE-TRAIL.
	MOVE 'N' TO E-PRESENT-SW.
	IF SR-KIND IS EQUAL TO 'D'
		ADD 1 TO DELETE-COUNT
	ELSE
		ADD 1 TO BACKOUT-COUNT
		PERFORM REPOST-CHECK.
	GO TO APPLY-EVENT-X.
AE-AMEND.
	IF NOT E-PRESENT
		MOVE 'AMENDED - NOT REBUILT' TO BRK-TEXT
		PERFORM NOTE-TRAIL
		GO TO APPLY-EVENT-X.
	IF E-NUMERAL IS NOT EQUAL TO SR-BEF-NUMERAL
			OR E-DECIMAL IS NOT EQUAL TO SR-BEF-DECIMAL
		MOVE 'AMENDED - NOT AS BUILT' TO BRK-TEXT
		PERFORM NOTE-TRAIL.
	MOVE SRI-NUMERAL TO E-NUMERAL.
	MOVE SRI-DECIMAL TO E-DECIMAL.
	MOVE SRI-POSTED TO E-POSTED.
	ADD 1 TO AMEND-COUNT.
	GO TO APPLY-EVENT-X.
*> a trail event already in the snapshot changes nothing, except that
*> a removal takes off again a document a pre-snapshot posting put
*> back on - the snapshot shows it was off by the month-end.
AE-PRIOR.
	ADD 1 TO PRIOR-COUNT.
	IF SR-KIND IS NOT EQUAL TO 'C'
			AND E-TENTATIVE
		MOVE 'N' TO E-PRESENT-SW
		MOVE 'N' TO E-TENTATIVE-SW
		IF SR-KIND IS EQUAL TO 'B'
			PERFORM REPOST-CHECK
		END-IF.
	GO TO APPLY-EVENT-X.
*> a posting of a document already rebuilt is the posting run's
*> duplicate or conflict - nothing changes. Otherwise it goes on
*> under its business date, or under the day the adjustment trail
*> says a late one was posted into the open period.
AE-POST.
	IF E-PRESENT AND SRI-DATE IS EQUAL TO E-POST-SEEN
		ADD 1 TO E-REPOST-COUNT
		MOVE SR-IMAGE TO E-REPOST.
	IF E-PRESENT
		MOVE SRI-DATE TO E-POST-SEEN
		ADD 1 TO ON-COUNT
		GO TO APPLY-EVENT-X.
	MOVE SRI-DATE TO E-POST-SEEN.
	SET E-PRESENT TO TRUE.
	MOVE SR-IMAGE TO E-RECORD.
	MOVE SPACES TO E-POSTED.
	IF E-REDATE IS NOT EQUAL TO SPACES
			AND E-REDATE-FROM IS EQUAL TO SRI-DATE
		MOVE E-REDATE TO E-DATE
		MOVE E-REDATE (3:6) TO E-POSTED
		MOVE E-REDATE TO EVENT-DATE-WS
		MOVE SPACES TO E-REDATE
		ADD 1 TO REDATE-COUNT.
	ADD 1 TO ADDED-COUNT.
	IF EVENT-DATE-WS IS NOT GREATER THAN SNAP-DATE-WS
		SET E-TENTATIVE TO TRUE
	ELSE
		MOVE 'N' TO E-TENTATIVE-SW.
APPLY-EVENT-X.
	EXIT.
*> a backout of the night a second posting is held for puts that
*> posting on - the night was run again after it.
REPOST-CHECK.
	IF E-REPOST-COUNT IS GREATER THAN 0
			AND SR-BUS-DATE IS EQUAL TO E-POST-SEEN
		SET E-PRESENT TO TRUE
		MOVE 'N' TO E-TENTATIVE-SW
		MOVE E-REPOST TO E-RECORD
		MOVE SPACES TO E-POSTED
		SUBTRACT 1 FROM E-REPOST-COUNT
		ADD 1 TO REPOST-COUNT.
*> the document's last event is in: its rebuilt record, if it has
*> one, against the live master. Live records keyed below it have no
*> rebuilt record at all.
FINISH-DOC.
	IF E-PRESENT
		ADD 1 TO REBUILT-COUNT
		ADD E-DECIMAL TO REBUILT-TOTAL.
FD1.	IF MAST-EOF
		GO TO FD2.
	IF MAST-ID IS NOT LESS THAN CURR-ID
		GO TO FD2.
	PERFORM NOTE-EXTRA.
	PERFORM READ-MASTER THRU READ-MASTER-X.
	GO TO FD1.
FD2.	IF MAST-EOF OR MAST-ID IS GREATER THAN CURR-ID
		IF E-PRESENT
			PERFORM NOTE-MISSING
		END-IF
		GO TO FINISH-DOC-X.
	IF NOT E-PRESENT
		PERFORM NOTE-EXTRA
		PERFORM READ-MASTER THRU READ-MASTER-X
		GO TO FINISH-DOC-X.
*> the posted date is compared only where the rebuild knows it.
	IF E-POSTED IS EQUAL TO SPACES
		ADD 1 TO UNDATED-COUNT.
	IF E-DATE IS EQUAL TO MAST-DATE
			AND E-NUMERAL IS EQUAL TO MAST-NUMERAL
			AND E-DECIMAL IS EQUAL TO MAST-DECIMAL
			AND (E-POSTED IS EQUAL TO MAST-POSTED
				OR E-POSTED IS EQUAL TO SPACES)
			AND E-BRANCH IS EQUAL TO MAST-BRANCH
		ADD 1 TO MATCH-COUNT
	ELSE
		ADD 1 TO DIFFER-COUNT
		MOVE 'DIFFERS' TO BRK-TEXT
		PERFORM SHOW-REBUILT
		MOVE SPACES TO BRK-TEXT
		PERFORM SHOW-LIVE.
	PERFORM READ-MASTER THRU READ-MASTER-X.
FINISH-DOC-X.
	EXIT.
NOTE-MISSING.
	ADD 1 TO MISSING-COUNT.
	MOVE 'MISSING FROM MASTER' TO BRK-TEXT.
	PERFORM SHOW-REBUILT.
NOTE-EXTRA.
	ADD 1 TO EXTRA-COUNT.
	MOVE 'EXTRA ON MASTER' TO BRK-TEXT.
	PERFORM SHOW-LIVE.
NOTE-TRAIL.
	ADD 1 TO TRAIL-COUNT.
	MOVE CURR-ID TO BRK-ID.
	MOVE 'TRAIL' TO BRK-SIDE.
	MOVE EVENT-DATE-WS TO BRK-DATE.
	MOVE SPACES TO BRK-BRANCH.
	MOVE SPACES TO BRK-POSTED.
	MOVE SR-BEF-DECIMAL TO TEMP.
	MOVE TEMP TO BRK-EQ.
	MOVE SR-BEF-NUMERAL TO BRK-R.
	WRITE STDOUT-RECORD FROM BREAK-LINE AFTER ADVANCING 1 LINE.
SHOW-REBUILT.
	MOVE E-ID TO BRK-ID.
	MOVE 'REBUILT' TO BRK-SIDE.
	MOVE E-DATE TO BRK-DATE.
	MOVE E-BRANCH TO BRK-BRANCH.
	MOVE E-POSTED TO BRK-POSTED.
	MOVE E-DECIMAL TO BRK-EQ.
	MOVE E-NUMERAL TO BRK-R.
	WRITE STDOUT-RECORD FROM BREAK-LINE AFTER ADVANCING 1 LINE.
SHOW-LIVE.
	MOVE MAST-ID TO BRK-ID.
	MOVE 'LIVE' TO BRK-SIDE.
	MOVE MAST-DATE TO BRK-DATE.
	MOVE MAST-BRANCH TO BRK-BRANCH.
	MOVE MAST-POSTED TO BRK-POSTED.
	MOVE MAST-DECIMAL TO BRK-EQ.
	MOVE MAST-NUMERAL TO BRK-R.
	WRITE STDOUT-RECORD FROM BREAK-LINE AFTER ADVANCING 1 LINE.
*> every live record goes back through conv's quiet lookup on the
*> way past: its numeral must still convert, and to its own decimal.
READ-MASTER.
	IF MAST-EOF
		GO TO READ-MASTER-X.
	READ MASTER-FILE
		AT END SET MAST-EOF TO TRUE
	END-READ.
	IF MAST-EOF
		GO TO READ-MASTER-X.
	ADD 1 TO LIVE-COUNT.
	ADD MAST-DECIMAL TO LIVE-TOTAL.
	MOVE SPACES TO ARRAY-AREA.
	MOVE MAST-NUMERAL TO ARRAY-AREA.
	PERFORM RM1
		VARYING N FROM 1 BY 1
		UNTIL N IS GREATER THAN ARRAY-CHAR-LIMIT
			OR ARRAY-CHAR (N) IS EQUAL TO SPACE.
	SUBTRACT 1 FROM N.
	MOVE 0 TO RET.
	MOVE 0 TO TEMP.
	IF N IS GREATER THAN 0
		CALL "convlookup" USING ARRAY-AREA, N, RET, TEMP.
	IF RET IS EQUAL TO 1
			AND TEMP IS EQUAL TO MAST-DECIMAL
		GO TO READ-MASTER-X.
	ADD 1 TO CONV-COUNT.
	IF RET IS NOT EQUAL TO 1
		MOVE 'NUMERAL NOT VALID' TO BRK-TEXT
		PERFORM SHOW-LIVE
		GO TO READ-MASTER-X.
*> the live record, then what its numeral converts to.
	MOVE 'NUMERAL DISAGREES' TO BRK-TEXT.
	PERFORM SHOW-LIVE.
	MOVE 'CONVERTS TO' TO BRK-TEXT.
	MOVE 'CONV' TO BRK-SIDE.
	MOVE SPACES TO BRK-DATE.
	MOVE SPACES TO BRK-BRANCH.
	MOVE SPACES TO BRK-POSTED.
	MOVE TEMP TO BRK-EQ.
	MOVE SPACES TO BRK-R.
	WRITE STDOUT-RECORD FROM BREAK-LINE AFTER ADVANCING 1 LINE.
READ-MASTER-X.
	EXIT.
RM1.	CONTINUE.
