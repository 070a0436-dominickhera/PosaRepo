IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANPIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CARD-FILE ASSIGN TO "ASOFCARD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CARD-STATUS.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS DYNAMIC
		RECORD KEY IS MAST-ID
		FILE STATUS IS MASTER-STATUS.
	SELECT CHANGE-FILE ASSIGN TO "CHGAUDIT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CHANGE-STATUS.
	SELECT HISTORY-FILE ASSIGN TO "BKOHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HISTORY-STATUS.
	SELECT SNAP-FILE ASSIGN TO "SNAPFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SNAP-STATUS.
	SELECT SORT-FILE ASSIGN TO "SORTWK".
	SELECT STANDARD-OUTPUT ASSIGN TO "PITRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> one card per question: the first document id, the last (blank
*> for a single document) and the YYYYMMDD date the ledger is to be
*> shown as it stood at the close of.
FD CARD-FILE.
	01 CARD-RECORD.
		02 CARD-LO   PICTURE X(08).
		02 FILLER    PICTURE X(01).
		02 CARD-HI   PICTURE X(08).
		02 FILLER    PICTURE X(01).
		02 CARD-DATE PICTURE X(08).
		02 FILLER    PICTURE X(54).
FD MASTER-FILE.
	01 MAST-RECORD.
		02 MAST-ID      PICTURE X(08).
		02 MAST-DATE    PICTURE X(08).
		02 MAST-NUMERAL PICTURE X(60).
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
FD CHANGE-FILE.
	COPY CHGREC.
FD HISTORY-FILE.
	COPY BKOREC.
FD SNAP-FILE.
	01 SNAP-RECORD.
		02 SNAP-ID      PICTURE X(08).
		02 SNAP-DATE    PICTURE X(08).
		02 SNAP-NUMERAL PICTURE X(60).
		02 SNAP-DECIMAL PICTURE 9(08).
		02 SNAP-POSTED  PICTURE X(06).
		02 SNAP-BRANCH  PICTURE X(03).
*> every piece of evidence about a requested document, brought
*> together per card and per document in time order: the master
*> record as it stands now (kind M), the month-end snapshot image
*> (S), approved amendments (C) and deletes (D) from CHGAUDIT, and
*> backouts (B) from BKOHIST. SR-STAMP is YYYYMMDD plus the trail's
*> HHMMSShh time.
SD SORT-FILE.
	01 SORT-RECORD.
		02 SR-CARD     PICTURE 9(04).
		02 SR-ID       PICTURE X(08).
		02 SR-STAMP    PICTURE X(16).
		02 SR-KIND     PICTURE X(01).
		02 SR-OPID     PICTURE X(08).
		02 SR-APPROVER PICTURE X(08).
		02 SR-IMAGE.
			03 SR-IMG-ID      PICTURE X(08).
			03 SR-IMG-DATE    PICTURE X(08).
			03 SR-IMG-NUMERAL PICTURE X(60).
			03 SR-IMG-DECIMAL PICTURE 9(08).
			03 SR-IMG-POSTED  PICTURE X(06).
			03 SR-IMG-BRANCH  PICTURE X(03).
		02 SR-AFT-NUMERAL PICTURE X(60).
		02 SR-AFT-DECIMAL PICTURE X(08).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(132).
WORKING-STORAGE SECTION.
77	CARD-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
77	CHANGE-STATUS PICTURE X(02).
77	HISTORY-STATUS PICTURE X(02).
77	SNAP-STATUS PICTURE X(02).
77	MASTER-EOF-SW PICTURE X VALUE 'N'.
	88 MASTER-EOF VALUE 'Y'.
77	SORT-EOF-SW PICTURE X VALUE 'N'.
	88 SORT-EOF VALUE 'Y'.
77	GROUP-OPEN-SW PICTURE X VALUE 'N'.
	88 GROUP-OPEN VALUE 'Y'.
77	SNAP-MODE-SW PICTURE X VALUE 'N'.
	88 SNAP-MODE VALUE 'Y'.
77	CHANGE-MISSING-SW PICTURE X VALUE 'N'.
	88 CHANGE-MISSING VALUE 'Y'.
77	HISTORY-MISSING-SW PICTURE X VALUE 'N'.
	88 HISTORY-MISSING VALUE 'Y'.
77	EV-FULL-SW PICTURE X VALUE 'N'.
	88 EV-TABLE-FULL VALUE 'Y'.
77	CARD-FULL-SW PICTURE X VALUE 'N'.
	88 CARD-TABLE-FULL VALUE 'Y'.
*> PARM is the YYYYMMDD month-end the SNAPFILE generation was cut at -
*> given, every document's rebuilt history is also held against that
*> snapshot image; left off, the snapshot is not read.
77	PARM-WS PICTURE X(08) VALUE SPACES.
77	SNAP-DATE-WS PICTURE X(08) VALUE SPACES.
77	CARD-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	CARD-READ-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	BAD-CARD-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	DOC-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	EMPTY-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	SNAP-BREAK-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	NEXT-CARD PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 1.
77	CX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	EV-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	EX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	EY PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	EV-LIMIT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 200.
77	CURR-CARD PICTURE 9(04) VALUE 0.
77	CURR-ID PICTURE X(08) VALUE SPACES.
77	CUTOFF-DATE PICTURE X(08).
77	CHG-TIME-X PICTURE X(08).
*> the request cards, held for the whole run - every trail record
*> is tested against every card's range as it goes by.
01	CARD-TABLE.
	02 CARD-ENTRY OCCURS 200 TIMES.
		03 CT-LO    PICTURE X(8).
		03 CT-HI    PICTURE X(8).
		03 CT-DATE  PICTURE X(8).
		03 CT-FOUND PICTURE S9(4) USAGE IS COMPUTATIONAL.
*> one document's events in time order. The trail events come off
*> the sort; the P (posted) events are worked out from them, since
*> the posting run leaves no trail of its own beyond MAST-POSTED on
*> whichever image survives.
01	EV-TABLE.
	02 EV-ENTRY OCCURS 200 TIMES.
		03 EV-STAMP    PICTURE X(16).
		03 EV-KIND     PICTURE X(01).
		03 EV-OPID     PICTURE X(08).
		03 EV-APPROVER PICTURE X(08).
		03 EV-IMAGE.
			04 EV-ID      PICTURE X(08).
			04 EV-DATE    PICTURE X(08).
			04 EV-NUMERAL PICTURE X(60).
			04 EV-DECIMAL PICTURE 9(08).
			04 EV-POSTED  PICTURE X(06).
			04 EV-BRANCH  PICTURE X(03).
		03 EV-AFT-NUMERAL PICTURE X(60).
		03 EV-AFT-DECIMAL PICTURE X(08).
01	EV-HOLD PICTURE X(194).
*> the master record as it stands today, the snapshot's image, and
*> the working image the rebuild walks back through time.
01	CUR-STATE.
	02 CUR-EXISTS PICTURE X(01).
	02 CUR-IMAGE  PICTURE X(93).
01	SNP-STATE.
	02 SNP-EXISTS PICTURE X(01).
	02 SNP-IMAGE  PICTURE X(93).
01	ST-STATE.
	02 ST-EXISTS PICTURE X(01).
		88 ST-ON-LEDGER VALUE 'Y'.
	02 ST-IMAGE.
		03 ST-ID      PICTURE X(08).
		03 ST-DATE    PICTURE X(08).
		03 ST-NUMERAL PICTURE X(60).
		03 ST-DECIMAL PICTURE 9(08).
		03 ST-POSTED  PICTURE X(06).
		03 ST-BRANCH  PICTURE X(03).
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(36) VALUE 'LEDGER MASTER POINT-IN-TIME INQUIRY'.
01	UNDERLINE-1.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(130) VALUE ALL '-'.
01	REQUEST-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(8)  VALUE 'REQUEST '.
	02 REQ-LO PICTURE X(8).
	02 FILLER PICTURE X(3)  VALUE ' - '.
	02 REQ-HI PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE '   AS OF'.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 REQ-DATE PICTURE X(8).
01	DOC-LINE.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE 'DOCUMENT '.
	02 DOC-ID PICTURE X(8).
01	COL-HEADS.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'DATE    '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'TIME  '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(16) VALUE 'EVENT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'OPERATOR'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'APPROVER'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE 'DEC EQUIV'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(12) VALUE 'ROMAN NUMBER'.
01	EVENT-LINE.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 EVL-DATE PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-TIME PICTURE X(6).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-TEXT PICTURE X(16).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-OPID PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-APPR PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-EQ PICTURE Z(8)9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-R PICTURE X(60).
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 EVL-FLAG PICTURE X(1).
01	STANDING-HEAD.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 STH-TEXT PICTURE X(22).
	02 STH-DATE PICTURE X(8).
	02 STH-RESULT PICTURE X(40).
01	IMAGE-LINE.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'LDGR DT '.
	02 IMG-DATE PICTURE X(8).
	02 FILLER PICTURE X(9)  VALUE '  BRANCH '.
	02 IMG-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(9)  VALUE '  POSTED '.
	02 IMG-POSTED PICTURE X(6).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 IMG-EQ PICTURE Z(8)9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 IMG-R PICTURE X(60).
01	LEGEND-LINE.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(60) VALUE
		'* AFTER THE AS-OF DATE - NOT PART OF THE STANDING SHOWN'.
01	NOTFOUND-LINE.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(50) VALUE
		'NO RECORD OF ANY DOCUMENT IN THIS RANGE'.
01	NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 NOTE-TEXT PICTURE X(50).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	BADCARD-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 BAD-CARD PICTURE X(26).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BAD-TEXT PICTURE X(34).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(38) VALUE
		'** MASTER FILE UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING LISTED **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(13) VALUE 'REQUESTS READ'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-REQUESTS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE 'DOCUMENTS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-DOCS PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'INVALID'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-INVALID PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(19) VALUE 'SNAPSHOT DISAGREES '.
	02 TRAILER-BREAKS PICTURE ZZZZZ9.

PROCEDURE DIVISION.
	ACCEPT PARM-WS FROM COMMAND-LINE.
	IF PARM-WS IS NUMERIC
		MOVE PARM-WS TO SNAP-DATE-WS
		SET SNAP-MODE TO TRUE.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	OPEN INPUT CARD-FILE.
	IF CARD-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANPIT I/O ERROR - ASOFCARD OPEN STATUS '
			CARD-STATUS
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	PERFORM LOAD-CARDS THRU LOAD-CARDS-X.
	CLOSE CARD-FILE.
	IF CARD-COUNT IS EQUAL TO 0
		GO TO PB0.
*> the master is only ever read here - like the inquiry, this job
*> must never be the one that creates it.
	OPEN INPUT MASTER-FILE.
	IF MASTER-STATUS IS NOT EQUAL TO '00'
		MOVE MASTER-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
	SORT SORT-FILE
		ON ASCENDING KEY SR-CARD SR-ID SR-STAMP
		INPUT PROCEDURE IS GATHER THRU GATHER-X
		OUTPUT PROCEDURE IS TRACE-DOCS THRU TRACE-DOCS-X.
	CLOSE MASTER-FILE.
PB0.	IF CHANGE-MISSING
		MOVE 'CHGAUDIT NOT AVAILABLE - AMENDMENTS NOT SHOWN' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	IF HISTORY-MISSING
		MOVE 'BKOHIST NOT AVAILABLE - BACKOUTS NOT SHOWN' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF CARD-TABLE-FULL
		MOVE 'MORE THAN 200 CARDS - THE REST NOT ANSWERED' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	MOVE CARD-READ-COUNT TO TRAILER-REQUESTS.
	MOVE DOC-COUNT TO TRAILER-DOCS.
	MOVE BAD-CARD-COUNT TO TRAILER-INVALID.
	MOVE SNAP-BREAK-COUNT TO TRAILER-BREAKS.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 4 a request found nothing or a card was mis-keyed,
*> 8 no cards at all, or a rebuilt history that disagrees with the
*> month-end snapshot (the trails and the master have drifted apart
*> and someone must find out why), 12 file failure (set where the
*> failure is found).
	IF EMPTY-COUNT IS GREATER THAN 0 OR BAD-CARD-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	IF CARD-READ-COUNT IS EQUAL TO 0 OR SNAP-BREAK-COUNT IS GREATER THAN 0
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
*> a card needs a first id and a real as-of date; a blank last id
*> asks about the one document. A bad card is listed and skipped.
LOAD-CARDS.
LC1.	READ CARD-FILE AT END GO TO LOAD-CARDS-X.
	ADD 1 TO CARD-READ-COUNT.
	IF CARD-HI IS EQUAL TO SPACES
		MOVE CARD-LO TO CARD-HI.
	MOVE CARD-RECORD (1:26) TO BAD-CARD.
	IF CARD-LO IS EQUAL TO SPACES
		MOVE 'FIRST DOCUMENT ID MISSING' TO BAD-TEXT
		GO TO LC8.
	IF CARD-DATE IS NOT NUMERIC
		MOVE 'AS-OF DATE NOT YYYYMMDD' TO BAD-TEXT
		GO TO LC8.
	IF CARD-HI IS LESS THAN CARD-LO
		MOVE 'LAST ID BEFORE FIRST ID' TO BAD-TEXT
		GO TO LC8.
	IF CARD-COUNT IS NOT LESS THAN 200
		SET CARD-TABLE-FULL TO TRUE
		GO TO LC1.
	ADD 1 TO CARD-COUNT.
	MOVE CARD-LO TO CT-LO (CARD-COUNT).
	MOVE CARD-HI TO CT-HI (CARD-COUNT).
	MOVE CARD-DATE TO CT-DATE (CARD-COUNT).
	MOVE 0 TO CT-FOUND (CARD-COUNT).
	GO TO LC1.
LC8.	WRITE STDOUT-RECORD FROM BADCARD-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO BAD-CARD-COUNT.
	GO TO LC1.
LOAD-CARDS-X.
	EXIT.
*> gather every piece of evidence for every card: the master's own
*> records in each card's range, then one pass each over the change
*> trail, the backout history and (when asked for) the snapshot.
GATHER.
	PERFORM GATHER-MASTER
		VARYING CX FROM 1 BY 1
		UNTIL CX IS GREATER THAN CARD-COUNT.
	OPEN INPUT CHANGE-FILE.
	IF CHANGE-STATUS IS NOT EQUAL TO '00'
		SET CHANGE-MISSING TO TRUE
		GO TO GA3.
GA1.	READ CHANGE-FILE AT END GO TO GA2.
	MOVE SPACES TO SORT-RECORD.
	MOVE CHG-ID TO SR-ID.
	MOVE '20' TO SR-STAMP (1:2).
	MOVE CHG-DATE TO SR-STAMP (3:6).
	MOVE CHG-TIME TO SR-STAMP (9:8).
	IF CHG-ACTION IS EQUAL TO 'D'
		MOVE 'D' TO SR-KIND
	ELSE
		MOVE 'C' TO SR-KIND
	END-IF.
	MOVE CHG-OPID TO SR-OPID.
	MOVE CHG-APPROVER TO SR-APPROVER.
	MOVE CHG-ID TO SR-IMG-ID.
	MOVE CHG-BEF-DATE TO SR-IMG-DATE.
	MOVE CHG-BEF-NUMERAL TO SR-IMG-NUMERAL.
	MOVE CHG-BEF-DECIMAL TO SR-IMG-DECIMAL.
	MOVE CHG-BEF-POSTED TO SR-IMG-POSTED.
	MOVE CHG-BEF-BRANCH TO SR-IMG-BRANCH.
	MOVE CHG-AFT-NUMERAL TO SR-AFT-NUMERAL.
	MOVE CHG-AFT-DECIMAL TO SR-AFT-DECIMAL.
	PERFORM RELEASE-FOR-CARDS
		VARYING CX FROM 1 BY 1
		UNTIL CX IS GREATER THAN CARD-COUNT.
	GO TO GA1.
GA2.	CLOSE CHANGE-FILE.
GA3.	OPEN INPUT HISTORY-FILE.
	IF HISTORY-STATUS IS NOT EQUAL TO '00'
		SET HISTORY-MISSING TO TRUE
		GO TO GA6.
GA4.	READ HISTORY-FILE AT END GO TO GA5.
	MOVE SPACES TO SORT-RECORD.
	MOVE BKOH-ID TO SR-ID.
	MOVE '20' TO SR-STAMP (1:2).
	MOVE BKOH-RUN-DATE TO SR-STAMP (3:6).
	MOVE BKOH-RUN-TIME TO SR-STAMP (9:8).
	MOVE 'B' TO SR-KIND.
	MOVE BKOH-OPID TO SR-OPID.
	MOVE BKOH-IMAGE TO SR-IMAGE.
	PERFORM RELEASE-FOR-CARDS
		VARYING CX FROM 1 BY 1
		UNTIL CX IS GREATER THAN CARD-COUNT.
	GO TO GA4.
GA5.	CLOSE HISTORY-FILE.
GA6.	IF NOT SNAP-MODE
		GO TO GATHER-X.
	OPEN INPUT SNAP-FILE.
	IF SNAP-STATUS IS NOT EQUAL TO '00'
		MOVE 'SNAPFILE NOT AVAILABLE - NO SNAPSHOT CHECK' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
		MOVE 'N' TO SNAP-MODE-SW
		GO TO GATHER-X.
GA7.	READ SNAP-FILE AT END GO TO GA8.
	MOVE SPACES TO SORT-RECORD.
	MOVE SNAP-ID TO SR-ID.
	MOVE ALL '9' TO SR-STAMP.
	MOVE 'S' TO SR-KIND.
	MOVE SNAP-RECORD TO SR-IMAGE.
	PERFORM RELEASE-FOR-CARDS
		VARYING CX FROM 1 BY 1
		UNTIL CX IS GREATER THAN CARD-COUNT.
	GO TO GA7.
GA8.	CLOSE SNAP-FILE.
GATHER-X.
	EXIT.
*> the master's records for one card, straight in on the key.
GATHER-MASTER.
	MOVE 'N' TO MASTER-EOF-SW.
	MOVE CT-LO (CX) TO MAST-ID.
	START MASTER-FILE KEY IS NOT LESS THAN MAST-ID
		INVALID KEY SET MASTER-EOF TO TRUE
	END-START.
	PERFORM GATHER-MASTER-ONE
		UNTIL MASTER-EOF.
GATHER-MASTER-ONE.
	READ MASTER-FILE NEXT RECORD
		AT END SET MASTER-EOF TO TRUE
	END-READ.
	IF NOT MASTER-EOF
		IF MAST-ID IS GREATER THAN CT-HI (CX)
			SET MASTER-EOF TO TRUE
		ELSE
			MOVE SPACES TO SORT-RECORD
			MOVE CX TO SR-CARD
			MOVE MAST-ID TO SR-ID
			MOVE ALL '9' TO SR-STAMP
			MOVE 'M' TO SR-KIND
			MOVE MAST-RECORD TO SR-IMAGE
			RELEASE SORT-RECORD
		END-IF
	END-IF.
RELEASE-FOR-CARDS.
	IF SR-ID IS NOT LESS THAN CT-LO (CX)
			AND SR-ID IS NOT GREATER THAN CT-HI (CX)
		MOVE CX TO SR-CARD
		RELEASE SORT-RECORD
	END-IF.
*> one trace per card and document: collect the document's evidence,
*> then rebuild and print it when the next document (or card) comes
*> off the sort.
TRACE-DOCS.
	MOVE 'N' TO GROUP-OPEN-SW.
TD1.	RETURN SORT-FILE AT END GO TO TD8.
	IF GROUP-OPEN
		IF SR-CARD IS NOT EQUAL TO CURR-CARD
				OR SR-ID IS NOT EQUAL TO CURR-ID
			PERFORM FINISH-DOC THRU FINISH-DOC-X
			MOVE 'N' TO GROUP-OPEN-SW
		END-IF
	END-IF.
	IF NOT GROUP-OPEN
		PERFORM START-DOC
	END-IF.
	IF SR-KIND IS EQUAL TO 'M'
		MOVE 'Y' TO CUR-EXISTS
		MOVE SR-IMAGE TO CUR-IMAGE
		GO TO TD1.
	IF SR-KIND IS EQUAL TO 'S'
		MOVE 'Y' TO SNP-EXISTS
		MOVE SR-IMAGE TO SNP-IMAGE
		GO TO TD1.
	IF EV-COUNT IS NOT LESS THAN EV-LIMIT
		SET EV-TABLE-FULL TO TRUE
		GO TO TD1.
	ADD 1 TO EV-COUNT.
	MOVE SR-STAMP TO EV-STAMP (EV-COUNT).
	MOVE SR-KIND TO EV-KIND (EV-COUNT).
	MOVE SR-OPID TO EV-OPID (EV-COUNT).
	MOVE SR-APPROVER TO EV-APPROVER (EV-COUNT).
	MOVE SR-IMAGE TO EV-IMAGE (EV-COUNT).
	MOVE SR-AFT-NUMERAL TO EV-AFT-NUMERAL (EV-COUNT).
	MOVE SR-AFT-DECIMAL TO EV-AFT-DECIMAL (EV-COUNT).
	GO TO TD1.
TD8.	IF GROUP-OPEN
		PERFORM FINISH-DOC THRU FINISH-DOC-X
	END-IF.
*> one pass beyond the last card, so that a last card which found
*> nothing says so too.
	MOVE CARD-COUNT TO CX.
	ADD 2 TO CX.
	PERFORM CARD-HEAD
		UNTIL NEXT-CARD IS EQUAL TO CX.
TRACE-DOCS-X.
	EXIT.
*> a new document opens; a new card prints its request line first
*> (and the lines of any cards before it that found nothing).
START-DOC.
	IF SR-CARD IS NOT EQUAL TO CURR-CARD
		MOVE SR-CARD TO CX
		ADD 1 TO CX
		PERFORM CARD-HEAD
			UNTIL NEXT-CARD IS EQUAL TO CX
	END-IF.
	MOVE SR-CARD TO CURR-CARD.
	MOVE SR-ID TO CURR-ID.
	MOVE 'N' TO CUR-EXISTS.
	MOVE SPACES TO CUR-IMAGE.
	MOVE 'N' TO SNP-EXISTS.
	MOVE SPACES TO SNP-IMAGE.
	MOVE 0 TO EV-COUNT.
	MOVE 'N' TO EV-FULL-SW.
	SET GROUP-OPEN TO TRUE.
*> print a card's request line; a card already passed with nothing
*> found for it says so. NEXT-CARD is the next card not yet headed.
CARD-HEAD.
	IF NEXT-CARD IS GREATER THAN 1
		IF CT-FOUND (NEXT-CARD - 1) IS EQUAL TO 0
			WRITE STDOUT-RECORD FROM NOTFOUND-LINE
				AFTER ADVANCING 1 LINE
			ADD 1 TO EMPTY-COUNT
		END-IF
	END-IF.
	IF NEXT-CARD IS NOT GREATER THAN CARD-COUNT
		MOVE CT-LO (NEXT-CARD) TO REQ-LO
		MOVE CT-HI (NEXT-CARD) TO REQ-HI
		MOVE CT-DATE (NEXT-CARD) TO REQ-DATE
		WRITE STDOUT-RECORD FROM REQUEST-LINE AFTER ADVANCING 3 LINES
	END-IF.
	ADD 1 TO NEXT-CARD.
*> rebuild and print one document: work the posted events out of
*> the trail, list the whole history in time order, check the
*> rebuild against the month-end snapshot, then show the standing
*> as of the card's date.
FINISH-DOC.
	ADD 1 TO DOC-COUNT.
	ADD 1 TO CT-FOUND (CURR-CARD).
	MOVE CT-DATE (CURR-CARD) TO CUTOFF-DATE.
	PERFORM FIND-POSTINGS.
	PERFORM SORT-EVENTS
		VARYING EX FROM 2 BY 1
		UNTIL EX IS GREATER THAN EV-COUNT.
	MOVE CURR-ID TO DOC-ID.
	WRITE STDOUT-RECORD FROM DOC-LINE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	PERFORM LIST-EVENT
		VARYING EX FROM 1 BY 1
		UNTIL EX IS GREATER THAN EV-COUNT.
	IF EV-TABLE-FULL
		MOVE 'MORE THAN 200 EVENTS - HISTORY INCOMPLETE' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF SNAP-MODE
		PERFORM SNAP-CHECK THRU SNAP-CHECK-X
	END-IF.
	MOVE CT-DATE (CURR-CARD) TO CUTOFF-DATE.
	PERFORM REBUILD-AS-OF.
	MOVE 'STANDING AS OF ' TO STH-TEXT.
	MOVE CUTOFF-DATE TO STH-DATE.
	IF ST-ON-LEDGER
		MOVE ' - ON THE LEDGER AS' TO STH-RESULT
		WRITE STDOUT-RECORD FROM STANDING-HEAD AFTER ADVANCING 2 LINES
		PERFORM PRINT-STATE
	ELSE
		MOVE ' - NOT ON THE LEDGER' TO STH-RESULT
		WRITE STDOUT-RECORD FROM STANDING-HEAD AFTER ADVANCING 2 LINES
	END-IF.
FINISH-DOC-X.
	EXIT.
*> walk back from today's master through every trail event, newest
*> first. Each stretch of the document's life on the ledger - from
*> a posting to the backout or delete that ended it, or to today -
*> began with a posting on the MAST-POSTED date the stretch's
*> earliest image carries; a P event is filed for each. A change
*> recorded before the trail carried the posted date leaves that
*> date unknown, and the posting is listed undated.
FIND-POSTINGS.
	MOVE CUR-STATE TO ST-STATE.
	MOVE EV-COUNT TO EY.
	PERFORM FIND-POSTINGS-STEP
		VARYING EX FROM EY BY -1
		UNTIL EX IS LESS THAN 1.
	IF ST-ON-LEDGER
		PERFORM ADD-POSTING
	END-IF.
FIND-POSTINGS-STEP.
	IF EV-KIND (EX) IS EQUAL TO 'D' OR EV-KIND (EX) IS EQUAL TO 'B'
		IF ST-ON-LEDGER
			PERFORM ADD-POSTING
		END-IF
	END-IF.
	PERFORM UNDO-EVENT.
ADD-POSTING.
	IF EV-COUNT IS NOT LESS THAN EV-LIMIT
		SET EV-TABLE-FULL TO TRUE
	ELSE
		ADD 1 TO EV-COUNT
		MOVE SPACES TO EV-ENTRY (EV-COUNT)
		MOVE 'P' TO EV-KIND (EV-COUNT)
		MOVE ST-IMAGE TO EV-IMAGE (EV-COUNT)
		IF ST-POSTED IS NUMERIC AND ST-POSTED IS NOT EQUAL TO '000000'
			MOVE '20' TO EV-STAMP (EV-COUNT) (1:2)
			MOVE ST-POSTED TO EV-STAMP (EV-COUNT) (3:6)
			MOVE '00000000' TO EV-STAMP (EV-COUNT) (9:8)
		ELSE
			MOVE ALL '0' TO EV-STAMP (EV-COUNT)
		END-IF
	END-IF.
*> step the working image back across one event: an amendment gives
*> back the before image, a delete or a backout puts the removed
*> record back, and a posting takes the record off again.
UNDO-EVENT.
	IF EV-KIND (EX) IS EQUAL TO 'C'
		MOVE 'Y' TO ST-EXISTS
		MOVE EV-NUMERAL (EX) TO ST-NUMERAL
		MOVE EV-DECIMAL (EX) TO ST-DECIMAL
		MOVE EV-ID (EX) TO ST-ID
		IF EV-DATE (EX) IS NOT EQUAL TO SPACES
			MOVE EV-DATE (EX) TO ST-DATE
		END-IF
		IF EV-POSTED (EX) IS NOT EQUAL TO SPACES
			MOVE EV-POSTED (EX) TO ST-POSTED
		ELSE
			MOVE SPACES TO ST-POSTED
		END-IF
		IF EV-BRANCH (EX) IS NOT EQUAL TO SPACES
			MOVE EV-BRANCH (EX) TO ST-BRANCH
		END-IF
	END-IF.
	IF EV-KIND (EX) IS EQUAL TO 'D' OR EV-KIND (EX) IS EQUAL TO 'B'
		MOVE 'Y' TO ST-EXISTS
		MOVE EV-IMAGE (EX) TO ST-IMAGE
	END-IF.
	IF EV-KIND (EX) IS EQUAL TO 'P'
		MOVE 'N' TO ST-EXISTS
	END-IF.
*> the document as it stood at the close of CUTOFF-DATE: today's
*> master with every later event stepped back out of it.
REBUILD-AS-OF.
	MOVE CUR-STATE TO ST-STATE.
	MOVE EV-COUNT TO EY.
	PERFORM UNDO-EVENT
		VARYING EX FROM EY BY -1
		UNTIL EX IS LESS THAN 1
			OR EV-STAMP (EX) (1:8) IS NOT GREATER THAN CUTOFF-DATE.
*> straight insertion by stamp - a document's history is a handful
*> of events, and equal stamps keep the order they arrived in.
SORT-EVENTS.
	MOVE EV-ENTRY (EX) TO EV-HOLD.
	MOVE EX TO EY.
	PERFORM SORT-EVENTS-SHIFT
		UNTIL EY IS LESS THAN 2
			OR EV-STAMP (EY - 1) IS NOT GREATER THAN EV-HOLD (1:16).
	MOVE EV-HOLD TO EV-ENTRY (EY).
SORT-EVENTS-SHIFT.
	MOVE EV-ENTRY (EY - 1) TO EV-ENTRY (EY).
	SUBTRACT 1 FROM EY.
LIST-EVENT.
	MOVE SPACES TO EVENT-LINE.
	MOVE EV-STAMP (EX) (1:8) TO EVL-DATE.
	MOVE EV-STAMP (EX) (9:6) TO EVL-TIME.
	MOVE EV-OPID (EX) TO EVL-OPID.
	MOVE EV-APPROVER (EX) TO EVL-APPR.
	MOVE EV-DECIMAL (EX) TO EVL-EQ.
	MOVE EV-NUMERAL (EX) TO EVL-R.
	IF EV-KIND (EX) IS EQUAL TO 'P'
		MOVE SPACES TO EVL-TIME
		MOVE 'POSTED' TO EVL-TEXT
		MOVE 'ROMANPST' TO EVL-OPID
		IF EV-STAMP (EX) (1:8) IS EQUAL TO '00000000'
			MOVE 'UNKNOWN' TO EVL-DATE
		END-IF
	END-IF.
	IF EV-KIND (EX) IS EQUAL TO 'C'
		MOVE 'AMENDED' TO EVL-TEXT
		IF EV-AFT-DECIMAL (EX) IS NUMERIC
			MOVE EV-AFT-DECIMAL (EX) TO EVL-EQ
		END-IF
		MOVE EV-AFT-NUMERAL (EX) TO EVL-R
	END-IF.
	IF EV-KIND (EX) IS EQUAL TO 'D'
		MOVE 'DELETED' TO EVL-TEXT
	END-IF.
	IF EV-KIND (EX) IS EQUAL TO 'B'
		MOVE 'BACKED OUT' TO EVL-TEXT
	END-IF.
	IF EV-STAMP (EX) (1:8) IS GREATER THAN CUTOFF-DATE
		MOVE '*' TO EVL-FLAG
	END-IF.
	WRITE STDOUT-RECORD FROM EVENT-LINE AFTER ADVANCING 1 LINE.
*> an amendment also shows what it replaced.
	IF EV-KIND (EX) IS EQUAL TO 'C'
		MOVE SPACES TO EVENT-LINE
		MOVE '  REPLACING' TO EVL-TEXT
		MOVE EV-DECIMAL (EX) TO EVL-EQ
		MOVE EV-NUMERAL (EX) TO EVL-R
		WRITE STDOUT-RECORD FROM EVENT-LINE AFTER ADVANCING 1 LINE
	END-IF.
*> rebuild the document as of the snapshot's month-end and hold it
*> against what the snapshot actually caught. A disagreement means
*> the master moved without the trails saying so - or the trails
*> say something happened the master never saw.
SNAP-CHECK.
	MOVE SNAP-DATE-WS TO CUTOFF-DATE.
	PERFORM REBUILD-AS-OF.
	MOVE 'MONTH-END SNAPSHOT ' TO STH-TEXT.
	MOVE SNAP-DATE-WS TO STH-DATE.
*> the posted date is left out of the comparison - records amended
*> before the trail carried it cannot give it back.
	IF ST-EXISTS IS NOT EQUAL TO SNP-EXISTS
		GO TO SC4.
	IF NOT ST-ON-LEDGER
		GO TO SC8.
	IF ST-IMAGE (1:84) IS EQUAL TO SNP-IMAGE (1:84)
			AND ST-BRANCH IS EQUAL TO SNP-IMAGE (91:3)
		GO TO SC8.
SC4.	MOVE ' ** DISAGREES WITH THE TRAILS **' TO STH-RESULT.
	WRITE STDOUT-RECORD FROM STANDING-HEAD AFTER ADVANCING 2 LINES.
	ADD 1 TO SNAP-BREAK-COUNT.
	IF SNP-EXISTS IS EQUAL TO 'Y'
		MOVE SNP-IMAGE TO ST-IMAGE
		PERFORM PRINT-STATE
	ELSE
		MOVE 'SNAPSHOT HELD NO RECORD FOR THE DOCUMENT' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	GO TO SNAP-CHECK-X.
SC8.	MOVE ' - AGREES' TO STH-RESULT.
	WRITE STDOUT-RECORD FROM STANDING-HEAD AFTER ADVANCING 2 LINES.
SNAP-CHECK-X.
	EXIT.
PRINT-STATE.
	MOVE ST-DATE TO IMG-DATE.
	MOVE ST-BRANCH TO IMG-BRANCH.
	MOVE ST-POSTED TO IMG-POSTED.
	MOVE ST-DECIMAL TO IMG-EQ.
	MOVE ST-NUMERAL TO IMG-R.
	WRITE STDOUT-RECORD FROM IMAGE-LINE AFTER ADVANCING 1 LINE.
