IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANTRC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CARD-FILE ASSIGN TO "TRCCARD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CARD-STATUS.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS DYNAMIC
		RECORD KEY IS MAST-ID
		FILE STATUS IS MASTER-STATUS.
	SELECT EDIT-FILE ASSIGN TO "EDTEXC"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EDIT-STATUS.
	SELECT REJECT-FILE ASSIGN TO "REJFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REJECT-STATUS.
	SELECT ARCHIVE-FILE ASSIGN TO "REJARCH"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ARCHIVE-STATUS.
	SELECT FIX-FILE ASSIGN TO "FIXHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FIX-STATUS.
	SELECT ADDS-FILE ASSIGN TO "PSTADD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ADDS-STATUS.
	SELECT CHANGE-FILE ASSIGN TO "CHGAUDIT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CHANGE-STATUS.
	SELECT HISTORY-FILE ASSIGN TO "BKOHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HISTORY-STATUS.
	SELECT SORT-FILE ASSIGN TO "SORTWK".
	SELECT STANDARD-OUTPUT ASSIGN TO "TRCRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> one card per document to be traced - the LEDGER-ID in columns
*> 1-8, the rest of the card ignored.
FD CARD-FILE.
	01 CARD-RECORD.
		02 CARD-ID PICTURE X(08).
		02 FILLER  PICTURE X(72).
FD MASTER-FILE.
	01 MAST-RECORD.
		02 MAST-ID      PICTURE X(08).
		02 MAST-DATE    PICTURE X(08).
		02 MAST-NUMERAL PICTURE X(60).
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
FD EDIT-FILE.
	01 EDIT-RECORD.
		02 EDX-TYPE     PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 EDX-ID       PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 EDX-DATE     PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 EDX-FIELD    PICTURE X(14).
		02 FILLER       PICTURE X(01).
		02 EDX-ERROR    PICTURE X(30).
		02 FILLER       PICTURE X(01).
		02 EDX-RUN-DATE PICTURE X(06).
		02 FILLER       PICTURE X(08).
FD REJECT-FILE.
	COPY REJREC.
FD ARCHIVE-FILE.
	01 ARCHIVE-RECORD PICTURE X(120).
FD FIX-FILE.
	COPY FIXREC.
FD ADDS-FILE.
	01 ADDS-RECORD.
		02 ADD-ID      PICTURE X(08).
		02 ADD-DATE    PICTURE X(08).
		02 ADD-NUMERAL PICTURE X(60).
		02 ADD-DECIMAL PICTURE 9(08).
		02 ADD-POSTED  PICTURE X(06).
		02 ADD-BRANCH  PICTURE X(03).
FD CHANGE-FILE.
	COPY CHGREC.
FD HISTORY-FILE.
	COPY BKOREC.
*> every event recorded anywhere about a requested document, brought
*> together per document in time order. SR-STAMP is YYYYMMDD plus
*> the HHMMSShh time where the recording run keeps one; the nightly
*> runs (the edit, conversion and posting) keep none, and their
*> events take time 99999999 so they follow the day's daytime work
*> (a correction keyed that morning, say) on the same date. Within
*> one stamp SR-ORDER keeps the order the runs happen in. Kinds:
*> R received, O OCR-corrected, E edit failed (ROMANEDT EDTEXC), J
*> rejected (REJFILE, REJARCH), K correction keyed and Y recycled
*> (ROMANFIX FIXHIST), P posted (PSTADD), C amended and D deleted
*> (CHGAUDIT), B backed out (BKOHIST); kind 0 opens every document
*> so one with no events at all is still answered.
SD SORT-FILE.
	01 SORT-RECORD.
		02 SR-ID     PICTURE X(08).
		02 SR-STAMP  PICTURE X(16).
		02 SR-ORDER  PICTURE 9(01).
		02 SR-KIND   PICTURE X(01).
		02 SR-BY     PICTURE X(17).
		02 SR-OPID   PICTURE X(08).
		02 SR-SEQ    PICTURE X(04).
		02 SR-STATUS PICTURE X(01).
		02 SR-DETAIL PICTURE X(56).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(132).
WORKING-STORAGE SECTION.
77	CARD-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
77	EDIT-STATUS PICTURE X(02).
77	REJECT-STATUS PICTURE X(02).
77	ARCHIVE-STATUS PICTURE X(02).
77	FIX-STATUS PICTURE X(02).
77	ADDS-STATUS PICTURE X(02).
77	CHANGE-STATUS PICTURE X(02).
77	HISTORY-STATUS PICTURE X(02).
77	CARD-FULL-SW PICTURE X VALUE 'N'.
	88 CARD-TABLE-FULL VALUE 'Y'.
77	WANTED-SW PICTURE X VALUE 'N'.
	88 ID-WANTED VALUE 'Y'.
77	GROUP-OPEN-SW PICTURE X VALUE 'N'.
	88 GROUP-OPEN VALUE 'Y'.
77	CARD-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	CARD-READ-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	BAD-CARD-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	EMPTY-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	BREAK-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	EVENT-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	CX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	CURR-ID PICTURE X(08) VALUE SPACES.
77	BY-HOLD PICTURE X(17).
*> where the document stands as its events go by. T-PHASE is the
*> furthest stage of its life the events so far have taken it to:
*> R received, E failed the edit, J rejected, Y corrected and
*> recycled, P on the ledger (posted, or amended since), B backed
*> out, D deleted; space for nothing yet.
77	T-PHASE PICTURE X(01).
77	T-REJ-SEQ PICTURE X(04).
77	T-REMOVED-SW PICTURE X VALUE 'N'.
	88 T-REMOVED VALUE 'Y'.
*> the request cards, held for the whole run - every trail record's
*> id is looked up here as it goes by.
01	CARD-TABLE.
	02 CT-ID PICTURE X(8) OCCURS 200 TIMES.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'LEDGER DOCUMENT TRACE'.
01	UNDERLINE-1.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(129) VALUE ALL '-'.
01	DOC-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
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
	02 FILLER PICTURE X(17) VALUE 'RECORDED BY'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'OPERATOR'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(4)  VALUE 'SEQ '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'DETAIL'.
01	EVENT-LINE.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 EVL-DATE PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-TIME PICTURE X(6).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-TEXT PICTURE X(16).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-BY PICTURE X(17).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-OPID PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-SEQ PICTURE X(4).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 EVL-DETAIL PICTURE X(56).
01	STANDING-LINE.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(18) VALUE 'CURRENT STANDING: '.
	02 STL-TEXT PICTURE X(60).
01	IMAGE-LINE.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'LDGR DT '.
	02 IMG-DATE PICTURE X(8).
	02 FILLER PICTURE X(9)  VALUE '  BRANCH '.
	02 IMG-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(9)  VALUE '  POSTED '.
	02 IMG-POSTED PICTURE 9(6).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 IMG-EQ PICTURE Z(8)9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 IMG-R PICTURE X(60).
01	NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 NOTE-TEXT PICTURE X(56).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	BADCARD-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 BAD-CARD PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BAD-TEXT PICTURE X(34).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(38) VALUE
		'** MASTER FILE UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING TRACED **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(10) VALUE 'CARDS READ'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-CARDS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'EVENTS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-EVENTS PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'NO TRACE'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-EMPTY PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'INVALID'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-INVALID PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(22) VALUE 'MASTER DISAGREES'.
	02 TRAILER-BREAKS PICTURE ZZZ9.

PROCEDURE DIVISION.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	OPEN INPUT CARD-FILE.
	IF CARD-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANTRC I/O ERROR - TRCCARD OPEN STATUS '
			CARD-STATUS
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	PERFORM LOAD-CARDS THRU LOAD-CARDS-X.
	CLOSE CARD-FILE.
	IF CARD-COUNT IS EQUAL TO 0
		GO TO TB0.
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
		ON ASCENDING KEY SR-ID SR-STAMP SR-ORDER
		INPUT PROCEDURE IS GATHER THRU GATHER-X
		OUTPUT PROCEDURE IS TRACE-DOCS THRU TRACE-DOCS-X.
	CLOSE MASTER-FILE.
*> a source that could not be read is named - its events are missing
*> from every trace above, and the reader must know it.
	IF EDIT-STATUS IS NOT EQUAL TO '00' AND EDIT-STATUS IS NOT EQUAL TO '10'
		MOVE 'EDTEXC NOT AVAILABLE - EDIT EVENTS NOT SHOWN' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	IF REJECT-STATUS IS NOT EQUAL TO '00'
			AND REJECT-STATUS IS NOT EQUAL TO '10'
		MOVE 'REJFILE NOT AVAILABLE - OPEN REJECTS NOT SHOWN' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF ARCHIVE-STATUS IS NOT EQUAL TO '00'
			AND ARCHIVE-STATUS IS NOT EQUAL TO '10'
		MOVE 'REJARCH NOT AVAILABLE - PURGED REJECTS NOT SHOWN'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF FIX-STATUS IS NOT EQUAL TO '00' AND FIX-STATUS IS NOT EQUAL TO '10'
		MOVE 'FIXHIST NOT AVAILABLE - CORRECTIONS NOT SHOWN' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF ADDS-STATUS IS NOT EQUAL TO '00' AND ADDS-STATUS IS NOT EQUAL TO '10'
		MOVE 'PSTADD NOT AVAILABLE - POSTINGS NOT SHOWN' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF CHANGE-STATUS IS NOT EQUAL TO '00'
			AND CHANGE-STATUS IS NOT EQUAL TO '10'
		MOVE 'CHGAUDIT NOT AVAILABLE - AMENDMENTS NOT SHOWN' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF HISTORY-STATUS IS NOT EQUAL TO '00'
			AND HISTORY-STATUS IS NOT EQUAL TO '10'
		MOVE 'BKOHIST NOT AVAILABLE - BACKOUTS NOT SHOWN' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
TB0.	IF CARD-TABLE-FULL
		MOVE 'MORE THAN 200 CARDS - THE REST NOT TRACED' TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	MOVE CARD-READ-COUNT TO TRAILER-CARDS.
	MOVE EVENT-COUNT TO TRAILER-EVENTS.
	MOVE EMPTY-COUNT TO TRAILER-EMPTY.
	MOVE BAD-CARD-COUNT TO TRAILER-INVALID.
	MOVE BREAK-COUNT TO TRAILER-BREAKS.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 4 a document with no record anywhere or a mis-keyed
*> card, 8 no cards at all, or a document whose trails and master
*> disagree (posted and not removed, yet missing from the master, or
*> on the master after its last removal), 12 file failure (set where
*> the failure is found).
	IF EMPTY-COUNT IS GREATER THAN 0 OR BAD-CARD-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	IF CARD-READ-COUNT IS EQUAL TO 0 OR BREAK-COUNT IS GREATER THAN 0
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
*> a card needs an id; the same id twice is traced once.
LOAD-CARDS.
LC1.	READ CARD-FILE AT END GO TO LOAD-CARDS-X.
	ADD 1 TO CARD-READ-COUNT.
	MOVE CARD-ID TO BAD-CARD.
	IF CARD-ID IS EQUAL TO SPACES
		MOVE 'DOCUMENT ID MISSING' TO BAD-TEXT
		GO TO LC8.
	MOVE CARD-ID TO SR-ID.
	PERFORM CHECK-WANTED.
	IF ID-WANTED
		GO TO LC1.
	IF CARD-COUNT IS NOT LESS THAN 200
		SET CARD-TABLE-FULL TO TRUE
		GO TO LC1.
	ADD 1 TO CARD-COUNT.
	MOVE CARD-ID TO CT-ID (CARD-COUNT).
	GO TO LC1.
LC8.	WRITE STDOUT-RECORD FROM BADCARD-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO BAD-CARD-COUNT.
	GO TO LC1.
LOAD-CARDS-X.
	EXIT.
*> is SR-ID one of the documents asked for?
CHECK-WANTED.
	MOVE 'N' TO WANTED-SW.
	PERFORM CHECK-WANTED-ONE
		VARYING CX FROM 1 BY 1
		UNTIL CX IS GREATER THAN CARD-COUNT
			OR ID-WANTED.
CHECK-WANTED-ONE.
	IF CT-ID (CX) IS EQUAL TO SR-ID
		SET ID-WANTED TO TRUE
	END-IF.
*> gather: an opening record for every card, then one pass over each
*> trail in the order the runs that write them happen.
GATHER.
	PERFORM GATHER-CARD
		VARYING CX FROM 1 BY 1
		UNTIL CX IS GREATER THAN CARD-COUNT.
	PERFORM GATHER-EDIT THRU GATHER-EDIT-X.
	PERFORM GATHER-REJECTS THRU GATHER-REJECTS-X.
	PERFORM GATHER-FIXES THRU GATHER-FIXES-X.
	PERFORM GATHER-ADDS THRU GATHER-ADDS-X.
	PERFORM GATHER-CHANGES THRU GATHER-CHANGES-X.
	PERFORM GATHER-BACKOUTS THRU GATHER-BACKOUTS-X.
GATHER-X.
	EXIT.
GATHER-CARD.
	MOVE SPACES TO SORT-RECORD.
	MOVE CT-ID (CX) TO SR-ID.
	MOVE ALL '0' TO SR-STAMP.
	MOVE 0 TO SR-ORDER.
	MOVE '0' TO SR-KIND.
	RELEASE SORT-RECORD.
*> a nightly run's event: its run date, no time of day.
NIGHT-STAMP.
	MOVE '20' TO SR-STAMP (1:2).
	MOVE '99999999' TO SR-STAMP (9:8).
*> the edit's notes on every document it received - EDTEXC names the
*> GDG base, so every retained generation is read.
GATHER-EDIT.
	OPEN INPUT EDIT-FILE.
	IF EDIT-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-EDIT-X.
GE1.	READ EDIT-FILE AT END GO TO GE8.
	MOVE EDX-ID TO SR-ID.
	PERFORM CHECK-WANTED.
	IF NOT ID-WANTED
		GO TO GE1.
	MOVE SPACES TO SORT-RECORD.
	MOVE EDX-ID TO SR-ID.
	PERFORM NIGHT-STAMP.
	MOVE EDX-RUN-DATE TO SR-STAMP (3:6).
	MOVE 'ROMANEDT EDTEXC' TO SR-BY.
	IF EDX-TYPE IS EQUAL TO 'R'
		MOVE 1 TO SR-ORDER
		MOVE 'R' TO SR-KIND
		MOVE 'LEDGER DATE ' TO SR-DETAIL (1:12)
		MOVE EDX-DATE TO SR-DETAIL (13:8)
		MOVE 'AS' TO SR-DETAIL (22:2)
		MOVE EDX-ERROR TO SR-DETAIL (25:30)
	END-IF.
	IF EDX-TYPE IS EQUAL TO 'O'
		MOVE 2 TO SR-ORDER
		MOVE 'O' TO SR-KIND
		MOVE 'TO' TO SR-DETAIL (22:2)
		MOVE EDX-ERROR TO SR-DETAIL (25:30)
	END-IF.
	IF EDX-TYPE IS EQUAL TO 'E'
		MOVE 3 TO SR-ORDER
		MOVE 'E' TO SR-KIND
		MOVE EDX-FIELD TO SR-DETAIL (1:14)
		MOVE EDX-ERROR TO SR-DETAIL (16:30)
	END-IF.
	RELEASE SORT-RECORD.
	GO TO GE1.
GE8.	CLOSE EDIT-FILE.
GATHER-EDIT-X.
	EXIT.
*> the rejects still on file and those the purge has archived (the
*> archive names its GDG base). A reject written before rejects
*> carried their document's id cannot be traced to it, and one
*> written before they carried a run date lists undated.
GATHER-REJECTS.
	OPEN INPUT REJECT-FILE.
	IF REJECT-STATUS IS NOT EQUAL TO '00'
		GO TO GR3.
GR1.	READ REJECT-FILE AT END GO TO GR2.
	MOVE 'ROMANRPT REJFILE' TO SR-BY.
	PERFORM RELEASE-REJECT.
	GO TO GR1.
GR2.	CLOSE REJECT-FILE.
GR3.	OPEN INPUT ARCHIVE-FILE.
	IF ARCHIVE-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-REJECTS-X.
GR4.	READ ARCHIVE-FILE INTO EXCEPT-LINE AT END GO TO GR5.
	MOVE 'ROMANPRG REJARCH' TO SR-BY.
	PERFORM RELEASE-REJECT.
	GO TO GR4.
GR5.	CLOSE ARCHIVE-FILE.
GATHER-REJECTS-X.
	EXIT.
RELEASE-REJECT.
	MOVE EXCEPT-ID TO SR-ID.
	IF EXCEPT-ID IS NOT EQUAL TO SPACES
		PERFORM CHECK-WANTED
		IF ID-WANTED
			MOVE SR-BY TO BY-HOLD
			MOVE SPACES TO SORT-RECORD
			MOVE EXCEPT-ID TO SR-ID
			IF EXCEPT-RUN-DATE IS NUMERIC
				PERFORM NIGHT-STAMP
				MOVE EXCEPT-RUN-DATE TO SR-STAMP (3:6)
			ELSE
				MOVE ALL '0' TO SR-STAMP
			END-IF
			MOVE 4 TO SR-ORDER
			MOVE 'J' TO SR-KIND
			MOVE BY-HOLD TO SR-BY
			MOVE EXCEPT-SEQ TO SR-SEQ
			MOVE EXCEPT-STATUS TO SR-STATUS
			MOVE EXCEPT-REASON TO SR-DETAIL (1:27)
			MOVE EXCEPT-NUMERAL TO SR-DETAIL (29:28)
			RELEASE SORT-RECORD
		END-IF
	END-IF.
*> a correction accepted is two events - keyed, then recycled to the
*> night run; one refused is only keyed, with why.
GATHER-FIXES.
	OPEN INPUT FIX-FILE.
	IF FIX-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-FIXES-X.
GF1.	READ FIX-FILE AT END GO TO GF8.
	MOVE FIX-ID TO SR-ID.
	PERFORM CHECK-WANTED.
	IF NOT ID-WANTED
		GO TO GF1.
	MOVE SPACES TO SORT-RECORD.
	MOVE FIX-ID TO SR-ID.
	MOVE '20' TO SR-STAMP (1:2).
	MOVE FIX-RUN-DATE TO SR-STAMP (3:6).
	MOVE FIX-RUN-TIME TO SR-STAMP (9:8).
	MOVE 5 TO SR-ORDER.
	MOVE 'K' TO SR-KIND.
	MOVE 'ROMANFIX FIXHIST' TO SR-BY.
	MOVE FIX-OPID TO SR-OPID.
	MOVE FIX-SEQ TO SR-SEQ.
	MOVE FIX-DISP TO SR-DETAIL (1:16).
	MOVE FIX-NUMERAL TO SR-DETAIL (18:39).
	RELEASE SORT-RECORD.
	IF FIX-DISP IS EQUAL TO 'RECYCLED'
		MOVE 6 TO SR-ORDER
		MOVE 'Y' TO SR-KIND
		MOVE 'FOR THE NEXT NIGHT RUN, DATED' TO SR-DETAIL
		MOVE SR-STAMP (1:8) TO SR-DETAIL (31:8)
		RELEASE SORT-RECORD
	END-IF.
	GO TO GF1.
GF8.	CLOSE FIX-FILE.
GATHER-FIXES-X.
	EXIT.
*> PSTADD names the GDG base - every retained posting run's adds.
GATHER-ADDS.
	OPEN INPUT ADDS-FILE.
	IF ADDS-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-ADDS-X.
GP1.	READ ADDS-FILE AT END GO TO GP8.
	MOVE ADD-ID TO SR-ID.
	PERFORM CHECK-WANTED.
	IF NOT ID-WANTED
		GO TO GP1.
	MOVE SPACES TO SORT-RECORD.
	MOVE ADD-ID TO SR-ID.
	PERFORM NIGHT-STAMP.
	MOVE ADD-POSTED TO SR-STAMP (3:6).
	MOVE 7 TO SR-ORDER.
	MOVE 'P' TO SR-KIND.
	MOVE 'ROMANRPT PSTADD' TO SR-BY.
	MOVE 'DECIMAL ' TO SR-DETAIL (1:8).
	MOVE ADD-DECIMAL TO SR-DETAIL (9:8).
	MOVE 'BRANCH ' TO SR-DETAIL (18:7).
	MOVE ADD-BRANCH TO SR-DETAIL (25:3).
	MOVE ADD-NUMERAL TO SR-DETAIL (29:28).
	RELEASE SORT-RECORD.
	GO TO GP1.
GP8.	CLOSE ADDS-FILE.
GATHER-ADDS-X.
	EXIT.
GATHER-CHANGES.
	OPEN INPUT CHANGE-FILE.
	IF CHANGE-STATUS IS NOT EQUAL TO '00'
		GO TO GATHER-CHANGES-X.
GC1.	READ CHANGE-FILE AT END GO TO GC8.
	MOVE CHG-ID TO SR-ID.
	PERFORM CHECK-WANTED.
	IF NOT ID-WANTED
		GO TO GC1.
	MOVE SPACES TO SORT-RECORD.
	MOVE CHG-ID TO SR-ID.
	MOVE '20' TO SR-STAMP (1:2).
	MOVE CHG-DATE TO SR-STAMP (3:6).
	MOVE CHG-TIME TO SR-STAMP (9:8).
	MOVE 8 TO SR-ORDER.
	MOVE 'ROMANAPV CHGAUDIT' TO SR-BY.
	MOVE CHG-OPID TO SR-OPID.
	IF CHG-ACTION IS EQUAL TO 'D'
		MOVE 'D' TO SR-KIND
		MOVE 'DECIMAL ' TO SR-DETAIL (1:8)
		MOVE CHG-BEF-DECIMAL TO SR-DETAIL (9:8)
		MOVE CHG-BEF-NUMERAL TO SR-DETAIL (32:25)
	ELSE
		MOVE 'C' TO SR-KIND
		MOVE 'DECIMAL ' TO SR-DETAIL (1:8)
		MOVE CHG-AFT-DECIMAL TO SR-DETAIL (9:8)
		MOVE CHG-AFT-NUMERAL TO SR-DETAIL (32:25)
	END-IF.
	MOVE 'APPR ' TO SR-DETAIL (18:5).
	MOVE CHG-APPROVER TO SR-DETAIL (23:8).
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
	MOVE BKOH-ID TO SR-ID.
	PERFORM CHECK-WANTED.
	IF NOT ID-WANTED
		GO TO GB1.
	MOVE SPACES TO SORT-RECORD.
	MOVE BKOH-ID TO SR-ID.
	MOVE '20' TO SR-STAMP (1:2).
	MOVE BKOH-RUN-DATE TO SR-STAMP (3:6).
	MOVE BKOH-RUN-TIME TO SR-STAMP (9:8).
	MOVE 8 TO SR-ORDER.
	MOVE 'B' TO SR-KIND.
	MOVE 'ROMANBKO BKOHIST' TO SR-BY.
	MOVE BKOH-OPID TO SR-OPID.
	MOVE 'POSTING RUN OF ' TO SR-DETAIL (1:15).
	MOVE BKOH-BUS-DATE TO SR-DETAIL (16:8).
	MOVE BKOH-NUMERAL TO SR-DETAIL (29:28).
	RELEASE SORT-RECORD.
	GO TO GB1.
GB8.	CLOSE HISTORY-FILE.
GATHER-BACKOUTS-X.
	EXIT.
*> one trace per document: list each event as it comes off the sort,
*> keeping track of where the document stands, then end with its
*> current standing when the next document comes off.
TRACE-DOCS.
	MOVE 'N' TO GROUP-OPEN-SW.
TD1.	RETURN SORT-FILE AT END GO TO TD8.
	IF GROUP-OPEN AND SR-ID IS NOT EQUAL TO CURR-ID
		PERFORM FINISH-DOC THRU FINISH-DOC-X
		MOVE 'N' TO GROUP-OPEN-SW
	END-IF.
	IF NOT GROUP-OPEN
		PERFORM START-DOC
	END-IF.
	IF SR-KIND IS NOT EQUAL TO '0'
		PERFORM LIST-EVENT THRU LIST-EVENT-X
	END-IF.
	GO TO TD1.
TD8.	IF GROUP-OPEN
		PERFORM FINISH-DOC THRU FINISH-DOC-X
	END-IF.
TRACE-DOCS-X.
	EXIT.
START-DOC.
	MOVE SR-ID TO CURR-ID.
	MOVE SPACE TO T-PHASE.
	MOVE SPACES TO T-REJ-SEQ.
	MOVE 'N' TO T-REMOVED-SW.
	SET GROUP-OPEN TO TRUE.
	MOVE CURR-ID TO DOC-ID.
	WRITE STDOUT-RECORD FROM DOC-LINE AFTER ADVANCING 3 LINES.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
LIST-EVENT.
	ADD 1 TO EVENT-COUNT.
	MOVE SPACES TO EVENT-LINE.
	MOVE SR-STAMP (1:8) TO EVL-DATE.
	IF SR-STAMP (1:8) IS EQUAL TO '00000000'
		MOVE 'UNKNOWN' TO EVL-DATE.
	IF SR-STAMP (9:8) IS NOT EQUAL TO '99999999'
			AND SR-STAMP (9:8) IS NOT EQUAL TO '00000000'
		MOVE SR-STAMP (9:6) TO EVL-TIME.
	MOVE SR-BY TO EVL-BY.
	MOVE SR-OPID TO EVL-OPID.
	MOVE SR-SEQ TO EVL-SEQ.
	MOVE SR-DETAIL TO EVL-DETAIL.
	IF SR-KIND IS EQUAL TO 'R'
		MOVE 'RECEIVED' TO EVL-TEXT
		IF T-PHASE IS EQUAL TO SPACE
			MOVE 'R' TO T-PHASE
		END-IF
	END-IF.
	IF SR-KIND IS EQUAL TO 'O'
		MOVE 'OCR-CORRECTED' TO EVL-TEXT.
	IF SR-KIND IS EQUAL TO 'E'
		MOVE 'EDIT FAILED' TO EVL-TEXT
		IF T-PHASE IS EQUAL TO SPACE OR T-PHASE IS EQUAL TO 'R'
			MOVE 'E' TO T-PHASE
		END-IF
	END-IF.
*> a reject already marked resolved was corrected and recycled, even
*> where the correction predates the correction history.
	IF SR-KIND IS EQUAL TO 'J'
		MOVE 'REJECTED' TO EVL-TEXT
		MOVE SR-SEQ TO T-REJ-SEQ
		IF SR-STATUS IS EQUAL TO 'R'
			MOVE 'Y' TO T-PHASE
		ELSE
			MOVE 'J' TO T-PHASE
		END-IF
	END-IF.
	IF SR-KIND IS EQUAL TO 'K'
		MOVE 'CORRECTED' TO EVL-TEXT.
	IF SR-KIND IS EQUAL TO 'Y'
		MOVE 'RECYCLED' TO EVL-TEXT
		MOVE 'Y' TO T-PHASE
	END-IF.
	IF SR-KIND IS EQUAL TO 'P'
		IF T-REMOVED
			MOVE 'REPOSTED' TO EVL-TEXT
		ELSE
			MOVE 'POSTED' TO EVL-TEXT
		END-IF
		MOVE 'P' TO T-PHASE
	END-IF.
	IF SR-KIND IS EQUAL TO 'C'
		MOVE 'AMENDED' TO EVL-TEXT.
	IF SR-KIND IS EQUAL TO 'D'
		MOVE 'DELETED' TO EVL-TEXT
		MOVE 'D' TO T-PHASE
		SET T-REMOVED TO TRUE
	END-IF.
	IF SR-KIND IS EQUAL TO 'B'
		MOVE 'BACKED OUT' TO EVL-TEXT
		MOVE 'B' TO T-PHASE
		SET T-REMOVED TO TRUE
	END-IF.
	WRITE STDOUT-RECORD FROM EVENT-LINE AFTER ADVANCING 1 LINE.
LIST-EVENT-X.
	EXIT.
*> the current standing: the master is the last word on whether the
*> document is on the ledger; where it is not, the furthest stage
*> its events reached says why. A master and trails that tell two
*> different stories are flagged for someone to find out why.
FINISH-DOC.
	MOVE CURR-ID TO MAST-ID.
	READ MASTER-FILE
		INVALID KEY MOVE '23' TO MASTER-STATUS
	END-READ.
	IF MASTER-STATUS IS EQUAL TO '00'
		IF T-PHASE IS EQUAL TO 'B' OR T-PHASE IS EQUAL TO 'D'
			MOVE '** ON THE LEDGER MASTER THOUGH THE TRAILS SHOW IT REMOVED **'
				TO STL-TEXT
			ADD 1 TO BREAK-COUNT
		ELSE
			MOVE 'ON THE LEDGER MASTER AS' TO STL-TEXT
		END-IF
		WRITE STDOUT-RECORD FROM STANDING-LINE AFTER ADVANCING 2 LINES
		MOVE MAST-DATE TO IMG-DATE
		MOVE MAST-BRANCH TO IMG-BRANCH
		MOVE MAST-POSTED TO IMG-POSTED
		MOVE MAST-DECIMAL TO IMG-EQ
		MOVE MAST-NUMERAL TO IMG-R
		WRITE STDOUT-RECORD FROM IMAGE-LINE AFTER ADVANCING 1 LINE
		GO TO FINISH-DOC-X
	END-IF.
	IF T-PHASE IS EQUAL TO 'P'
		MOVE '** POSTED BUT MISSING FROM THE LEDGER MASTER **'
			TO STL-TEXT
		ADD 1 TO BREAK-COUNT.
	IF T-PHASE IS EQUAL TO 'B'
		MOVE 'BACKED OUT - NOT ON THE LEDGER' TO STL-TEXT.
	IF T-PHASE IS EQUAL TO 'D'
		MOVE 'DELETED - NOT ON THE LEDGER' TO STL-TEXT.
	IF T-PHASE IS EQUAL TO 'Y'
		MOVE 'CORRECTED AND RECYCLED - NOT YET POSTED' TO STL-TEXT.
	IF T-PHASE IS EQUAL TO 'J'
		MOVE 'REJECTED - AWAITING CORRECTION OF REJECT SEQ' TO STL-TEXT
		MOVE T-REJ-SEQ TO STL-TEXT (46:4)
	END-IF.
	IF T-PHASE IS EQUAL TO 'E'
		MOVE 'FAILED THE EDIT - NOT RESUBMITTED' TO STL-TEXT.
	IF T-PHASE IS EQUAL TO 'R'
		MOVE 'RECEIVED - NOT YET ON THE LEDGER' TO STL-TEXT.
	IF T-PHASE IS EQUAL TO SPACE
		MOVE 'UNKNOWN - NO RECORD OF THIS DOCUMENT' TO STL-TEXT
		ADD 1 TO EMPTY-COUNT
	END-IF.
	WRITE STDOUT-RECORD FROM STANDING-LINE AFTER ADVANCING 2 LINES.
FINISH-DOC-X.
	EXIT.
