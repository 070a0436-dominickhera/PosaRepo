		ORGANIZATION IS INDEXED
		ACCESS IS DYNAMIC
		RECORD KEY IS MAST-ID
		ALTERNATE RECORD KEY IS MAST-DATE WITH DUPLICATES
		ALTERNATE RECORD KEY IS MAST-DECIMAL WITH DUPLICATES
		FILE STATUS IS MASTER-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "INQRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
77	LISTED-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	DEC-LO-WS PICTURE 9(8).
77	DEC-HI-WS PICTURE 9(8).
77	INQ-ID-DATE PICTURE X(8).
77	INQ-ID-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	ON-MASTER-SW PICTURE X VALUE 'N'.
	88 ON-MASTER VALUE 'Y'.
77	IDCTL-MISSING-SW PICTURE X VALUE 'N'.
	88 IDCTL-MISSING VALUE 'Y'.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'LEDGER MASTER INQUIRY REPORT'.
		'** MASTER FILE UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING LISTED **'.
01	IDCTL-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(60) VALUE
		'** NO DOCUMENT NUMBER CUT-OVER - CHECK CHARACTER NOT MADE **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(13) VALUE 'REQUESTS READ'.
	END-IF.
	GO TO QL1.
*> single-document request: a direct keyed read, the case a branch
*> call almost always is. The id on the card must carry the right
*> check character - a mis-keyed id that happened to land on another
*> document would otherwise answer the branch about the wrong one.
*> The master's ledger date decides whether the document falls under
*> the check; an id that is not on the master is held to it
*> regardless, so the card is flagged as mis-keyed rather than the
*> answer coming back "no records".
ONE-ID.
	MOVE 'Y' TO ON-MASTER-SW.
	MOVE INQ-LO TO MAST-ID.
	READ MASTER-FILE KEY IS MAST-ID
		INVALID KEY MOVE 'N' TO ON-MASTER-SW
	END-READ.
	MOVE SPACES TO INQ-ID-DATE.
	IF ON-MASTER
		MOVE MAST-DATE TO INQ-ID-DATE.
	CALL "IDCHK" USING INQ-LO, INQ-ID-DATE, INQ-ID-RET.
	IF INQ-ID-RET IS EQUAL TO 9
		SET IDCTL-MISSING TO TRUE.
	IF INQ-ID-RET IS EQUAL TO 1
		MOVE 'ID CHECK CHARACTER WRONG' TO BADREQ-TEXT
		WRITE STDOUT-RECORD FROM BADREQ-LINE AFTER ADVANCING 1 LINE
		ADD 1 TO BAD-REQ-COUNT
		MOVE 1 TO FOUND-COUNT
		GO TO ONE-ID-X.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	IF ON-MASTER
		PERFORM LIST-MASTER.
ONE-ID-X.
	EXIT.
*> range requests go in on the master's alternate index paths - the
*> ledger date and the decimal value each have one - STARTing at the
*> low bound and reading forward in that key's order only until the
*> high bound is passed, instead of sweeping the whole master for a
*> handful of records. Within one date (or one value) the records
*> come back in the order the index holds them.
DATE-RANGE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	MOVE 'N' TO SWEEP-EOF-SW.
	MOVE INQ-LO TO MAST-DATE.
	START MASTER-FILE KEY IS NOT LESS THAN MAST-DATE
		INVALID KEY SET SWEEP-EOF TO TRUE
	END-START.
	IF NOT SWEEP-EOF
		PERFORM SWEEP-NEXT
	END-IF.
DR1.	IF SWEEP-EOF
		GO TO DATE-RANGE-X.
	IF MAST-DATE IS GREATER THAN INQ-HI
		GO TO DATE-RANGE-X.
	PERFORM LIST-MASTER.
	PERFORM SWEEP-NEXT.
	GO TO DR1.
DATE-RANGE-X.
	MOVE INQ-HI TO DEC-HI-WS.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	MOVE 'N' TO SWEEP-EOF-SW.
	MOVE DEC-LO-WS TO MAST-DECIMAL.
	START MASTER-FILE KEY IS NOT LESS THAN MAST-DECIMAL
		INVALID KEY SET SWEEP-EOF TO TRUE
	END-START.
	IF NOT SWEEP-EOF
		PERFORM SWEEP-NEXT
	END-IF.
DC1.	IF SWEEP-EOF
		GO TO DEC-RANGE-X.
	IF MAST-DECIMAL IS GREATER THAN DEC-HI-WS
		GO TO DEC-RANGE-X.
	PERFORM LIST-MASTER.
	PERFORM SWEEP-NEXT.
	GO TO DC1.
DEC-RANGE-X.
	EXIT.
SWEEP-NEXT.
	READ MASTER-FILE NEXT RECORD
		AT END SET SWEEP-EOF TO TRUE
	MOVE REQUEST-COUNT TO TRAILER-REQUESTS.
	MOVE LISTED-COUNT TO TRAILER-LISTED.
	MOVE BAD-REQ-COUNT TO TRAILER-INVALID.
	IF IDCTL-MISSING
		WRITE STDOUT-RECORD FROM IDCTL-NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
