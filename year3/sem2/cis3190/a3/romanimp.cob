		FILE STATUS IS IMAGE-STATUS.
	SELECT NORM-FILE ASSIGN TO "IMPOUT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT EXCEPTION-FILE ASSIGN TO "IMPEXC"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STANDARD-OUTPUT ASSIGN TO "IMPRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

		02 NORM-ID      PICTURE X(08).
		02 NORM-DATE    PICTURE X(08).
		02 NORM-NUMERAL PICTURE X(60).
		02 FILLER       PICTURE X(01).
*> I marks the document as an imaging-feed one all the way through
*> the edit and the night run, so its rejects are counted by source.
		02 NORM-SOURCE  PICTURE X(01).
		02 FILLER       PICTURE X(02).
*> every line turned away here, machine-readable - the line number,
*> the id as far as it can be read, and the error - so the vendor
*> acknowledgement can account for every line of the feed, not only
*> the ones that reached the edit.
FD EXCEPTION-FILE.
	01 EXCEPTION-RECORD.
		02 EXC-LINE  PICTURE 9(06).
		02 FILLER    PICTURE X(01).
		02 EXC-ID    PICTURE X(08).
		02 FILLER    PICTURE X(01).
		02 EXC-ERROR PICTURE X(22).
		02 FILLER    PICTURE X(42).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
WORKING-STORAGE SECTION.
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	OPEN OUTPUT NORM-FILE, OUTPUT EXCEPTION-FILE.
IL1.	READ IMAGE-FILE AT END GO TO IB0.
	ADD 1 TO READ-COUNT.
*> the agreed vendor format is three semicolon-separated fields -
	MOVE FLD-ID-WS TO NORM-ID.
	MOVE FLD-DATE-WS TO NORM-DATE.
	MOVE FLD-NUM-WS TO NORM-NUMERAL.
	MOVE 'I' TO NORM-SOURCE.
	WRITE NORM-RECORD.
	ADD 1 TO PASS-COUNT.
	GO TO IL1.
IB0.	CLOSE IMAGE-FILE, NORM-FILE, EXCEPTION-FILE.
	MOVE READ-COUNT TO TRAILER-READ.
	MOVE PASS-COUNT TO TRAILER-PASSED.
	MOVE REJECT-COUNT TO TRAILER-REJECTED.
	MOVE READ-COUNT TO OUT-LINE-NO.
	MOVE IMAGE-RECORD (1:60) TO OUT-TEXT.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	MOVE SPACES TO EXCEPTION-RECORD.
	MOVE READ-COUNT TO EXC-LINE.
	UNSTRING IMAGE-RECORD DELIMITED BY ';' INTO EXC-ID.
	MOVE OUT-ERROR TO EXC-ERROR.
	WRITE EXCEPTION-RECORD.
	ADD 1 TO REJECT-COUNT.
*> the record arrives space padded to the fixed reader length - the
*> scan must stop at the real tail or the padding would ride into
