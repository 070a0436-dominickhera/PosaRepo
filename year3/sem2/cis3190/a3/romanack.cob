IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANACK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT IMAGE-FILE ASSIGN TO "IMGFEED"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IMAGE-STATUS.
	SELECT NORM-FILE ASSIGN TO "IMGNORM"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS NORM-STATUS.
	SELECT IMPEXC-FILE ASSIGN TO "IMPEXC"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IMPEXC-STATUS.
	SELECT EDTEXC-FILE ASSIGN TO "EDTEXC"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EDTEXC-STATUS.
	SELECT REJECT-FILE ASSIGN TO "REJFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REJECT-STATUS.
	SELECT POST-FILE ASSIGN TO "POSTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS POST-STATUS.
	SELECT ADDS-FILE ASSIGN TO "PSTADD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ADDS-STATUS.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS DYNAMIC
		RECORD KEY IS MAST-ID
		ALTERNATE RECORD KEY IS MAST-DATE WITH DUPLICATES
		ALTERNATE RECORD KEY IS MAST-DECIMAL WITH DUPLICATES
		FILE STATUS IS MASTER-STATUS.
	SELECT REGISTER-IN ASSIGN TO "ACKREGI"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REGIN-STATUS.
	SELECT REGISTER-OUT ASSIGN TO "ACKREGO"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REGOUT-STATUS.
	SELECT ACK-SORT ASSIGN TO "SORTWK1".
	SELECT ACK-FILE ASSIGN TO "ACKFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ACK-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "ACKRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the vendor's feed as they sent it - read here only to count its
*> lines, the number the acknowledgement has to tie back to.
FD IMAGE-FILE.
	01 IMAGE-RECORD PICTURE X(256).
*> the lines ROMANIMP normalized, in feed order, and the lines it
*> turned away, each with its line number - between them every line
*> of the feed, and the line number of each normalized one falls
*> out of the gaps the turned-away lines leave.
FD NORM-FILE.
	01 NORM-RECORD.
		02 NORM-ID      PICTURE X(08).
		02 NORM-DATE    PICTURE X(08).
		02 NORM-NUMERAL PICTURE X(60).
		02 FILLER       PICTURE X(04).
FD IMPEXC-FILE.
	01 IMPEXC-RECORD.
		02 IMX-LINE  PICTURE 9(06).
		02 FILLER    PICTURE X(01).
		02 IMX-ID    PICTURE X(08).
		02 FILLER    PICTURE X(01).
		02 IMX-ERROR PICTURE X(22).
		02 FILLER    PICTURE X(42).
FD EDTEXC-FILE.
	01 EDTEXC-RECORD.
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
		02 EDX-RUN-DATE PICTURE 9(06).
		02 FILLER       PICTURE X(08).
FD REJECT-FILE.
	COPY REJREC.
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
FD ADDS-FILE.
	01 ADDS-RECORD.
		02 ADD-ID      PICTURE X(08).
		02 ADD-DATE    PICTURE X(08).
		02 ADD-NUMERAL PICTURE X(60).
		02 ADD-DECIMAL PICTURE 9(08).
		02 ADD-POSTED  PICTURE 9(06).
		02 ADD-BRANCH  PICTURE X(03).
FD MASTER-FILE.
	01 MAST-RECORD.
		02 MAST-ID      PICTURE X(08).
		02 MAST-DATE    PICTURE X(08).
		02 MAST-NUMERAL PICTURE X(60).
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
*> the open-document register: every vendor document acknowledged
*> but not yet at a final disposition (imported and waiting,
*> rejected, recycled), carried from one day's run to the next so
*> the vendor hears when each finally posts. Posted, duplicate,
*> edit-failed and not-imported documents are final and drop off.
FD REGISTER-IN.
	01 REGIN-RECORD PICTURE X(80).
FD REGISTER-OUT.
	01 REGOUT-RECORD PICTURE X(80).
*> one sort record per fact known about a document, keyed on its id
*> so every fact about one document arrives together: the register
*> (1), the feed line (2), edit errors (3), rejects (4), tonight's
*> conversion (5) and tonight's posting (6).
SD ACK-SORT.
	01 SA-RECORD.
		02 SA-ID      PICTURE X(08).
		02 SA-TAG     PICTURE 9(01).
		02 SA-SEQ     PICTURE 9(06).
		02 SA-KIND    PICTURE X(01).
		02 SA-DATE    PICTURE X(08).
		02 SA-TEXT    PICTURE X(30).
		02 SA-STATUS  PICTURE X(01).
		02 SA-EV-DATE PICTURE X(06).
		02 SA-STAGE   PICTURE X(07).
		02 SA-RECV    PICTURE X(06).
		02 SA-REJ-SEQ PICTURE X(04).
FD ACK-FILE.
	01 ACK-RECORD PICTURE X(91).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
WORKING-STORAGE SECTION.
77	IMAGE-STATUS PICTURE X(02).
77	NORM-STATUS PICTURE X(02).
77	IMPEXC-STATUS PICTURE X(02).
77	EDTEXC-STATUS PICTURE X(02).
77	REJECT-STATUS PICTURE X(02).
77	POST-STATUS PICTURE X(02).
77	ADDS-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
77	REGIN-STATUS PICTURE X(02).
77	REGOUT-STATUS PICTURE X(02).
77	ACK-STATUS PICTURE X(02).
77	MASTER-OPEN-SW PICTURE X VALUE 'N'.
	88 MASTER-OPEN VALUE 'Y'.
77	IMPEXC-EOF-SW PICTURE X VALUE 'N'.
	88 IMPEXC-EOF VALUE 'Y'.
77	GROUP-SW PICTURE X VALUE 'N'.
	88 GROUP-OPEN VALUE 'Y'.
77	RUN-DATE-WS PICTURE 9(06).
77	RUN-TIME-WS PICTURE 9(08).
77	LINE-NO PICTURE 9(06) VALUE 0.
77	FEED-LINES PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	TODAY-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	CHANGE-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	OPEN-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	NOT-IMP-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	IMPORTED-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	EDIT-FAIL-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	REJECTED-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	RECYCLED-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	POSTED-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	DUPLICATE-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
*> what one document's facts add up to - gathered across its sort
*> group, judged at the break.
77	G-ID PICTURE X(08).
77	G-REG-SW PICTURE X VALUE 'N'.
	88 G-REGISTERED VALUE 'Y'.
77	G-FEED-SW PICTURE X VALUE 'N'.
	88 G-IN-FEED VALUE 'Y'.
77	G-LINE PICTURE 9(06).
77	G-LDATE PICTURE X(08).
77	G-RECV PICTURE X(06).
77	G-OLD-DISP PICTURE X(01).
77	G-OLD-STAGE PICTURE X(07).
77	G-OLD-EV-DATE PICTURE X(06).
77	G-OLD-REJ-SEQ PICTURE X(04).
77	G-OLD-TEXT PICTURE X(30).
77	G-EDIT-ERR PICTURE X(30).
77	G-REJ-SW PICTURE X VALUE 'N'.
	88 G-REJECTED VALUE 'Y'.
77	G-REJ-SEQ PICTURE X(04).
77	G-REJ-TEXT PICTURE X(30).
77	G-REJ-STATUS PICTURE X(01).
77	G-REJ-DATE PICTURE X(06).
77	G-CONV-SW PICTURE X VALUE 'N'.
	88 G-CONVERTED VALUE 'Y'.
77	G-POST-SW PICTURE X VALUE 'N'.
	88 G-POSTED VALUE 'Y'.
77	G-POST-DATE PICTURE X(06).
*> the judgement: disposition code, stage reached, the date it was
*> reached, reject sequence and reason where there is one.
77	NEW-DISP PICTURE X(01).
77	NEW-STAGE PICTURE X(07).
77	NEW-EV-DATE PICTURE X(06).
77	NEW-REJ-SEQ PICTURE X(04).
77	NEW-TEXT PICTURE X(30).
77	ACK-TYPE PICTURE X(01).
*> the vendor acknowledgement: ;-delimited like the feed it answers,
*> fixed width between the delimiters. One header, one detail for
*> every line of the day's feed (N) and one for each document from
*> an earlier feed whose disposition moved today (C), one trailer.
01	ACK-HEADER.
	02 AKH-TYPE      PICTURE X(01) VALUE 'H'.
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKH-SYSTEM    PICTURE X(08) VALUE 'ROMANLDG'.
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKH-RUN-DATE  PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKH-RUN-TIME  PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKH-LINES     PICTURE 9(08).
	02 FILLER        PICTURE X(56) VALUE SPACES.
01	ACK-DETAIL.
	02 AKD-TYPE      PICTURE X(01) VALUE 'D'.
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-ACK-TYPE  PICTURE X(01).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-LINE      PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-ID        PICTURE X(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-LDATE     PICTURE X(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-DISP      PICTURE X(01).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-DISP-TEXT PICTURE X(12).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-STAGE     PICTURE X(07).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-EV-DATE   PICTURE X(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-REJ-SEQ   PICTURE X(04).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKD-REASON    PICTURE X(27).
01	ACK-TRAILER.
	02 AKT-TYPE      PICTURE X(01) VALUE 'T'.
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-LINES     PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-ACKED     PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-IMPORTED  PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-NOT-IMP   PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-EDIT-FAIL PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-REJECTED  PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-RECYCLED  PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-POSTED    PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-DUPLICATE PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-CHANGES   PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 AKT-STATUS    PICTURE X(04).
	02 FILLER        PICTURE X(11) VALUE SPACES.
01	REGISTER-RECORD.
	02 RG-ID      PICTURE X(08).
	02 FILLER     PICTURE X(01) VALUE SPACE.
	02 RG-RECV    PICTURE X(06).
	02 FILLER     PICTURE X(01) VALUE SPACE.
	02 RG-LINE    PICTURE 9(06).
	02 FILLER     PICTURE X(01) VALUE SPACE.
	02 RG-LDATE   PICTURE X(08).
	02 FILLER     PICTURE X(01) VALUE SPACE.
	02 RG-DISP    PICTURE X(01).
	02 FILLER     PICTURE X(01) VALUE SPACE.
	02 RG-STAGE   PICTURE X(07).
	02 FILLER     PICTURE X(01) VALUE SPACE.
	02 RG-EV-DATE PICTURE X(06).
	02 FILLER     PICTURE X(01) VALUE SPACE.
	02 RG-REJ-SEQ PICTURE X(04).
	02 FILLER     PICTURE X(01) VALUE SPACE.
	02 RG-TEXT    PICTURE X(26).
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(40) VALUE
		'IMAGING VENDOR ACKNOWLEDGEMENT'.
01	RUN-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(4)  VALUE 'RUN '.
	02 OUT-RUN-DATE PICTURE 9(6).
01	UNDERLINE-1.
	02 FILLER PICTURE X(80) VALUE
		' -------------------------------------------------------------------------------'.
01	TOTAL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-TOTAL-LABEL PICTURE X(34).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-TOTAL PICTURE Z(7)9.
01	STATUS-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-STATUS PICTURE X(70).

PROCEDURE DIVISION.
	ACCEPT RUN-DATE-WS FROM DATE.
	ACCEPT RUN-TIME-WS FROM TIME.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	MOVE RUN-DATE-WS TO OUT-RUN-DATE.
	WRITE STDOUT-RECORD FROM RUN-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM COUNT-FEED THRU COUNT-FEED-X.
	OPEN OUTPUT ACK-FILE.
	IF ACK-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANACK I/O ERROR - ACKFILE OPEN STATUS '
			ACK-STATUS
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	OPEN OUTPUT REGISTER-OUT.
	IF REGOUT-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANACK I/O ERROR - ACKREGO OPEN STATUS '
			REGOUT-STATUS
		CLOSE ACK-FILE, STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
*> the master answers only the questions tonight's extracts cannot -
*> whether a converted document that did not post was already there,
*> and whether a document carried from an earlier day has posted
*> since. Without it those documents simply stay as they were.
	OPEN INPUT MASTER-FILE.
	IF MASTER-STATUS IS EQUAL TO '00'
		SET MASTER-OPEN TO TRUE
	ELSE
		MOVE '** LEDGER MASTER UNAVAILABLE - POSTING NOT CONFIRMED **'
			TO OUT-STATUS
		WRITE STDOUT-RECORD FROM STATUS-LINE AFTER ADVANCING 1 LINE
	END-IF.
	MOVE RUN-DATE-WS TO AKH-RUN-DATE.
	MOVE RUN-TIME-WS TO AKH-RUN-TIME.
	MOVE FEED-LINES TO AKH-LINES.
	WRITE ACK-RECORD FROM ACK-HEADER.
	SORT ACK-SORT
		ON ASCENDING KEY SA-ID SA-TAG SA-SEQ
		INPUT PROCEDURE IS FACTS-IN THRU FACTS-IN-X
		OUTPUT PROCEDURE IS ACK-OUT THRU ACK-OUT-X.
	IF MASTER-OPEN
		CLOSE MASTER-FILE
	END-IF.
*> the tie the vendor checks first: one detail for every line they
*> sent, no more and no fewer.
	MOVE FEED-LINES TO AKT-LINES.
	MOVE TODAY-COUNT TO AKT-ACKED.
	MOVE IMPORTED-COUNT TO AKT-IMPORTED.
	MOVE NOT-IMP-COUNT TO AKT-NOT-IMP.
	MOVE EDIT-FAIL-COUNT TO AKT-EDIT-FAIL.
	MOVE REJECTED-COUNT TO AKT-REJECTED.
	MOVE RECYCLED-COUNT TO AKT-RECYCLED.
	MOVE POSTED-COUNT TO AKT-POSTED.
	MOVE DUPLICATE-COUNT TO AKT-DUPLICATE.
	MOVE CHANGE-COUNT TO AKT-CHANGES.
	IF TODAY-COUNT IS EQUAL TO FEED-LINES
		MOVE 'OK' TO AKT-STATUS
		MOVE 'ACKNOWLEDGEMENT TIES TO THE FEED' TO OUT-STATUS
	ELSE
		MOVE 'OUT' TO AKT-STATUS
		MOVE '** ACKNOWLEDGEMENT DOES NOT TIE TO THE FEED - HOLD IT **'
			TO OUT-STATUS
	END-IF.
	WRITE ACK-RECORD FROM ACK-TRAILER.
	CLOSE ACK-FILE, REGISTER-OUT.
	MOVE 'FEED LINES RECEIVED' TO OUT-TOTAL-LABEL.
	MOVE FEED-LINES TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
	MOVE 'ACKNOWLEDGED FROM TODAY''S FEED' TO OUT-TOTAL-LABEL.
	MOVE TODAY-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE '  NOT IMPORTED' TO OUT-TOTAL-LABEL.
	MOVE NOT-IMP-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE '  IMPORTED, STILL IN PROCESS' TO OUT-TOTAL-LABEL.
	MOVE IMPORTED-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE '  EDIT FAILED' TO OUT-TOTAL-LABEL.
	MOVE EDIT-FAIL-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE '  REJECTED' TO OUT-TOTAL-LABEL.
	MOVE REJECTED-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE '  RECYCLED' TO OUT-TOTAL-LABEL.
	MOVE RECYCLED-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE '  POSTED' TO OUT-TOTAL-LABEL.
	MOVE POSTED-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE '  DUPLICATE' TO OUT-TOTAL-LABEL.
	MOVE DUPLICATE-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EARLIER DOCUMENTS MOVED ON TODAY' TO OUT-TOTAL-LABEL.
	MOVE CHANGE-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
	MOVE 'DOCUMENTS STILL OPEN' TO OUT-TOTAL-LABEL.
	MOVE OPEN-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM STATUS-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 acknowledgement written and tied, 4 no feed today (earlier
*> documents may still have moved), 8 the acknowledgement does not
*> tie to the feed and must not be sent, 12 file failure (set where
*> found).
	IF FEED-LINES IS EQUAL TO 0
		MOVE 4 TO RETURN-CODE.
	IF TODAY-COUNT IS NOT EQUAL TO FEED-LINES
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
COUNT-FEED.
	OPEN INPUT IMAGE-FILE.
	IF IMAGE-STATUS IS NOT EQUAL TO '00'
		GO TO COUNT-FEED-X.
CF1.	READ IMAGE-FILE AT END GO TO CF8.
	ADD 1 TO FEED-LINES.
	GO TO CF1.
CF8.	CLOSE IMAGE-FILE.
COUNT-FEED-X.
	EXIT.
*> every fact goes in; a missing dataset is a source with nothing to
*> say (no rejects yet, no register on the first day).
FACTS-IN.
	PERFORM REGISTER-IN-ALL THRU REGISTER-IN-ALL-X.
	PERFORM FEED-IN THRU FEED-IN-X.
	PERFORM EDIT-IN THRU EDIT-IN-X.
	PERFORM REJECTS-IN THRU REJECTS-IN-X.
	PERFORM POSTS-IN THRU POSTS-IN-X.
	PERFORM ADDS-IN THRU ADDS-IN-X.
FACTS-IN-X.
	EXIT.
REGISTER-IN-ALL.
	OPEN INPUT REGISTER-IN.
	IF REGIN-STATUS IS NOT EQUAL TO '00'
		GO TO REGISTER-IN-ALL-X.
RI1.	READ REGISTER-IN INTO REGISTER-RECORD AT END GO TO RI8.
	MOVE SPACES TO SA-RECORD.
	MOVE RG-ID TO SA-ID.
	MOVE 1 TO SA-TAG.
	MOVE RG-LINE TO SA-SEQ.
	MOVE RG-DISP TO SA-KIND.
	MOVE RG-LDATE TO SA-DATE.
	MOVE RG-TEXT TO SA-TEXT.
	MOVE RG-EV-DATE TO SA-EV-DATE.
	MOVE RG-STAGE TO SA-STAGE.
	MOVE RG-RECV TO SA-RECV.
	MOVE RG-REJ-SEQ TO SA-REJ-SEQ.
	RELEASE SA-RECORD.
	GO TO RI1.
RI8.	CLOSE REGISTER-IN.
REGISTER-IN-ALL-X.
	EXIT.
*> the normalized lines and the turned-away lines are walked side by
*> side, numbering as they go: a line number the exceptions claim is
*> theirs, every other line is the next normalized record.
FEED-IN.
	MOVE 'N' TO IMPEXC-EOF-SW.
	OPEN INPUT IMPEXC-FILE.
	IF IMPEXC-STATUS IS NOT EQUAL TO '00'
		SET IMPEXC-EOF TO TRUE
	ELSE
		PERFORM NEXT-IMPEXC THRU NEXT-IMPEXC-X
	END-IF.
	OPEN INPUT NORM-FILE.
	IF NORM-STATUS IS NOT EQUAL TO '00'
		GO TO FI7.
FI1.	READ NORM-FILE AT END GO TO FI6.
	ADD 1 TO LINE-NO.
	PERFORM RELEASE-IMPEXC THRU RELEASE-IMPEXC-X.
	MOVE SPACES TO SA-RECORD.
	MOVE NORM-ID TO SA-ID.
	MOVE 2 TO SA-TAG.
	MOVE LINE-NO TO SA-SEQ.
	MOVE 'I' TO SA-KIND.
	MOVE NORM-DATE TO SA-DATE.
	RELEASE SA-RECORD.
	GO TO FI1.
FI6.	CLOSE NORM-FILE.
FI7.	IF IMPEXC-EOF
		GO TO FI8.
	MOVE IMX-LINE TO LINE-NO.
	PERFORM RELEASE-IMPEXC THRU RELEASE-IMPEXC-X.
	GO TO FI7.
FI8.	IF IMPEXC-STATUS IS EQUAL TO '00' OR IMPEXC-STATUS IS EQUAL TO '10'
		CLOSE IMPEXC-FILE
	END-IF.
FEED-IN-X.
	EXIT.
*> release every turned-away line numbered at or before LINE-NO,
*> moving the running number past each one it accounts for.
RELEASE-IMPEXC.
RX1.	IF IMPEXC-EOF
		GO TO RELEASE-IMPEXC-X.
	IF IMX-LINE IS GREATER THAN LINE-NO
		GO TO RELEASE-IMPEXC-X.
	MOVE SPACES TO SA-RECORD.
	MOVE IMX-ID TO SA-ID.
	MOVE 2 TO SA-TAG.
	MOVE IMX-LINE TO SA-SEQ.
	MOVE 'N' TO SA-KIND.
	MOVE IMX-ERROR TO SA-TEXT.
	RELEASE SA-RECORD.
	IF IMX-LINE IS EQUAL TO LINE-NO
		ADD 1 TO LINE-NO.
	PERFORM NEXT-IMPEXC THRU NEXT-IMPEXC-X.
	GO TO RX1.
RELEASE-IMPEXC-X.
	EXIT.
NEXT-IMPEXC.
	READ IMPEXC-FILE
		AT END SET IMPEXC-EOF TO TRUE
	END-READ.
NEXT-IMPEXC-X.
	EXIT.
EDIT-IN.
	OPEN INPUT EDTEXC-FILE.
	IF EDTEXC-STATUS IS NOT EQUAL TO '00'
		GO TO EDIT-IN-X.
EX1.	READ EDTEXC-FILE AT END GO TO EX8.
	IF EDX-TYPE IS NOT EQUAL TO 'E'
			OR EDX-ID IS EQUAL TO SPACES
		GO TO EX1.
	MOVE SPACES TO SA-RECORD.
	MOVE EDX-ID TO SA-ID.
	MOVE 3 TO SA-TAG.
	MOVE 0 TO SA-SEQ.
	MOVE 'E' TO SA-KIND.
	MOVE EDX-ERROR TO SA-TEXT.
	MOVE EDX-RUN-DATE TO SA-EV-DATE.
	RELEASE SA-RECORD.
	GO TO EX1.
EX8.	CLOSE EDTEXC-FILE.
EDIT-IN-X.
	EXIT.
*> only rejects stamped with the document they came from can be
*> tied to one; those written before the id was stamped cannot.
REJECTS-IN.
	OPEN INPUT REJECT-FILE.
	IF REJECT-STATUS IS NOT EQUAL TO '00'
		GO TO REJECTS-IN-X.
RJ1.	READ REJECT-FILE AT END GO TO RJ8.
	IF EXCEPT-ID IS EQUAL TO SPACES
		GO TO RJ1.
	MOVE SPACES TO SA-RECORD.
	MOVE EXCEPT-ID TO SA-ID.
	MOVE 4 TO SA-TAG.
	MOVE EXCEPT-SEQ TO SA-SEQ.
	MOVE 'J' TO SA-KIND.
	MOVE EXCEPT-REASON TO SA-TEXT.
	MOVE EXCEPT-STATUS TO SA-STATUS.
	MOVE EXCEPT-RUN-DATE TO SA-EV-DATE.
	MOVE EXCEPT-SEQ TO SA-REJ-SEQ.
	RELEASE SA-RECORD.
	GO TO RJ1.
RJ8.	CLOSE REJECT-FILE.
REJECTS-IN-X.
	EXIT.
POSTS-IN.
	OPEN INPUT POST-FILE.
	IF POST-STATUS IS NOT EQUAL TO '00'
		GO TO POSTS-IN-X.
PI1.	READ POST-FILE AT END GO TO PI8.
	MOVE SPACES TO SA-RECORD.
	MOVE POST-ID TO SA-ID.
	MOVE 5 TO SA-TAG.
	MOVE 0 TO SA-SEQ.
	MOVE 'C' TO SA-KIND.
	RELEASE SA-RECORD.
	GO TO PI1.
PI8.	CLOSE POST-FILE.
POSTS-IN-X.
	EXIT.
ADDS-IN.
	OPEN INPUT ADDS-FILE.
	IF ADDS-STATUS IS NOT EQUAL TO '00'
		GO TO ADDS-IN-X.
AI1.	READ ADDS-FILE AT END GO TO AI8.
	MOVE SPACES TO SA-RECORD.
	MOVE ADD-ID TO SA-ID.
	MOVE 6 TO SA-TAG.
	MOVE 0 TO SA-SEQ.
	MOVE 'P' TO SA-KIND.
	MOVE ADD-POSTED TO SA-EV-DATE.
	RELEASE SA-RECORD.
	GO TO AI1.
AI8.	CLOSE ADDS-FILE.
ADDS-IN-X.
	EXIT.
*> a line ROMANIMP turned away is acknowledged on the spot - its id,
*> if it has one, is not to be trusted to group with anything. A
*> second line for a document already in the feed is a duplicate;
*> the edit holds the second copy out. Everything else about a
*> document is gathered and judged when its id changes.
ACK-OUT.
AO1.	RETURN ACK-SORT AT END GO TO AO8.
	IF SA-TAG IS EQUAL TO 2 AND SA-KIND IS EQUAL TO 'N'
		PERFORM ACK-NOT-IMPORTED THRU ACK-NOT-IMPORTED-X
		GO TO AO1.
	IF GROUP-OPEN AND SA-ID IS NOT EQUAL TO G-ID
		PERFORM JUDGE-DOCUMENT THRU JUDGE-DOCUMENT-X
		MOVE 'N' TO GROUP-SW
	END-IF.
	IF NOT GROUP-OPEN
		PERFORM START-GROUP THRU START-GROUP-X
	END-IF.
	IF SA-TAG IS EQUAL TO 1
		SET G-REGISTERED TO TRUE
		MOVE SA-SEQ TO G-LINE
		MOVE SA-DATE TO G-LDATE
		MOVE SA-RECV TO G-RECV
		MOVE SA-KIND TO G-OLD-DISP
		MOVE SA-STAGE TO G-OLD-STAGE
		MOVE SA-EV-DATE TO G-OLD-EV-DATE
		MOVE SA-REJ-SEQ TO G-OLD-REJ-SEQ
		MOVE SA-TEXT TO G-OLD-TEXT
	END-IF.
	IF SA-TAG IS EQUAL TO 2
		IF G-IN-FEED
			PERFORM ACK-REPEATED THRU ACK-REPEATED-X
		ELSE
			SET G-IN-FEED TO TRUE
			MOVE SA-SEQ TO G-LINE
			MOVE SA-DATE TO G-LDATE
			MOVE RUN-DATE-WS TO G-RECV
		END-IF
	END-IF.
	IF SA-TAG IS EQUAL TO 3
			AND SA-TEXT IS NOT EQUAL TO 'DUPLICATE IN BATCH'
			AND G-EDIT-ERR IS EQUAL TO SPACES
		MOVE SA-TEXT TO G-EDIT-ERR.
	IF SA-TAG IS EQUAL TO 4
		SET G-REJECTED TO TRUE
		MOVE SA-REJ-SEQ TO G-REJ-SEQ
		MOVE SA-TEXT TO G-REJ-TEXT
		MOVE SA-STATUS TO G-REJ-STATUS
		MOVE SA-EV-DATE TO G-REJ-DATE
	END-IF.
	IF SA-TAG IS EQUAL TO 5
		SET G-CONVERTED TO TRUE.
	IF SA-TAG IS EQUAL TO 6
		SET G-POSTED TO TRUE
		MOVE SA-EV-DATE TO G-POST-DATE
	END-IF.
	GO TO AO1.
AO8.	IF GROUP-OPEN
		PERFORM JUDGE-DOCUMENT THRU JUDGE-DOCUMENT-X
	END-IF.
ACK-OUT-X.
	EXIT.
START-GROUP.
	MOVE SA-ID TO G-ID.
	MOVE 'N' TO G-REG-SW.
	MOVE 'N' TO G-FEED-SW.
	MOVE 0 TO G-LINE.
	MOVE SPACES TO G-LDATE.
	MOVE SPACES TO G-RECV.
	MOVE SPACES TO G-OLD-DISP.
	MOVE SPACES TO G-OLD-STAGE.
	MOVE SPACES TO G-OLD-EV-DATE.
	MOVE SPACES TO G-OLD-REJ-SEQ.
	MOVE SPACES TO G-OLD-TEXT.
	MOVE SPACES TO G-EDIT-ERR.
	MOVE 'N' TO G-REJ-SW.
	MOVE SPACES TO G-REJ-SEQ.
	MOVE SPACES TO G-REJ-TEXT.
	MOVE SPACES TO G-REJ-STATUS.
	MOVE SPACES TO G-REJ-DATE.
	MOVE 'N' TO G-CONV-SW.
	MOVE 'N' TO G-POST-SW.
	MOVE SPACES TO G-POST-DATE.
	SET GROUP-OPEN TO TRUE.
START-GROUP-X.
	EXIT.
ACK-NOT-IMPORTED.
	MOVE 'N' TO ACK-TYPE.
	MOVE SA-SEQ TO AKD-LINE.
	MOVE SA-ID TO AKD-ID.
	MOVE SPACES TO AKD-LDATE.
	MOVE 'N' TO NEW-DISP.
	MOVE 'IMPORT' TO NEW-STAGE.
	MOVE RUN-DATE-WS TO NEW-EV-DATE.
	MOVE SPACES TO NEW-REJ-SEQ.
	MOVE SA-TEXT TO NEW-TEXT.
	PERFORM WRITE-ACK THRU WRITE-ACK-X.
ACK-NOT-IMPORTED-X.
	EXIT.
ACK-REPEATED.
	MOVE 'N' TO ACK-TYPE.
	MOVE SA-SEQ TO AKD-LINE.
	MOVE SA-ID TO AKD-ID.
	MOVE SA-DATE TO AKD-LDATE.
	MOVE 'D' TO NEW-DISP.
	MOVE 'EDIT' TO NEW-STAGE.
	MOVE RUN-DATE-WS TO NEW-EV-DATE.
	MOVE SPACES TO NEW-REJ-SEQ.
	MOVE 'REPEATED IN FEED' TO NEW-TEXT.
	PERFORM WRITE-ACK THRU WRITE-ACK-X.
ACK-REPEATED-X.
	EXIT.
*> the furthest a document got decides its disposition, tested from
*> the end of the line back: posted tonight, converted but turned
*> away by the master as already there, converted and waiting on
*> the posting step, posted since an earlier acknowledgement, its
*> latest reject (recycled once a correction has been accepted for
*> it), failed the edit, or through the edit and waiting. A document
*> known neither to the feed nor to the register - a keyed one - is
*> no business of the vendor's.
JUDGE-DOCUMENT.
	IF NOT G-IN-FEED AND NOT G-REGISTERED
		GO TO JUDGE-DOCUMENT-X.
	MOVE SPACES TO NEW-REJ-SEQ.
	MOVE SPACES TO NEW-TEXT.
	MOVE RUN-DATE-WS TO NEW-EV-DATE.
	IF G-POSTED
		MOVE 'P' TO NEW-DISP
		MOVE 'POST' TO NEW-STAGE
		MOVE G-POST-DATE TO NEW-EV-DATE
		GO TO JD8.
	IF G-CONVERTED
		PERFORM READ-MASTER THRU READ-MASTER-X
		IF MASTER-STATUS IS EQUAL TO '00'
			MOVE 'D' TO NEW-DISP
			MOVE 'POST' TO NEW-STAGE
			MOVE 'ALREADY ON LEDGER MASTER' TO NEW-TEXT
		ELSE
			MOVE 'I' TO NEW-DISP
			MOVE 'CONVERT' TO NEW-STAGE
		END-IF
		GO TO JD8.
	IF NOT G-IN-FEED
		PERFORM READ-MASTER THRU READ-MASTER-X
		IF MASTER-STATUS IS EQUAL TO '00'
			MOVE 'P' TO NEW-DISP
			MOVE 'POST' TO NEW-STAGE
			MOVE MAST-POSTED TO NEW-EV-DATE
			GO TO JD8
		END-IF
	END-IF.
	IF G-REJECTED
		MOVE G-REJ-SEQ TO NEW-REJ-SEQ
		MOVE G-REJ-TEXT TO NEW-TEXT
		IF G-REJ-STATUS IS EQUAL TO 'R'
			MOVE 'Y' TO NEW-DISP
			MOVE 'CORRECT' TO NEW-STAGE
			IF G-OLD-DISP IS EQUAL TO 'Y'
				MOVE G-OLD-EV-DATE TO NEW-EV-DATE
			END-IF
		ELSE
			MOVE 'J' TO NEW-DISP
			MOVE 'CONVERT' TO NEW-STAGE
			MOVE G-REJ-DATE TO NEW-EV-DATE
		END-IF
		GO TO JD8.
	IF G-IN-FEED AND G-EDIT-ERR IS NOT EQUAL TO SPACES
		MOVE 'E' TO NEW-DISP
		MOVE 'EDIT' TO NEW-STAGE
		MOVE G-EDIT-ERR TO NEW-TEXT
		GO TO JD8.
	IF G-IN-FEED
		MOVE 'I' TO NEW-DISP
		MOVE 'EDIT' TO NEW-STAGE
		GO TO JD8.
*> a register document nothing new is known about stands as it was.
	MOVE G-OLD-DISP TO NEW-DISP.
	MOVE G-OLD-STAGE TO NEW-STAGE.
	MOVE G-OLD-EV-DATE TO NEW-EV-DATE.
	MOVE G-OLD-REJ-SEQ TO NEW-REJ-SEQ.
	MOVE G-OLD-TEXT TO NEW-TEXT.
*> a document in today's feed is always acknowledged; one from an
*> earlier feed only when its disposition or stage has moved.
JD8.	MOVE G-LINE TO AKD-LINE.
	MOVE G-ID TO AKD-ID.
	MOVE G-LDATE TO AKD-LDATE.
	IF G-IN-FEED
		MOVE 'N' TO ACK-TYPE
		PERFORM WRITE-ACK THRU WRITE-ACK-X
	ELSE
		IF NEW-DISP IS NOT EQUAL TO G-OLD-DISP
				OR NEW-STAGE IS NOT EQUAL TO G-OLD-STAGE
			MOVE 'C' TO ACK-TYPE
			PERFORM WRITE-ACK THRU WRITE-ACK-X
		END-IF
	END-IF.
	IF NEW-DISP IS EQUAL TO 'I'
			OR NEW-DISP IS EQUAL TO 'J'
			OR NEW-DISP IS EQUAL TO 'Y'
		PERFORM KEEP-OPEN THRU KEEP-OPEN-X.
JUDGE-DOCUMENT-X.
	EXIT.
READ-MASTER.
	IF NOT MASTER-OPEN
		MOVE '23' TO MASTER-STATUS
		GO TO READ-MASTER-X.
	MOVE G-ID TO MAST-ID.
	READ MASTER-FILE
		INVALID KEY CONTINUE
	END-READ.
READ-MASTER-X.
	EXIT.
WRITE-ACK.
	MOVE ACK-TYPE TO AKD-ACK-TYPE.
	MOVE NEW-DISP TO AKD-DISP.
	MOVE NEW-STAGE TO AKD-STAGE.
	MOVE NEW-EV-DATE TO AKD-EV-DATE.
	MOVE NEW-REJ-SEQ TO AKD-REJ-SEQ.
	MOVE NEW-TEXT TO AKD-REASON.
	IF NEW-DISP IS EQUAL TO 'N'
		MOVE 'NOT IMPORTED' TO AKD-DISP-TEXT.
	IF NEW-DISP IS EQUAL TO 'I'
		MOVE 'IMPORTED' TO AKD-DISP-TEXT.
	IF NEW-DISP IS EQUAL TO 'E'
		MOVE 'EDIT FAILED' TO AKD-DISP-TEXT.
	IF NEW-DISP IS EQUAL TO 'J'
		MOVE 'REJECTED' TO AKD-DISP-TEXT.
	IF NEW-DISP IS EQUAL TO 'Y'
		MOVE 'RECYCLED' TO AKD-DISP-TEXT.
	IF NEW-DISP IS EQUAL TO 'P'
		MOVE 'POSTED' TO AKD-DISP-TEXT.
	IF NEW-DISP IS EQUAL TO 'D'
		MOVE 'DUPLICATE' TO AKD-DISP-TEXT.
	WRITE ACK-RECORD FROM ACK-DETAIL.
	IF ACK-TYPE IS EQUAL TO 'C'
		ADD 1 TO CHANGE-COUNT
		GO TO WRITE-ACK-X.
	ADD 1 TO TODAY-COUNT.
	IF NEW-DISP IS EQUAL TO 'N'
		ADD 1 TO NOT-IMP-COUNT.
	IF NEW-DISP IS EQUAL TO 'I'
		ADD 1 TO IMPORTED-COUNT.
	IF NEW-DISP IS EQUAL TO 'E'
		ADD 1 TO EDIT-FAIL-COUNT.
	IF NEW-DISP IS EQUAL TO 'J'
		ADD 1 TO REJECTED-COUNT.
	IF NEW-DISP IS EQUAL TO 'Y'
		ADD 1 TO RECYCLED-COUNT.
	IF NEW-DISP IS EQUAL TO 'P'
		ADD 1 TO POSTED-COUNT.
	IF NEW-DISP IS EQUAL TO 'D'
		ADD 1 TO DUPLICATE-COUNT.
WRITE-ACK-X.
	EXIT.
KEEP-OPEN.
	MOVE G-ID TO RG-ID.
	MOVE G-RECV TO RG-RECV.
	MOVE G-LINE TO RG-LINE.
	MOVE G-LDATE TO RG-LDATE.
	MOVE NEW-DISP TO RG-DISP.
	MOVE NEW-STAGE TO RG-STAGE.
	MOVE NEW-EV-DATE TO RG-EV-DATE.
	MOVE NEW-REJ-SEQ TO RG-REJ-SEQ.
	MOVE NEW-TEXT TO RG-TEXT.
	WRITE REGOUT-RECORD FROM REGISTER-RECORD.
	ADD 1 TO OPEN-COUNT.
KEEP-OPEN-X.
	EXIT.
