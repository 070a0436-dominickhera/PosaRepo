IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANDWF.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CONTROL-FILE ASSIGN TO "DWFCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CONTROL-STATUS.
	SELECT ADDS-FILE ASSIGN TO "PSTADD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ADDS-STATUS.
	SELECT CHANGE-FILE ASSIGN TO "CHGAUDIT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CHANGE-STATUS.
	SELECT BACKOUT-FILE ASSIGN TO "BKOHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BACKOUT-STATUS.
	SELECT DW-SORT ASSIGN TO "SORTWK1".
	SELECT FEED-FILE ASSIGN TO "DWFEED"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FEED-STATUS.
	SELECT KEY-WORK ASSIGN TO "DWFKEYW"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS KEY-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "DWFRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the feed control: one C record carrying the last feed sequence
*> number sent and the high-water mark reached in each source, then
*> one K record per document added on the add high-water date that
*> has already gone out. The posting extract has no time of day, so
*> the K records are what lets a second posting run on the same date
*> (a rerun, a catch-up) be fed without sending the first one again.
*> The control is rewritten whole, and only once the feed is safely
*> written - a feed that fails leaves it where it was, and the next
*> run takes in everything since the last feed actually sent, so a
*> missed night is caught up rather than skipped.
FD CONTROL-FILE.
	01 CONTROL-RECORD.
		02 DWC-TYPE     PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 DWC-SEQ      PICTURE 9(06).
		02 FILLER       PICTURE X(01).
		02 DWC-ADD-DATE PICTURE 9(06).
		02 FILLER       PICTURE X(01).
		02 DWC-CHG-DATE PICTURE 9(06).
		02 FILLER       PICTURE X(01).
		02 DWC-CHG-TIME PICTURE 9(08).
		02 FILLER       PICTURE X(01).
		02 DWC-BKO-DATE PICTURE 9(06).
		02 FILLER       PICTURE X(01).
		02 DWC-BKO-TIME PICTURE 9(08).
		02 FILLER       PICTURE X(01).
		02 DWC-RUN-DATE PICTURE 9(06).
		02 FILLER       PICTURE X(26).
	01 CONTROL-KEY-RECORD.
		02 DWK-TYPE     PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 DWK-ID       PICTURE X(08).
		02 FILLER       PICTURE X(70).
*> every retained posted-adds generation, read as one concatenation.
FD ADDS-FILE.
	01 ADDS-RECORD.
		02 ADD-ID      PICTURE X(08).
		02 ADD-DATE    PICTURE X(08).
		02 ADD-NUMERAL PICTURE X(60).
		02 ADD-DECIMAL PICTURE 9(08).
		02 ADD-POSTED  PICTURE 9(06).
		02 ADD-BRANCH  PICTURE X(03).
FD CHANGE-FILE.
	COPY CHGREC.
FD BACKOUT-FILE.
	COPY BKOREC.
*> one sort record per event: the date and time it reached the
*> master, a class that orders the events of one date, the master
*> image the warehouse is to hold afterwards, and a tag that puts an
*> already-sent key (0) ahead of the add it suppresses (1).
SD DW-SORT.
	01 SD-RECORD.
		02 SD-EV-DATE PICTURE 9(06).
		02 SD-CLASS   PICTURE 9(01).
		02 SD-EV-TIME PICTURE 9(08).
		02 SD-ID      PICTURE X(08).
		02 SD-TAG     PICTURE 9(01).
		02 SD-ACTION  PICTURE X(01).
		02 SD-DATE    PICTURE X(08).
		02 SD-NUMERAL PICTURE X(60).
		02 SD-DECIMAL PICTURE 9(08).
		02 SD-POSTED  PICTURE X(06).
		02 SD-BRANCH  PICTURE X(03).
FD FEED-FILE.
	01 FEED-RECORD PICTURE X(125).
*> the keys of the adds sent on the latest add date, built as the
*> feed is written and copied into the new control at the end.
FD KEY-WORK.
	01 KEY-WORK-RECORD.
		02 KW-ID PICTURE X(08).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
WORKING-STORAGE SECTION.
77	CONTROL-STATUS PICTURE X(02).
77	ADDS-STATUS PICTURE X(02).
77	CHANGE-STATUS PICTURE X(02).
77	BACKOUT-STATUS PICTURE X(02).
77	FEED-STATUS PICTURE X(02).
77	KEY-STATUS PICTURE X(02).
77	KEY-OPEN-SW PICTURE X VALUE 'N'.
	88 KEY-WORK-OPEN VALUE 'Y'.
	88 KEY-WORK-FAILED VALUE 'F'.
77	RUN-DATE-WS PICTURE 9(06).
77	RUN-TIME-WS PICTURE 9(08).
*> the high-water marks as the last feed left them, and as this
*> feed moves them on.
77	LAST-SEQ PICTURE 9(06) VALUE 0.
77	FEED-SEQ PICTURE 9(06) VALUE 0.
77	OLD-ADD-DATE PICTURE 9(06) VALUE 0.
77	OLD-CHG-STAMP PICTURE 9(14) VALUE 0.
77	OLD-BKO-STAMP PICTURE 9(14) VALUE 0.
77	NEW-ADD-DATE PICTURE 9(06) VALUE 0.
77	NEW-CHG-STAMP PICTURE 9(14) VALUE 0.
77	NEW-BKO-STAMP PICTURE 9(14) VALUE 0.
77	EVENT-STAMP PICTURE 9(14).
77	KEY-DATE PICTURE 9(06) VALUE 0.
77	SENT-KEY-ID PICTURE X(08) VALUE SPACES.
77	AFT-DECIMAL-WS PICTURE 9(08).
77	ADD-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	CHANGE-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	DELETE-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	REMOVE-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	RECORD-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	RESENT-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	HASH-TOTAL PICTURE S9(15) USAGE IS COMPUTATIONAL VALUE 0.
*> the warehouse delta feed: one header, one ;-delimited detail per
*> master event in the order the events happened, one trailer with
*> the count of each action, the record count and the hash total of
*> the decimal values carried. The fields are fixed width between
*> the delimiters so the file also reads column for column.
01	FEED-HEADER.
	02 DWH-TYPE      PICTURE X(01).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWH-SEQ       PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWH-RUN-DATE  PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWH-RUN-TIME  PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWH-PREV-SEQ  PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWH-SYSTEM    PICTURE X(08).
	02 FILLER        PICTURE X(85) VALUE SPACES.
01	FEED-DETAIL.
	02 DWD-TYPE      PICTURE X(01).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-SEQ       PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-ACTION    PICTURE X(01).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-EV-DATE   PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-EV-TIME   PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-ID        PICTURE X(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-DATE      PICTURE X(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-NUMERAL   PICTURE X(60).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-DECIMAL   PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-POSTED    PICTURE X(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWD-BRANCH    PICTURE X(03).
01	FEED-TRAILER.
	02 DWT-TYPE      PICTURE X(01).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWT-SEQ       PICTURE 9(06).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWT-ADDS      PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWT-CHANGES   PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWT-DELETES   PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWT-REMOVED   PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWT-RECORDS   PICTURE 9(08).
	02 FILLER        PICTURE X(01) VALUE ';'.
	02 DWT-HASH      PICTURE 9(15).
	02 FILLER        PICTURE X(56) VALUE SPACES.
01	STAMP-WS.
	02 STAMP-DATE PICTURE 9(06).
	02 STAMP-TIME PICTURE 9(08).
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(40) VALUE
		'DATA WAREHOUSE DELTA FEED'.
01	FEED-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(5)  VALUE 'FEED '.
	02 OUT-SEQ PICTURE 9(6).
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'LAST FEED SENT'.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-PREV-SEQ PICTURE 9(6).
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(4)  VALUE 'RUN '.
	02 OUT-RUN-DATE PICTURE 9(6).
01	UNDERLINE-1.
	02 FILLER PICTURE X(80) VALUE
		' -------------------------------------------------------------------------------'.
01	MARK-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(20) VALUE 'HIGH-WATER MARK'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(15) VALUE 'LAST FEED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(15) VALUE 'THIS FEED'.
01	MARK-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-MARK-LABEL PICTURE X(20).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-MARK-OLD PICTURE X(15).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-MARK-NEW PICTURE X(15).
01	MARK-EDIT.
	02 ME-DATE PICTURE 9(06).
	02 FILLER  PICTURE X(01) VALUE SPACE.
	02 ME-TIME PICTURE 9(08).
01	TOTAL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-TOTAL-LABEL PICTURE X(30).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-TOTAL PICTURE Z(14)9.
01	STATUS-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-STATUS PICTURE X(70).

PROCEDURE DIVISION.
	ACCEPT RUN-DATE-WS FROM DATE.
	ACCEPT RUN-TIME-WS FROM TIME.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	PERFORM LOAD-CONTROL THRU LOAD-CONTROL-X.
	COMPUTE FEED-SEQ = LAST-SEQ + 1.
	MOVE FEED-SEQ TO OUT-SEQ.
	MOVE LAST-SEQ TO OUT-PREV-SEQ.
	MOVE RUN-DATE-WS TO OUT-RUN-DATE.
	WRITE STDOUT-RECORD FROM FEED-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	MOVE OLD-ADD-DATE TO NEW-ADD-DATE.
	MOVE OLD-CHG-STAMP TO NEW-CHG-STAMP.
	MOVE OLD-BKO-STAMP TO NEW-BKO-STAMP.
	OPEN OUTPUT FEED-FILE.
	IF FEED-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANDWF I/O ERROR - DWFEED OPEN STATUS '
			FEED-STATUS
		MOVE '** FEED NOT WRITTEN - CONTROL LEFT AS IT WAS **'
			TO OUT-STATUS
		WRITE STDOUT-RECORD FROM STATUS-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE 'H' TO DWH-TYPE.
	MOVE FEED-SEQ TO DWH-SEQ.
	MOVE RUN-DATE-WS TO DWH-RUN-DATE.
	MOVE RUN-TIME-WS TO DWH-RUN-TIME.
	MOVE LAST-SEQ TO DWH-PREV-SEQ.
	MOVE 'ROMANLDG' TO DWH-SYSTEM.
	WRITE FEED-RECORD FROM FEED-HEADER.
*> every source is resequenced into the order the master actually
*> changed: by date, then within a date the removals of documents
*> posted on an earlier day (a backout ahead of its repost), then the
*> night's adds, then amendments, deletes and same-day removals by
*> time of day. Nothing is held in storage however many nights are
*> being caught up.
	SORT DW-SORT
		ON ASCENDING KEY SD-EV-DATE SD-CLASS SD-EV-TIME SD-ID SD-TAG
		INPUT PROCEDURE IS EVENTS-IN THRU EVENTS-IN-X
		OUTPUT PROCEDURE IS FEED-OUT THRU FEED-OUT-X.
*> without the keys work file the control could not say which adds
*> this feed already carried, so it is not moved on.
	IF KEY-WORK-FAILED
		DISPLAY 'ROMANDWF I/O ERROR - DWFKEYW OPEN STATUS '
			KEY-STATUS
		CLOSE FEED-FILE
		MOVE '** KEYS NOT KEPT - CONTROL LEFT AS IT WAS **'
			TO OUT-STATUS
		WRITE STDOUT-RECORD FROM STATUS-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE 'T' TO DWT-TYPE.
	MOVE FEED-SEQ TO DWT-SEQ.
	MOVE ADD-COUNT TO DWT-ADDS.
	MOVE CHANGE-COUNT TO DWT-CHANGES.
	MOVE DELETE-COUNT TO DWT-DELETES.
	MOVE REMOVE-COUNT TO DWT-REMOVED.
	MOVE RECORD-COUNT TO DWT-RECORDS.
	MOVE HASH-TOTAL TO DWT-HASH.
	WRITE FEED-RECORD FROM FEED-TRAILER.
	IF FEED-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANDWF I/O ERROR - DWFEED WRITE STATUS '
			FEED-STATUS
		CLOSE FEED-FILE
		MOVE '** FEED NOT COMPLETE - CONTROL LEFT AS IT WAS **'
			TO OUT-STATUS
		WRITE STDOUT-RECORD FROM STATUS-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	CLOSE FEED-FILE.
	IF KEY-WORK-OPEN
		CLOSE KEY-WORK
	END-IF.
	PERFORM LIST-MARKS THRU LIST-MARKS-X.
	MOVE 'ADDS (A)' TO OUT-TOTAL-LABEL.
	MOVE ADD-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
	MOVE 'AMENDMENTS (C)' TO OUT-TOTAL-LABEL.
	MOVE CHANGE-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DELETES (D)' TO OUT-TOTAL-LABEL.
	MOVE DELETE-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE 'BACKED OUT (R)' TO OUT-TOTAL-LABEL.
	MOVE REMOVE-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DETAIL RECORDS' TO OUT-TOTAL-LABEL.
	MOVE RECORD-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DECIMAL HASH TOTAL' TO OUT-TOTAL-LABEL.
	MOVE HASH-TOTAL TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE 'ADDS ALREADY SENT - SKIPPED' TO OUT-TOTAL-LABEL.
	MOVE RESENT-COUNT TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	PERFORM SAVE-CONTROL THRU SAVE-CONTROL-X.
	WRITE STDOUT-RECORD FROM STATUS-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 feed written with changes in it, 4 nothing had changed (the
*> feed still goes, header and trailer only, so the warehouse sees
*> an unbroken sequence), 12 file failure (set where found) - the
*> feed must not be sent when the control was not moved on with it.
	IF RETURN-CODE IS EQUAL TO 0
			AND RECORD-COUNT IS EQUAL TO 0
		MOVE 4 TO RETURN-CODE.
	STOP RUN.
*> an empty or missing control is the first feed ever: sequence 1,
*> and every event the sources still hold goes out.
LOAD-CONTROL.
	OPEN INPUT CONTROL-FILE.
	IF CONTROL-STATUS IS NOT EQUAL TO '00'
		GO TO LOAD-CONTROL-X.
LC1.	READ CONTROL-FILE AT END GO TO LC8.
	IF DWC-TYPE IS EQUAL TO 'C'
		MOVE DWC-SEQ TO LAST-SEQ
		MOVE DWC-ADD-DATE TO OLD-ADD-DATE
		MOVE DWC-CHG-DATE TO STAMP-DATE
		MOVE DWC-CHG-TIME TO STAMP-TIME
		MOVE STAMP-WS TO OLD-CHG-STAMP
		MOVE DWC-BKO-DATE TO STAMP-DATE
		MOVE DWC-BKO-TIME TO STAMP-TIME
		MOVE STAMP-WS TO OLD-BKO-STAMP
	END-IF.
	GO TO LC1.
LC8.	CLOSE CONTROL-FILE.
LOAD-CONTROL-X.
	EXIT.
*> the already-sent keys go in first, then each source from its own
*> high-water mark on. A source that will not open (the backout
*> history before the first backout, say) reads as empty.
EVENTS-IN.
	OPEN INPUT CONTROL-FILE.
	IF CONTROL-STATUS IS NOT EQUAL TO '00'
		GO TO EI2.
EI1.	READ CONTROL-FILE AT END GO TO EI18.
	IF DWK-TYPE IS NOT EQUAL TO 'K'
		GO TO EI1.
	MOVE SPACES TO SD-RECORD.
	MOVE OLD-ADD-DATE TO SD-EV-DATE.
	MOVE 1 TO SD-CLASS.
	MOVE 0 TO SD-EV-TIME.
	MOVE DWK-ID TO SD-ID.
	MOVE 0 TO SD-TAG.
	MOVE 'K' TO SD-ACTION.
	MOVE 0 TO SD-DECIMAL.
	RELEASE SD-RECORD.
	GO TO EI1.
EI18.	CLOSE CONTROL-FILE.
*> the posting extract carries no time of day: a date already fed
*> is read again in full and the K records weed out what went before.
EI2.	OPEN INPUT ADDS-FILE.
	IF ADDS-STATUS IS NOT EQUAL TO '00'
		GO TO EI3.
EI21.	READ ADDS-FILE AT END GO TO EI28.
	IF ADD-POSTED IS LESS THAN OLD-ADD-DATE
		GO TO EI21.
	MOVE SPACES TO SD-RECORD.
	MOVE ADD-POSTED TO SD-EV-DATE.
	MOVE 1 TO SD-CLASS.
	MOVE 0 TO SD-EV-TIME.
	MOVE ADD-ID TO SD-ID.
	MOVE 1 TO SD-TAG.
	MOVE 'A' TO SD-ACTION.
	MOVE ADD-DATE TO SD-DATE.
	MOVE ADD-NUMERAL TO SD-NUMERAL.
	MOVE ADD-DECIMAL TO SD-DECIMAL.
	MOVE ADD-POSTED TO SD-POSTED.
	MOVE ADD-BRANCH TO SD-BRANCH.
	RELEASE SD-RECORD.
	GO TO EI21.
EI28.	CLOSE ADDS-FILE.
*> an amendment's after image is the record as it now stands: the
*> ledger date and branch it always had, the new value, posted on
*> the day it was approved. A delete has no after image; the record
*> as it stood when it came off is sent, so the warehouse knows
*> exactly which row to retire.
EI3.	OPEN INPUT CHANGE-FILE.
	IF CHANGE-STATUS IS NOT EQUAL TO '00'
		GO TO EI4.
EI31.	READ CHANGE-FILE AT END GO TO EI38.
	MOVE CHG-DATE TO STAMP-DATE.
	MOVE CHG-TIME TO STAMP-TIME.
	MOVE STAMP-WS TO EVENT-STAMP.
	IF EVENT-STAMP IS NOT GREATER THAN OLD-CHG-STAMP
		GO TO EI31.
	IF CHG-ACTION IS NOT EQUAL TO 'A'
			AND CHG-ACTION IS NOT EQUAL TO 'D'
		GO TO EI31.
	IF EVENT-STAMP IS GREATER THAN NEW-CHG-STAMP
		MOVE EVENT-STAMP TO NEW-CHG-STAMP.
	MOVE SPACES TO SD-RECORD.
	MOVE CHG-DATE TO SD-EV-DATE.
	MOVE 2 TO SD-CLASS.
	MOVE CHG-TIME TO SD-EV-TIME.
	MOVE CHG-ID TO SD-ID.
	MOVE 1 TO SD-TAG.
	MOVE CHG-BEF-DATE TO SD-DATE.
	MOVE CHG-BEF-BRANCH TO SD-BRANCH.
	IF CHG-ACTION IS EQUAL TO 'A'
		MOVE 'C' TO SD-ACTION
		MOVE CHG-AFT-NUMERAL TO SD-NUMERAL
		MOVE 0 TO AFT-DECIMAL-WS
		IF CHG-AFT-DECIMAL IS NUMERIC
			MOVE CHG-AFT-DECIMAL TO AFT-DECIMAL-WS
		END-IF
		MOVE AFT-DECIMAL-WS TO SD-DECIMAL
		MOVE CHG-DATE TO SD-POSTED
	ELSE
		MOVE 'D' TO SD-ACTION
		MOVE CHG-BEF-NUMERAL TO SD-NUMERAL
		MOVE CHG-BEF-DECIMAL TO SD-DECIMAL
		MOVE CHG-BEF-POSTED TO SD-POSTED
	END-IF.
	RELEASE SD-RECORD.
	GO TO EI31.
EI38.	CLOSE CHANGE-FILE.
*> a backout removal carries the record as it stood the moment
*> before it came off. One posted on an earlier day sorts ahead of
*> that day's adds, so a backout and its same-day repost arrive in
*> the right order; one posted the same day sorts after them.
EI4.	OPEN INPUT BACKOUT-FILE.
	IF BACKOUT-STATUS IS NOT EQUAL TO '00'
		GO TO EVENTS-IN-X.
EI41.	READ BACKOUT-FILE AT END GO TO EI48.
	MOVE BKOH-RUN-DATE TO STAMP-DATE.
	MOVE BKOH-RUN-TIME TO STAMP-TIME.
	MOVE STAMP-WS TO EVENT-STAMP.
	IF EVENT-STAMP IS NOT GREATER THAN OLD-BKO-STAMP
		GO TO EI41.
	IF EVENT-STAMP IS GREATER THAN NEW-BKO-STAMP
		MOVE EVENT-STAMP TO NEW-BKO-STAMP.
	MOVE SPACES TO SD-RECORD.
	MOVE BKOH-RUN-DATE TO SD-EV-DATE.
	IF BKOH-POSTED IS LESS THAN BKOH-RUN-DATE
		MOVE 0 TO SD-CLASS
	ELSE
		MOVE 2 TO SD-CLASS
	END-IF.
	MOVE BKOH-RUN-TIME TO SD-EV-TIME.
	MOVE BKOH-ID TO SD-ID.
	MOVE 1 TO SD-TAG.
	MOVE 'R' TO SD-ACTION.
	MOVE BKOH-DATE TO SD-DATE.
	MOVE BKOH-NUMERAL TO SD-NUMERAL.
	MOVE BKOH-DECIMAL TO SD-DECIMAL.
	MOVE BKOH-POSTED TO SD-POSTED.
	MOVE BKOH-BRANCH TO SD-BRANCH.
	RELEASE SD-RECORD.
	GO TO EI41.
EI48.	CLOSE BACKOUT-FILE.
EVENTS-IN-X.
	EXIT.
*> a K record names an add already in an earlier feed; the add for
*> that date and document right behind it is skipped. The keys work
*> file always holds the adds (sent before or now) of the latest add
*> date reached - it starts afresh each time that date moves on.
FEED-OUT.
FO1.	RETURN DW-SORT AT END GO TO FEED-OUT-X.
	IF SD-ACTION IS EQUAL TO 'K'
		PERFORM KEEP-KEY THRU KEEP-KEY-X
		MOVE SD-ID TO SENT-KEY-ID
		GO TO FO1.
	IF SD-ACTION IS EQUAL TO 'A'
		IF SD-ID IS EQUAL TO SENT-KEY-ID
				AND SD-EV-DATE IS EQUAL TO OLD-ADD-DATE
			ADD 1 TO RESENT-COUNT
			GO TO FO1
		END-IF
		PERFORM KEEP-KEY THRU KEEP-KEY-X
		IF SD-EV-DATE IS GREATER THAN NEW-ADD-DATE
			MOVE SD-EV-DATE TO NEW-ADD-DATE
		END-IF
		ADD 1 TO ADD-COUNT
	END-IF.
	IF SD-ACTION IS EQUAL TO 'C'
		ADD 1 TO CHANGE-COUNT.
	IF SD-ACTION IS EQUAL TO 'D'
		ADD 1 TO DELETE-COUNT.
	IF SD-ACTION IS EQUAL TO 'R'
		ADD 1 TO REMOVE-COUNT.
	MOVE 'D' TO DWD-TYPE.
	MOVE FEED-SEQ TO DWD-SEQ.
	MOVE SD-ACTION TO DWD-ACTION.
	MOVE SD-EV-DATE TO DWD-EV-DATE.
	MOVE SD-EV-TIME TO DWD-EV-TIME.
	MOVE SD-ID TO DWD-ID.
	MOVE SD-DATE TO DWD-DATE.
	MOVE SD-NUMERAL TO DWD-NUMERAL.
	MOVE SD-DECIMAL TO DWD-DECIMAL.
	MOVE SD-POSTED TO DWD-POSTED.
	MOVE SD-BRANCH TO DWD-BRANCH.
	WRITE FEED-RECORD FROM FEED-DETAIL.
	ADD 1 TO RECORD-COUNT.
	ADD SD-DECIMAL TO HASH-TOTAL.
	GO TO FO1.
FEED-OUT-X.
	EXIT.
KEEP-KEY.
	IF KEY-WORK-FAILED
		GO TO KEEP-KEY-X.
	IF KEY-WORK-OPEN
			AND SD-EV-DATE IS EQUAL TO KEY-DATE
		GO TO KK1.
	IF KEY-WORK-OPEN
		CLOSE KEY-WORK
	END-IF.
	OPEN OUTPUT KEY-WORK.
	IF KEY-STATUS IS NOT EQUAL TO '00'
		SET KEY-WORK-FAILED TO TRUE
		GO TO KEEP-KEY-X.
	SET KEY-WORK-OPEN TO TRUE.
	MOVE SD-EV-DATE TO KEY-DATE.
KK1.	MOVE SD-ID TO KW-ID.
	WRITE KEY-WORK-RECORD.
KEEP-KEY-X.
	EXIT.
LIST-MARKS.
	WRITE STDOUT-RECORD FROM MARK-HEADS AFTER ADVANCING 2 LINES.
	MOVE 'ADDS POSTED DATE' TO OUT-MARK-LABEL.
	MOVE SPACES TO OUT-MARK-OLD.
	MOVE SPACES TO OUT-MARK-NEW.
	MOVE OLD-ADD-DATE TO OUT-MARK-OLD (1:6).
	MOVE NEW-ADD-DATE TO OUT-MARK-NEW (1:6).
	WRITE STDOUT-RECORD FROM MARK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'AMENDMENT/DELETE' TO OUT-MARK-LABEL.
	MOVE OLD-CHG-STAMP TO STAMP-WS.
	MOVE STAMP-DATE TO ME-DATE.
	MOVE STAMP-TIME TO ME-TIME.
	MOVE MARK-EDIT TO OUT-MARK-OLD.
	MOVE NEW-CHG-STAMP TO STAMP-WS.
	MOVE STAMP-DATE TO ME-DATE.
	MOVE STAMP-TIME TO ME-TIME.
	MOVE MARK-EDIT TO OUT-MARK-NEW.
	WRITE STDOUT-RECORD FROM MARK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'BACKOUT' TO OUT-MARK-LABEL.
	MOVE OLD-BKO-STAMP TO STAMP-WS.
	MOVE STAMP-DATE TO ME-DATE.
	MOVE STAMP-TIME TO ME-TIME.
	MOVE MARK-EDIT TO OUT-MARK-OLD.
	MOVE NEW-BKO-STAMP TO STAMP-WS.
	MOVE STAMP-DATE TO ME-DATE.
	MOVE STAMP-TIME TO ME-TIME.
	MOVE MARK-EDIT TO OUT-MARK-NEW.
	WRITE STDOUT-RECORD FROM MARK-LINE AFTER ADVANCING 1 LINE.
LIST-MARKS-X.
	EXIT.
*> the control moves on only now the feed is whole: the C record,
*> then the already-sent keys of the latest add date. A control that
*> cannot be rewritten fails the step - sending this feed and then
*> sending the same changes again tomorrow under a new number is
*> worse than holding it back.
SAVE-CONTROL.
	OPEN OUTPUT CONTROL-FILE.
	IF CONTROL-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANDWF I/O ERROR - DWFCTL OPEN STATUS '
			CONTROL-STATUS
		MOVE '** CONTROL NOT REWRITTEN - DO NOT SEND THIS FEED **'
			TO OUT-STATUS
		MOVE 12 TO RETURN-CODE
		GO TO SAVE-CONTROL-X.
	MOVE SPACES TO CONTROL-RECORD.
	MOVE 'C' TO DWC-TYPE.
	MOVE FEED-SEQ TO DWC-SEQ.
	MOVE NEW-ADD-DATE TO DWC-ADD-DATE.
	MOVE NEW-CHG-STAMP TO STAMP-WS.
	MOVE STAMP-DATE TO DWC-CHG-DATE.
	MOVE STAMP-TIME TO DWC-CHG-TIME.
	MOVE NEW-BKO-STAMP TO STAMP-WS.
	MOVE STAMP-DATE TO DWC-BKO-DATE.
	MOVE STAMP-TIME TO DWC-BKO-TIME.
	MOVE RUN-DATE-WS TO DWC-RUN-DATE.
	WRITE CONTROL-RECORD.
	IF KEY-DATE IS NOT EQUAL TO NEW-ADD-DATE
			OR KEY-DATE IS EQUAL TO 0
		GO TO SC8.
	OPEN INPUT KEY-WORK.
	IF KEY-STATUS IS NOT EQUAL TO '00'
		GO TO SC8.
SC1.	READ KEY-WORK AT END GO TO SC7.
	MOVE SPACES TO CONTROL-KEY-RECORD.
	MOVE 'K' TO DWK-TYPE.
	MOVE KW-ID TO DWK-ID.
	WRITE CONTROL-KEY-RECORD.
	GO TO SC1.
SC7.	CLOSE KEY-WORK.
SC8.	CLOSE CONTROL-FILE.
	IF CONTROL-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANDWF I/O ERROR - DWFCTL WRITE STATUS '
			CONTROL-STATUS
		MOVE '** CONTROL NOT REWRITTEN - DO NOT SEND THIS FEED **'
			TO OUT-STATUS
		MOVE 12 TO RETURN-CODE
		GO TO SAVE-CONTROL-X.
	MOVE 'FEED COMPLETE - CONTROL MOVED ON' TO OUT-STATUS.
SAVE-CONTROL-X.
	EXIT.
