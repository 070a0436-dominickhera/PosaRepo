IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANTKT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ORDER-MASTER ASSIGN TO "ORDMAST"
		ORGANIZATION IS INDEXED
		ACCESS IS SEQUENTIAL
		RECORD KEY IS ORDM-NUMBER
		FILE STATUS IS MASTER-STATUS.
	SELECT SORT-FILE ASSIGN TO "SORTWK".
	SELECT TICKET-FILE ASSIGN TO "TKTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TICKET-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "TKTRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ORDER-MASTER.
	01 ORDM-RECORD.
		02 ORDM-NUMBER    PICTURE X(08).
		02 ORDM-RECIPIENT PICTURE X(30).
		02 ORDM-YEAR      PICTURE X(04).
		02 ORDM-SERIAL    PICTURE X(06).
		02 ORDM-STATUS    PICTURE X(01).
		02 ORDM-RECEIVED  PICTURE 9(06).
		02 ORDM-UPDATED   PICTURE 9(06).
		02 ORDM-INVOICE   PICTURE X(08).
		02 ORDM-INV-AMOUNT PICTURE 9(07)V99.
		02 ORDM-INV-DATE  PICTURE 9(06).
*> every proved order waiting for the engraver, oldest received
*> first, carrying the exact text to be cut.
SD SORT-FILE.
	01 SORT-RECORD.
		02 SR-RECEIVED  PICTURE 9(06).
		02 SR-NUMBER    PICTURE X(08).
		02 SR-RECIPIENT PICTURE X(30).
		02 SR-CHARS     PICTURE 9(03).
		02 SR-GROUP     PICTURE 9(01).
		02 SR-YEAR-TEXT PICTURE X(60).
		02 SR-SER-TEXT  PICTURE X(60).
FD TICKET-FILE.
	COPY TKTREC.
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(132).
WORKING-STORAGE SECTION.
77	MASTER-STATUS PICTURE X(02).
77	TICKET-STATUS PICTURE X(02).
77	FULL-SW PICTURE X VALUE 'N'.
	88 DAY-IS-FULL VALUE 'Y'.
77	UNPROVABLE-SW PICTURE X VALUE 'N'.
	88 ORDER-UNPROVABLE VALUE 'Y'.
77	BAR-SW PICTURE X VALUE 'N'.
	88 CUT-IN-BAR VALUE 'Y'.
*> PARM is the day's engraving capacity in characters - what the
*> shop can cut in a day, set by the engraving supervisor.
77	PARM-WS PICTURE X(05) VALUE SPACES.
77	CAPACITY PICTURE 9(05) VALUE 0.
77	USED-CHARS PICTURE 9(05) VALUE 0.
77	RUN-DATE-WS PICTURE 9(06).
77	TODAY-WS PICTURE X(08).
77	RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	TEMP PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	YEAR-NUM PICTURE 9(4).
77	SERIAL-NUM PICTURE 9(6).
77	C  PICTURE S99 USAGE IS COMPUTATIONAL.
77	G  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	CHAR-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	SCH-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	SCH-LIMIT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 1000.
77	WAITING-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	CARRY-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	CARRY-CHARS PICTURE 9(07) VALUE 0.
77	UNPROVABLE-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	TICKET-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	OLDEST-CARRIED PICTURE 9(06) VALUE 0.
77	TICKET-NUMBER PICTURE X(08).
77	TICKET-DIGIT PICTURE 9(01).
77	YEAR-TEXT PICTURE X(60).
COPY ARRAYAREA.
*> the six ticket groups: engraving-length band (short up to 12
*> characters, medium up to 24, long beyond) by plain or bar
*> notation, so the engraver sets up once per ticket.
01	GROUP-NAME-VALUES.
	02 FILLER PICTURE X(13) VALUE 'SPSHORT PLAIN'.
	02 FILLER PICTURE X(13) VALUE 'SBSHORT BAR  '.
	02 FILLER PICTURE X(13) VALUE 'MPMEDIUMPLAIN'.
	02 FILLER PICTURE X(13) VALUE 'MBMEDIUMBAR  '.
	02 FILLER PICTURE X(13) VALUE 'LPLONG  PLAIN'.
	02 FILLER PICTURE X(13) VALUE 'LBLONG  BAR  '.
01	GROUP-NAMES REDEFINES GROUP-NAME-VALUES.
	02 GROUP-NAME OCCURS 6 TIMES.
		03 GN-BAND     PICTURE X(1).
		03 GN-NOTATION PICTURE X(1).
		03 GN-LENGTH   PICTURE X(6).
		03 GN-STYLE    PICTURE X(5).
01	GROUP-TOTALS.
	02 GROUP-TOTAL OCCURS 6 TIMES.
		03 GT-SCHED-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 GT-SCHED-CHARS PICTURE S9(7) USAGE IS COMPUTATIONAL.
		03 GT-CARRY-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 GT-CARRY-CHARS PICTURE S9(7) USAGE IS COMPUTATIONAL.
*> the orders that fit today, held until every ticket's contents
*> are known.
01	SCHED-TABLE.
	02 SCH-ENTRY OCCURS 1000 TIMES.
		03 SCH-NUMBER    PICTURE X(8).
		03 SCH-RECIPIENT PICTURE X(30).
		03 SCH-RECEIVED  PICTURE 9(6).
		03 SCH-CHARS     PICTURE 9(3).
		03 SCH-GROUP     PICTURE 9(1).
		03 SCH-YEAR-TEXT PICTURE X(60).
		03 SCH-SER-TEXT  PICTURE X(60).
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'ENGRAVING WORK TICKET'.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 T-TICKET PICTURE X(8).
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(4)  VALUE 'FOR '.
	02 T-DATE PICTURE X(8).
01	UNDERLINE-1.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(120) VALUE ALL '-'.
01	GROUP-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(10) VALUE 'LENGTH    '.
	02 GL-LENGTH PICTURE X(6).
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(10) VALUE 'NOTATION  '.
	02 GL-STYLE PICTURE X(5).
01	COL-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(8)  VALUE 'ORDER   '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'RECIPIENT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'RECEIVED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(5)  VALUE 'CHARS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'ENGRAVE'.
01	ORDER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OL-NUMBER PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OL-RECIPIENT PICTURE X(30).
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 OL-RECEIVED PICTURE 9(6).
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 OL-CHARS PICTURE ZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OL-LABEL PICTURE X(7).
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OL-TEXT PICTURE X(60).
01	TICKET-FOOT.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(7)  VALUE 'ORDERS '.
	02 TF-COUNT PICTURE ZZZ9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'CHARACTERS '.
	02 TF-CHARS PICTURE ZZZZZZ9.
01	BACKLOG-TITLE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'ENGRAVING SCHEDULE AND BACKLOG'.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(4)  VALUE 'FOR '.
	02 B-DATE PICTURE X(8).
01	BACKLOG-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(6)  VALUE 'LENGTH'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(5)  VALUE 'STYLE'.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE 'SCHEDULED'.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(5)  VALUE 'CHARS'.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'CARRIED'.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(5)  VALUE 'CHARS'.
01	BACKLOG-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 BL-LENGTH PICTURE X(6).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BL-STYLE PICTURE X(5).
	02 FILLER PICTURE X(6)  VALUE SPACES.
	02 BL-SCHED-COUNT PICTURE ZZZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BL-SCHED-CHARS PICTURE ZZZZZZ9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 BL-CARRY-COUNT PICTURE ZZZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 BL-CARRY-CHARS PICTURE ZZZZZZ9.
01	CAPACITY-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(18) VALUE 'DAILY CAPACITY    '.
	02 CL-CAPACITY PICTURE ZZZZ9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(18) VALUE 'CHARACTERS BOOKED '.
	02 CL-USED PICTURE ZZZZ9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'TICKETS '.
	02 CL-TICKETS PICTURE Z9.
01	WAITING-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(18) VALUE 'ORDERS AT PROVED  '.
	02 WL-WAITING PICTURE ZZZZ9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(20) VALUE 'CARRIED TO NEXT DAY '.
	02 WL-CARRIED PICTURE ZZZZ9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(16) VALUE 'OLDEST CARRIED  '.
	02 WL-OLDEST PICTURE X(6).
01	NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 NOTE-TEXT PICTURE X(60).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(37) VALUE
		'** ORDER MASTER UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(25) VALUE ' - NOTHING SCHEDULED **'.
01	FILE-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 FILE-ERR-NAME PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 FILE-ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(23) VALUE ' - NOTHING SCHEDULED **'.

PROCEDURE DIVISION.
	ACCEPT TODAY-WS FROM DATE YYYYMMDD.
	MOVE TODAY-WS (3:6) TO RUN-DATE-WS.
	ACCEPT PARM-WS FROM COMMAND-LINE.
	OPEN OUTPUT STANDARD-OUTPUT.
	OPEN OUTPUT TICKET-FILE.
	IF TICKET-STATUS IS NOT EQUAL TO '00'
		MOVE 'TKTFILE' TO FILE-ERR-NAME
		MOVE TICKET-STATUS TO FILE-ERR-STATUS
		WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	IF PARM-WS IS NOT NUMERIC
		MOVE 'PARM IS NOT A 5-DIGIT DAILY CAPACITY - NOTHING SCHEDULED'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
		CLOSE TICKET-FILE, STANDARD-OUTPUT
		MOVE 8 TO RETURN-CODE
		STOP RUN.
	MOVE PARM-WS TO CAPACITY.
*> the master is only ever read here - ROMANSTA moves the orders on
*> once the tickets have been cut.
	OPEN INPUT ORDER-MASTER.
	IF MASTER-STATUS IS NOT EQUAL TO '00'
		MOVE MASTER-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE TICKET-FILE, STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM ZERO-GROUP
		VARYING G FROM 1 BY 1
		UNTIL G IS GREATER THAN 6.
	SORT SORT-FILE
		ON ASCENDING KEY SR-RECEIVED SR-NUMBER
		INPUT PROCEDURE IS GATHER THRU GATHER-X
		OUTPUT PROCEDURE IS SCHEDULE THRU SCHEDULE-X.
	CLOSE ORDER-MASTER.
	PERFORM PRINT-TICKET THRU PRINT-TICKET-X
		VARYING G FROM 1 BY 1
		UNTIL G IS GREATER THAN 6.
	CLOSE TICKET-FILE.
	PERFORM PRINT-BACKLOG.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 4 orders carried to the next day or an order at P that
*> could not be converted for engraving, 8 nothing at P to schedule
*> (or no capacity given), 12 the master would not open.
	IF CARRY-COUNT IS GREATER THAN 0
			OR UNPROVABLE-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	IF WAITING-COUNT IS EQUAL TO 0
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
ZERO-GROUP.
	MOVE 0 TO GT-SCHED-COUNT (G).
	MOVE 0 TO GT-SCHED-CHARS (G).
	MOVE 0 TO GT-CARRY-COUNT (G).
	MOVE 0 TO GT-CARRY-CHARS (G).
*> every order at P, with the engraving worked out exactly as the
*> proof run printed it.
GATHER.
GA1.	READ ORDER-MASTER NEXT RECORD AT END GO TO GATHER-X.
	IF ORDM-STATUS IS NOT EQUAL TO 'P'
		GO TO GA1.
	ADD 1 TO WAITING-COUNT.
	PERFORM ENGRAVE-TEXT THRU ENGRAVE-TEXT-X.
	IF ORDER-UNPROVABLE
		ADD 1 TO UNPROVABLE-COUNT
		MOVE ORDM-NUMBER TO NOTE-TEXT
		MOVE 'CANNOT BE CONVERTED - NOT SCHEDULED' TO NOTE-TEXT (10:40)
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
		GO TO GA1.
	MOVE ORDM-RECEIVED TO SR-RECEIVED.
	MOVE ORDM-NUMBER TO SR-NUMBER.
	MOVE ORDM-RECIPIENT TO SR-RECIPIENT.
	MOVE CHAR-COUNT TO SR-CHARS.
	MOVE 1 TO SR-GROUP.
	IF CHAR-COUNT IS GREATER THAN 12
		MOVE 3 TO SR-GROUP.
	IF CHAR-COUNT IS GREATER THAN 24
		MOVE 5 TO SR-GROUP.
	IF CUT-IN-BAR
		ADD 1 TO SR-GROUP.
	MOVE YEAR-TEXT TO SR-YEAR-TEXT.
	MOVE ARRAY-AREA TO SR-SER-TEXT.
	RELEASE SORT-RECORD.
	GO TO GA1.
GATHER-X.
	EXIT.
*> the year and serial numerals through dconv; the characters the
*> engraver cuts are every symbol, not the brackets that stand for
*> the overbar.
ENGRAVE-TEXT.
	MOVE 'N' TO UNPROVABLE-SW.
	MOVE 'N' TO BAR-SW.
	MOVE 0 TO CHAR-COUNT.
	IF ORDM-YEAR IS NOT NUMERIC OR ORDM-SERIAL IS NOT NUMERIC
		SET ORDER-UNPROVABLE TO TRUE
		GO TO ENGRAVE-TEXT-X.
	MOVE ORDM-YEAR TO YEAR-NUM.
	MOVE YEAR-NUM TO TEMP.
	CALL "dconv" USING TEMP, ARRAY-AREA, RET.
	IF RET IS NOT EQUAL TO 1
		SET ORDER-UNPROVABLE TO TRUE
		GO TO ENGRAVE-TEXT-X.
	PERFORM COUNT-CHAR
		VARYING C FROM 1 BY 1
		UNTIL C IS GREATER THAN ARRAY-CHAR-LIMIT.
	MOVE ARRAY-AREA TO YEAR-TEXT.
	MOVE ORDM-SERIAL TO SERIAL-NUM.
	MOVE SERIAL-NUM TO TEMP.
	CALL "dconv" USING TEMP, ARRAY-AREA, RET.
	IF RET IS NOT EQUAL TO 1
		SET ORDER-UNPROVABLE TO TRUE
		GO TO ENGRAVE-TEXT-X.
	PERFORM COUNT-CHAR
		VARYING C FROM 1 BY 1
		UNTIL C IS GREATER THAN ARRAY-CHAR-LIMIT.
ENGRAVE-TEXT-X.
	EXIT.
COUNT-CHAR.
	IF ARRAY-CHAR (C) IS EQUAL TO '('
		SET CUT-IN-BAR TO TRUE.
	IF ARRAY-CHAR (C) IS NOT EQUAL TO SPACE
			AND ARRAY-CHAR (C) IS NOT EQUAL TO '('
			AND ARRAY-CHAR (C) IS NOT EQUAL TO ')'
		ADD 1 TO CHAR-COUNT.
*> book the day oldest first. The first order that will not fit
*> closes the day: everything behind it waits for tomorrow, so a
*> long old order is never passed over again and again by short new
*> ones.
SCHEDULE.
SC1.	RETURN SORT-FILE AT END GO TO SCHEDULE-X.
	IF NOT DAY-IS-FULL
		IF USED-CHARS + SR-CHARS IS GREATER THAN CAPACITY
				OR SCH-COUNT IS NOT LESS THAN SCH-LIMIT
			SET DAY-IS-FULL TO TRUE
		END-IF
	END-IF.
	IF DAY-IS-FULL
		ADD 1 TO CARRY-COUNT
		ADD SR-CHARS TO CARRY-CHARS
		ADD 1 TO GT-CARRY-COUNT (SR-GROUP)
		ADD SR-CHARS TO GT-CARRY-CHARS (SR-GROUP)
		IF OLDEST-CARRIED IS EQUAL TO 0
			MOVE SR-RECEIVED TO OLDEST-CARRIED
		END-IF
		GO TO SC1.
	ADD SR-CHARS TO USED-CHARS.
	ADD 1 TO SCH-COUNT.
	MOVE SR-NUMBER TO SCH-NUMBER (SCH-COUNT).
	MOVE SR-RECIPIENT TO SCH-RECIPIENT (SCH-COUNT).
	MOVE SR-RECEIVED TO SCH-RECEIVED (SCH-COUNT).
	MOVE SR-CHARS TO SCH-CHARS (SCH-COUNT).
	MOVE SR-GROUP TO SCH-GROUP (SCH-COUNT).
	MOVE SR-YEAR-TEXT TO SCH-YEAR-TEXT (SCH-COUNT).
	MOVE SR-SER-TEXT TO SCH-SER-TEXT (SCH-COUNT).
	ADD 1 TO GT-SCHED-COUNT (SR-GROUP).
	ADD SR-CHARS TO GT-SCHED-CHARS (SR-GROUP).
	GO TO SC1.
SCHEDULE-X.
	EXIT.
*> one ticket per group that has work today, on its own page, with
*> the exact text to cut for every order on it. The ticket number
*> is what the engraving desk keys to ROMANSTA when it is done.
PRINT-TICKET.
	IF GT-SCHED-COUNT (G) IS EQUAL TO 0
		GO TO PRINT-TICKET-X.
	ADD 1 TO TICKET-COUNT.
	MOVE 'T' TO TICKET-NUMBER (1:1).
	MOVE RUN-DATE-WS TO TICKET-NUMBER (2:6).
	MOVE TICKET-COUNT TO TICKET-DIGIT.
	MOVE TICKET-DIGIT TO TICKET-NUMBER (8:1).
	MOVE TICKET-NUMBER TO T-TICKET.
	MOVE TODAY-WS TO T-DATE.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING PAGE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	MOVE GN-LENGTH (G) TO GL-LENGTH.
	MOVE GN-STYLE (G) TO GL-STYLE.
	WRITE STDOUT-RECORD FROM GROUP-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM TICKET-ORDER
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN SCH-COUNT.
	MOVE GT-SCHED-COUNT (G) TO TF-COUNT.
	MOVE GT-SCHED-CHARS (G) TO TF-CHARS.
	WRITE STDOUT-RECORD FROM TICKET-FOOT AFTER ADVANCING 2 LINES.
PRINT-TICKET-X.
	EXIT.
TICKET-ORDER.
	IF SCH-GROUP (K) IS EQUAL TO G
		MOVE SCH-NUMBER (K) TO OL-NUMBER
		MOVE SCH-RECIPIENT (K) TO OL-RECIPIENT
		MOVE SCH-RECEIVED (K) TO OL-RECEIVED
		MOVE SCH-CHARS (K) TO OL-CHARS
		MOVE 'YEAR' TO OL-LABEL
		MOVE SCH-YEAR-TEXT (K) TO OL-TEXT
		WRITE STDOUT-RECORD FROM ORDER-LINE AFTER ADVANCING 2 LINES
		MOVE SPACES TO ORDER-LINE
		MOVE 'SERIAL' TO OL-LABEL
		MOVE SCH-SER-TEXT (K) TO OL-TEXT
		WRITE STDOUT-RECORD FROM ORDER-LINE AFTER ADVANCING 1 LINE
		MOVE SPACES TO TKT-RECORD
		MOVE TICKET-NUMBER TO TKT-NUMBER
		MOVE SCH-NUMBER (K) TO TKT-ORDER
		MOVE TODAY-WS TO TKT-DATE
		MOVE SCH-CHARS (K) TO TKT-CHARS
		MOVE GN-BAND (G) TO TKT-BAND
		MOVE GN-NOTATION (G) TO TKT-NOTATION
		WRITE TKT-RECORD
	END-IF.
*> the backlog summary: what was booked against the day's capacity
*> and what waits for tomorrow, by group.
PRINT-BACKLOG.
	MOVE TODAY-WS TO B-DATE.
	WRITE STDOUT-RECORD FROM BACKLOG-TITLE AFTER ADVANCING PAGE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM BACKLOG-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM BACKLOG-GROUP
		VARYING G FROM 1 BY 1
		UNTIL G IS GREATER THAN 6.
	MOVE CAPACITY TO CL-CAPACITY.
	MOVE USED-CHARS TO CL-USED.
	MOVE TICKET-COUNT TO CL-TICKETS.
	WRITE STDOUT-RECORD FROM CAPACITY-LINE AFTER ADVANCING 2 LINES.
	MOVE WAITING-COUNT TO WL-WAITING.
	MOVE CARRY-COUNT TO WL-CARRIED.
	MOVE SPACES TO WL-OLDEST.
	IF OLDEST-CARRIED IS GREATER THAN 0
		MOVE OLDEST-CARRIED TO WL-OLDEST.
	WRITE STDOUT-RECORD FROM WAITING-LINE AFTER ADVANCING 1 LINE.
	IF UNPROVABLE-COUNT IS GREATER THAN 0
		MOVE 'ORDERS AT P THAT COULD NOT BE CONVERTED ARE LISTED ABOVE'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
BACKLOG-GROUP.
	MOVE GN-LENGTH (G) TO BL-LENGTH.
	MOVE GN-STYLE (G) TO BL-STYLE.
	MOVE GT-SCHED-COUNT (G) TO BL-SCHED-COUNT.
	MOVE GT-SCHED-CHARS (G) TO BL-SCHED-CHARS.
	MOVE GT-CARRY-COUNT (G) TO BL-CARRY-COUNT.
	MOVE GT-CARRY-CHARS (G) TO BL-CARRY-CHARS.
	WRITE STDOUT-RECORD FROM BACKLOG-LINE AFTER ADVANCING 1 LINE.
