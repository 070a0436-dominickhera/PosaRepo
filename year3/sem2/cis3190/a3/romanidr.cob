IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANIDR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CARD-FILE ASSIGN TO "IDRCARD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CARD-STATUS.
	SELECT IDCTL-FILE ASSIGN TO "IDCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IDCTL-STATUS.
	SELECT REGISTER-FILE ASSIGN TO "IDREG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REGISTER-STATUS.
	SELECT LIST-FILE ASSIGN TO "IDLIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LIST-STATUS.
	SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "IDRRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> one card per request from the branches or the imaging vendor:
*>   I  issue a range - type B (branch, code checked on the branch
*>      master) or V (vendor), the recipient's code, the quantity of
*>      numbers wanted and a note for the register
*>   C  set the cut-over - the ledger date from which documents must
*>      carry a check character, and optionally the lowest base
*>      number the new numbering may start at, so the issued numbers
*>      stay clear of the ids already keyed under the old scheme
FD CARD-FILE.
	01 CARD-RECORD.
		02 IDR-ACTION PICTURE X(01).
		02 FILLER     PICTURE X(01).
		02 IDR-TYPE   PICTURE X(01).
		02 FILLER     PICTURE X(01).
		02 IDR-RECIP  PICTURE X(03).
		02 FILLER     PICTURE X(01).
		02 IDR-QTY    PICTURE X(05).
		02 FILLER     PICTURE X(01).
		02 IDR-DATE   PICTURE X(08).
		02 FILLER     PICTURE X(01).
		02 IDR-FLOOR  PICTURE X(07).
		02 FILLER     PICTURE X(01).
		02 IDR-NOTE   PICTURE X(30).
		02 FILLER     PICTURE X(19).
FD IDCTL-FILE.
	COPY IDCREC.
*> the register - one record for every range issued and every
*> cut-over set, never rewritten, so it answers "who was given this
*> number" for as long as the dataset is kept. For a C record the
*> from field carries the cut-over date.
FD REGISTER-FILE.
	01 REGISTER-RECORD.
		02 REG-DATE   PICTURE X(08).
		02 FILLER     PICTURE X(01).
		02 REG-OPID   PICTURE X(08).
		02 FILLER     PICTURE X(01).
		02 REG-ACTION PICTURE X(01).
		02 FILLER     PICTURE X(01).
		02 REG-TYPE   PICTURE X(01).
		02 FILLER     PICTURE X(01).
		02 REG-RECIP  PICTURE X(03).
		02 FILLER     PICTURE X(01).
		02 REG-FROM   PICTURE X(08).
		02 FILLER     PICTURE X(01).
		02 REG-TO     PICTURE X(08).
		02 FILLER     PICTURE X(01).
		02 REG-QTY    PICTURE 9(05).
		02 FILLER     PICTURE X(01).
		02 REG-NOTE   PICTURE X(30).
		02 FILLER     PICTURE X(12).
*> every number issued this run, complete with its check character,
*> for the forms printer and the vendor transmission.
FD LIST-FILE.
	01 LIST-RECORD.
		02 LIST-ID    PICTURE X(08).
		02 FILLER     PICTURE X(01).
		02 LIST-TYPE  PICTURE X(01).
		02 FILLER     PICTURE X(01).
		02 LIST-RECIP PICTURE X(03).
		02 FILLER     PICTURE X(01).
		02 LIST-DATE  PICTURE X(08).
		02 FILLER     PICTURE X(57).
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
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
WORKING-STORAGE SECTION.
77	CARD-STATUS PICTURE X(02).
77	IDCTL-STATUS PICTURE X(02).
77	REGISTER-STATUS PICTURE X(02).
77	LIST-STATUS PICTURE X(02).
77	AUDIT-STATUS PICTURE X(02).
77	OPID-WS PICTURE X(08).
77	RUN-DATE-WS PICTURE 9(08).
77	AUDIT-DATE-WS PICTURE 9(06).
77	AUDIT-TIME-WS PICTURE 9(08).
77	PRIV-NEEDED PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	AUTH-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	CUTOVER-WS PICTURE X(08) VALUE SPACES.
77	LAST-BASE PICTURE 9(07) VALUE 0.
77	BASE-WS PICTURE 9(07).
77	FLOOR-WS PICTURE 9(07).
77	QTY-WS PICTURE 9(05).
77	CHECK-WS PICTURE X(01).
77	NEW-ID PICTURE X(08).
77	FIRST-ID PICTURE X(08).
77	DATE-MONTH PICTURE 9(02).
77	DATE-DAY PICTURE 9(02).
77	I PICTURE S9(6) USAGE IS COMPUTATIONAL.
77	CARD-COUNT   PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	RANGE-COUNT  PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	NUMBER-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	REFUSE-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	REG-COUNT    PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	IDR-BR-DATE PICTURE X(8) VALUE SPACES.
77	IDR-BR-NAME PICTURE X(30).
77	IDR-BR-REGION PICTURE X(10).
77	IDR-BR-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	BRMAST-MISSING-SW PICTURE X VALUE 'N'.
	88 BRMAST-MISSING VALUE 'Y'.
77	CTL-FAIL-SW PICTURE X VALUE 'N'.
	88 CTL-REWRITE-FAILED VALUE 'Y'.
01	REFUSE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(26) VALUE '** RUN REFUSED - OPERATOR '.
	02 REFUSE-OPID PICTURE X(8).
	02 FILLER PICTURE X(37) VALUE
		' NOT AUTHORIZED TO ISSUE NUMBERS **'.
01	FILE-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 FILE-ERR-NAME PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 FILE-ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING ISSUED **'.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(40) VALUE
		'DOCUMENT NUMBER RANGE ISSUE AND REGISTER'.
01	UNDERLINE-1.
	02 FILLER PICTURE X(90) VALUE
		' -----------------------------------------------------------------------------------------'.
01	COL-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(3) VALUE 'ACT'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(4) VALUE 'TYPE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'TO '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'FROM    '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'THRU    '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(5) VALUE '  QTY'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'NOTE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'DISPOSITION'.
01	UNDERLINE-2.
	02 FILLER PICTURE X(90) VALUE
		' -----------------------------------------------------------------------------------------'.
01	PRINT-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 OUT-ACTION PICTURE X(1).
	02 FILLER PICTURE X(4) VALUE SPACES.
	02 OUT-TYPE PICTURE X(1).
	02 FILLER PICTURE X(5) VALUE SPACES.
	02 OUT-RECIP PICTURE X(3).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-FROM PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-TO PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-QTY PICTURE ZZZZ9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-NOTE PICTURE X(30).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-DISP PICTURE X(20).
01	REGISTER-HEAD.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(30) VALUE 'REGISTER - EVERY RANGE ISSUED'.
01	REGISTER-COLS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(8) VALUE 'ISSUED  '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'BY      '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'ACT TYPE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'TO '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'FROM    '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'THRU    '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(5) VALUE '  QTY'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(4) VALUE 'NOTE'.
01	REGISTER-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 RL-DATE PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 RL-OPID PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 RL-ACTION PICTURE X(1).
	02 FILLER PICTURE X(4) VALUE SPACES.
	02 RL-TYPE PICTURE X(1).
	02 FILLER PICTURE X(4) VALUE SPACES.
	02 RL-RECIP PICTURE X(3).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 RL-FROM PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 RL-TO PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 RL-QTY PICTURE ZZZZ9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 RL-NOTE PICTURE X(30).
01	CONTROL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(9)  VALUE 'CUT-OVER '.
	02 CTL-CUTOVER PICTURE X(8).
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(17) VALUE 'LAST BASE ISSUED '.
	02 CTL-LAST PICTURE 9(7).
01	NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 NOTE-TEXT PICTURE X(60).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(10) VALUE 'CARDS READ'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-CARDS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(13) VALUE 'RANGES ISSUED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-RANGES PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'NUMBERS ISSUED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-NUMBERS PICTURE ZZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'REFUSED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-REFUSED PICTURE ZZZ9.

PROCEDURE DIVISION.
*> handing out document numbers is a supervisor's job - every range
*> goes on the register under the issuing operator, and a refused
*> attempt leaves its U-flagged record on the audit trail like every
*> other door.
	DISPLAY 'USER' UPON ENVIRONMENT-NAME.
	ACCEPT OPID-WS FROM ENVIRONMENT-VALUE.
	ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	MOVE 4 TO PRIV-NEEDED.
	CALL "OPERCHK" USING OPID-WS, PRIV-NEEDED, AUTH-RET.
	IF AUTH-RET IS NOT EQUAL TO 1
		MOVE OPID-WS TO REFUSE-OPID
		WRITE STDOUT-RECORD FROM REFUSE-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		DISPLAY 'ROMANIDR RUN REFUSED - OPERATOR ' OPID-WS
			' NOT AUTHORIZED TO ISSUE NUMBERS'
		PERFORM NOTE-UNAUTHORIZED
		MOVE 20 TO RETURN-CODE
		STOP RUN.
	OPEN INPUT CARD-FILE.
	IF CARD-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANIDR I/O ERROR - IDRCARD OPEN STATUS '
			CARD-STATUS
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	PERFORM LOAD-CONTROL THRU LOAD-CONTROL-X.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	OPEN EXTEND REGISTER-FILE.
	IF REGISTER-STATUS IS EQUAL TO '35'
		OPEN OUTPUT REGISTER-FILE
	END-IF.
	IF REGISTER-STATUS IS NOT EQUAL TO '00'
		MOVE 'IDREG' TO FILE-ERR-NAME
		MOVE REGISTER-STATUS TO FILE-ERR-STATUS
		CLOSE CARD-FILE
		GO TO IE9.
	OPEN OUTPUT LIST-FILE.
	IF LIST-STATUS IS NOT EQUAL TO '00'
		MOVE 'IDLIST' TO FILE-ERR-NAME
		MOVE LIST-STATUS TO FILE-ERR-STATUS
		CLOSE CARD-FILE, REGISTER-FILE
		GO TO IE9.
IL1.	READ CARD-FILE AT END GO TO IB0.
	ADD 1 TO CARD-COUNT.
	MOVE SPACES TO PRINT-LINE.
	MOVE IDR-ACTION TO OUT-ACTION.
	MOVE IDR-TYPE TO OUT-TYPE.
	MOVE IDR-RECIP TO OUT-RECIP.
	MOVE IDR-NOTE TO OUT-NOTE.
	IF IDR-ACTION IS EQUAL TO 'I'
		PERFORM ISSUE-RANGE THRU ISSUE-RANGE-X
		GO TO IL7.
	IF IDR-ACTION IS EQUAL TO 'C'
		PERFORM SET-CUTOVER THRU SET-CUTOVER-X
		GO TO IL7.
	MOVE 'ACTION NOT I / C' TO OUT-DISP.
	ADD 1 TO REFUSE-COUNT.
IL7.	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO IL1.
*> a register or list that cannot be written would leave numbers
*> issued with no record of who holds them, so no card is read and
*> IDCTL is left as it was.
IE9.	WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
	DISPLAY 'ROMANIDR I/O ERROR - ' FILE-ERR-NAME ' OPEN STATUS '
		FILE-ERR-STATUS.
	MOVE 12 TO RETURN-CODE.
	STOP RUN.
*> the last base number comes from IDCTL, but the register is the
*> durable record of what was handed out - if the control was lost
*> or restored from an old copy, the highest number on the register
*> still wins, so no number is ever issued twice.
LOAD-CONTROL.
	OPEN INPUT IDCTL-FILE.
	IF IDCTL-STATUS IS EQUAL TO '00'
		READ IDCTL-FILE
			AT END MOVE 0 TO LAST-BASE
			NOT AT END
				IF IDC-CUTOVER IS NUMERIC
					MOVE IDC-CUTOVER TO CUTOVER-WS
				END-IF
				IF IDC-LAST IS NUMERIC
					MOVE IDC-LAST TO LAST-BASE
				END-IF
		END-READ
		CLOSE IDCTL-FILE
	END-IF.
	OPEN INPUT REGISTER-FILE.
	IF REGISTER-STATUS IS NOT EQUAL TO '00'
		GO TO LOAD-CONTROL-X.
LC1.	READ REGISTER-FILE AT END GO TO LC8.
	IF REG-ACTION IS EQUAL TO 'I'
			AND REG-TO (1:7) IS NUMERIC
		MOVE REG-TO (1:7) TO BASE-WS
		IF BASE-WS IS GREATER THAN LAST-BASE
			MOVE BASE-WS TO LAST-BASE
		END-IF
	END-IF.
	GO TO LC1.
LC8.	CLOSE REGISTER-FILE.
LOAD-CONTROL-X.
	EXIT.
*> a range runs on from the last base number issued, each base
*> completed by IDCHK's check character. A branch must be one the
*> branch master knows and has not closed; a vendor only needs a
*> code the register can name it by.
ISSUE-RANGE.
	IF IDR-TYPE IS NOT EQUAL TO 'B' AND IDR-TYPE IS NOT EQUAL TO 'V'
		MOVE 'TYPE NOT B / V' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO ISSUE-RANGE-X.
	IF IDR-RECIP IS EQUAL TO SPACES
		MOVE 'RECIPIENT MISSING' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO ISSUE-RANGE-X.
	IF IDR-QTY IS NOT NUMERIC
		MOVE 'QUANTITY NOT NUMERIC' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO ISSUE-RANGE-X.
	MOVE IDR-QTY TO QTY-WS.
	IF QTY-WS IS EQUAL TO 0
		MOVE 'QUANTITY ZERO' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO ISSUE-RANGE-X.
	IF LAST-BASE + QTY-WS IS GREATER THAN 9999999
		MOVE 'NUMBERS EXHAUSTED' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO ISSUE-RANGE-X.
	IF IDR-TYPE IS EQUAL TO 'B'
		CALL "BRANCHK" USING IDR-RECIP, IDR-BR-DATE, IDR-BR-NAME,
			IDR-BR-REGION, IDR-BR-RET
		IF IDR-BR-RET IS EQUAL TO 9
			SET BRMAST-MISSING TO TRUE
		END-IF
		IF IDR-BR-RET IS EQUAL TO 1
			MOVE 'UNKNOWN BRANCH' TO OUT-DISP
			ADD 1 TO REFUSE-COUNT
			GO TO ISSUE-RANGE-X
		END-IF
		IF IDR-BR-RET IS EQUAL TO 2
			MOVE 'BRANCH CLOSED' TO OUT-DISP
			ADD 1 TO REFUSE-COUNT
			GO TO ISSUE-RANGE-X
		END-IF
	END-IF.
	PERFORM ISSUE-ONE
		VARYING I FROM 1 BY 1
		UNTIL I IS GREATER THAN QTY-WS.
	MOVE SPACES TO REGISTER-RECORD.
	MOVE RUN-DATE-WS TO REG-DATE.
	MOVE OPID-WS TO REG-OPID.
	MOVE 'I' TO REG-ACTION.
	MOVE IDR-TYPE TO REG-TYPE.
	MOVE IDR-RECIP TO REG-RECIP.
	MOVE FIRST-ID TO REG-FROM.
	MOVE NEW-ID TO REG-TO.
	MOVE QTY-WS TO REG-QTY.
	MOVE IDR-NOTE TO REG-NOTE.
	WRITE REGISTER-RECORD.
	MOVE FIRST-ID TO OUT-FROM.
	MOVE NEW-ID TO OUT-TO.
	MOVE QTY-WS TO OUT-QTY.
	MOVE 'ISSUED' TO OUT-DISP.
	ADD 1 TO RANGE-COUNT.
ISSUE-RANGE-X.
	EXIT.
ISSUE-ONE.
	ADD 1 TO LAST-BASE.
	MOVE LAST-BASE TO BASE-WS.
	CALL "IDCHKGEN" USING BASE-WS, CHECK-WS.
	MOVE BASE-WS TO NEW-ID (1:7).
	MOVE CHECK-WS TO NEW-ID (8:1).
	IF I IS EQUAL TO 1
		MOVE NEW-ID TO FIRST-ID.
	MOVE SPACES TO LIST-RECORD.
	MOVE NEW-ID TO LIST-ID.
	MOVE IDR-TYPE TO LIST-TYPE.
	MOVE IDR-RECIP TO LIST-RECIP.
	MOVE RUN-DATE-WS TO LIST-DATE.
	WRITE LIST-RECORD.
	ADD 1 TO NUMBER-COUNT.
*> the cut-over only ever moves forward - moving it back would hold
*> documents already accepted under the old numbering to a check
*> they were never keyed for. The floor, when given, lifts the next
*> base number clear of the old ids; it can never lower it.
SET-CUTOVER.
	IF IDR-DATE IS NOT NUMERIC
		MOVE 'DATE NOT NUMERIC' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO SET-CUTOVER-X.
	MOVE IDR-DATE (5:2) TO DATE-MONTH.
	MOVE IDR-DATE (7:2) TO DATE-DAY.
	IF DATE-MONTH IS LESS THAN 1 OR DATE-MONTH IS GREATER THAN 12
			OR DATE-DAY IS LESS THAN 1 OR DATE-DAY IS GREATER THAN 31
		MOVE 'DATE NOT A DATE' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO SET-CUTOVER-X.
	IF CUTOVER-WS IS NOT EQUAL TO SPACES
			AND IDR-DATE IS LESS THAN CUTOVER-WS
		MOVE 'CUT-OVER MOVES BACK' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO SET-CUTOVER-X.
	IF IDR-FLOOR IS NOT EQUAL TO SPACES AND IDR-FLOOR IS NOT NUMERIC
		MOVE 'FLOOR NOT NUMERIC' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO SET-CUTOVER-X.
	MOVE IDR-DATE TO CUTOVER-WS.
	IF IDR-FLOOR IS NUMERIC
		MOVE IDR-FLOOR TO FLOOR-WS
		IF FLOOR-WS IS GREATER THAN 0
				AND FLOOR-WS - 1 IS GREATER THAN LAST-BASE
			SUBTRACT 1 FROM FLOOR-WS GIVING LAST-BASE
		END-IF
	END-IF.
	MOVE SPACES TO REGISTER-RECORD.
	MOVE RUN-DATE-WS TO REG-DATE.
	MOVE OPID-WS TO REG-OPID.
	MOVE 'C' TO REG-ACTION.
	MOVE CUTOVER-WS TO REG-FROM.
	MOVE 0 TO REG-QTY.
	MOVE IDR-NOTE TO REG-NOTE.
	WRITE REGISTER-RECORD.
	MOVE CUTOVER-WS TO OUT-FROM.
	MOVE 'CUT-OVER SET' TO OUT-DISP.
SET-CUTOVER-X.
	EXIT.
*> the refused attempt goes on the shared audit trail the way the
*> night run notes its own refusals - zero counts, flag U - so the
*> operations dashboard surfaces it the next morning.
NOTE-UNAUTHORIZED.
	MOVE SPACES TO AUDIT-RECORD.
	ACCEPT AUDIT-DATE-WS FROM DATE.
	ACCEPT AUDIT-TIME-WS FROM TIME.
	MOVE OPID-WS TO AUDIT-OPID.
	MOVE AUDIT-DATE-WS TO AUDIT-DATE.
	MOVE AUDIT-TIME-WS TO AUDIT-TIME.
	MOVE 0 TO AUDIT-COUNT.
	MOVE 0 TO AUDIT-REJECTS.
	MOVE 'U' TO AUDIT-FLAG.
	OPEN EXTEND AUDIT-FILE.
	IF AUDIT-STATUS IS EQUAL TO '35'
		OPEN OUTPUT AUDIT-FILE
	END-IF.
	WRITE AUDIT-RECORD.
	CLOSE AUDIT-FILE.
*> the control is rewritten whole, the way RUNCTL is - cut-over and
*> last base together. If it cannot be, the register still holds the
*> last number issued and the next run picks it up from there.
IB0.	CLOSE CARD-FILE, REGISTER-FILE, LIST-FILE.
	OPEN OUTPUT IDCTL-FILE.
	IF IDCTL-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANIDR I/O ERROR - IDCTL OPEN STATUS '
			IDCTL-STATUS
		SET CTL-REWRITE-FAILED TO TRUE
	ELSE
		MOVE SPACES TO IDC-RECORD
		MOVE CUTOVER-WS TO IDC-CUTOVER
		MOVE LAST-BASE TO IDC-LAST
		WRITE IDC-RECORD
		CLOSE IDCTL-FILE
	END-IF.
	MOVE CUTOVER-WS TO CTL-CUTOVER.
	MOVE LAST-BASE TO CTL-LAST.
	WRITE STDOUT-RECORD FROM CONTROL-LINE AFTER ADVANCING 2 LINES.
	IF BRMAST-MISSING
		MOVE 'BRANCH MASTER MISSING - BRANCH CODES NOT CHECKED'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF CTL-REWRITE-FAILED
		MOVE 'IDCTL NOT REWRITTEN - REGISTER HOLDS THE LAST NUMBER'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
*> the whole register follows, oldest first, so the report on file
*> always answers "which ranges went to whom" without anyone
*> browsing the dataset.
	WRITE STDOUT-RECORD FROM REGISTER-HEAD AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM REGISTER-COLS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	OPEN INPUT REGISTER-FILE.
	IF REGISTER-STATUS IS NOT EQUAL TO '00'
		GO TO RG8.
RG1.	READ REGISTER-FILE AT END GO TO RG7.
	MOVE REG-DATE TO RL-DATE.
	MOVE REG-OPID TO RL-OPID.
	MOVE REG-ACTION TO RL-ACTION.
	MOVE REG-TYPE TO RL-TYPE.
	MOVE REG-RECIP TO RL-RECIP.
	MOVE REG-FROM TO RL-FROM.
	MOVE REG-TO TO RL-TO.
	MOVE REG-QTY TO RL-QTY.
	MOVE REG-NOTE TO RL-NOTE.
	WRITE STDOUT-RECORD FROM REGISTER-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO REG-COUNT.
	GO TO RG1.
RG7.	CLOSE REGISTER-FILE.
RG8.	MOVE CARD-COUNT TO TRAILER-CARDS.
	MOVE RANGE-COUNT TO TRAILER-RANGES.
	MOVE NUMBER-COUNT TO TRAILER-NUMBERS.
	MOVE REFUSE-COUNT TO TRAILER-REFUSED.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 4 a card was refused (the request needs a second look),
*> 8 no cards, 12 file failure or the control could not be
*> rewritten, 20 operator not authorized.
	IF REFUSE-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	IF CARD-COUNT IS EQUAL TO 0
		MOVE 8 TO RETURN-CODE.
	IF CTL-REWRITE-FAILED
		MOVE 12 TO RETURN-CODE.
	STOP RUN.
