		ACCESS IS RANDOM
		RECORD KEY IS MAST-ID
		FILE STATUS IS MASTER-STATUS.
	SELECT PEND-FILE ASSIGN TO "PENDFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PEND-STATUS-WS.
	SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "MNTRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
*> keyed amendments and deletes no longer touch the master here -
*> each one goes onto the pending file with the keying operator and
*> the master's before image, and only a second operator's approval
*> through the approval run applies it. A document dated in a closed
*> accounting month is not amended or deleted at all: its correction
*> is keyed as J (adjust the amount) or V (void it) and goes in, once
*> approved, as a dated adjusting entry in the current open period.
FD PEND-FILE.
	COPY PENDREC.
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
77	AMEND-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
77	PEND-STATUS-WS PICTURE X(02).
77	AUDIT-STATUS PICTURE X(02).
77	AMEND-OPEN-SW PICTURE X VALUE 'N'.
	88 AMEND-FILE-OPEN VALUE 'Y'.
77	N    PICTURE S99 USAGE IS COMPUTATIONAL.
77	RUN-DATE-WS PICTURE 9(06).
77	RUN-TIME-WS PICTURE 9(08).
77	AFT-DECIMAL-WS PICTURE 9(08).
77	HIGH-PEND-SEQ PICTURE 9(06) VALUE 0.
77	PRIV-NEEDED PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	AUTH-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	MNT-ID-DATE PICTURE X(8).
77	MNT-ID-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	ON-MASTER-SW PICTURE X VALUE 'N'.
	88 ON-MASTER VALUE 'Y'.
77	IDCTL-MISSING-SW PICTURE X VALUE 'N'.
	88 IDCTL-MISSING VALUE 'Y'.
77	ADJUST-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	PERIOD-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	PERCTL-MISSING-SW PICTURE X VALUE 'N'.
	88 PERCTL-MISSING VALUE 'Y'.
COPY ARRAYAREA.
01	PEND-DISP-WS.
	02 FILLER PICTURE X(8) VALUE 'PENDING '.
	02 PEND-DISP-SEQ PICTURE 9(6).
01	REFUSE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(26) VALUE '** RUN REFUSED - OPERATOR '.
	02 REFUSE-OPID PICTURE X(8).
	02 FILLER PICTURE X(34) VALUE ' NOT AUTHORIZED FOR MAINTENANCE **'.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(34) VALUE 'LEDGER MASTER MAINTENANCE REPORT'.
	02 FILLER PICTURE X(38) VALUE
		'** MASTER FILE UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING QUEUED **'.
01	FILE-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 FILE-ERR-NAME PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 FILE-ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING QUEUED **'.
01	IDCTL-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(60) VALUE
		'** NO DOCUMENT NUMBER CUT-OVER - CHECK CHARACTER NOT MADE **'.
01	PERCTL-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(61) VALUE
		'** NO MONTH CLOSED ON PERCTL - CLOSED-PERIOD CHECK SKIPPED **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(17) VALUE 'TRANSACTIONS READ'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-TRANS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'AMENDS PENDING'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-AMENDED PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(15) VALUE 'DELETES PENDING'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-DELETED PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'REFUSED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-REFUSED PICTURE ZZZ9.
01	ADJUST-TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(34) VALUE 'ADJUSTING ENTRIES (J/V) PENDING'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-ADJUSTED PICTURE ZZZ9.

PROCEDURE DIVISION.
*> keying maintenance needs the maintenance privilege on the
*> authorization master; approving it needs a supervisor, and a
*> different one - see the approval run. A refused attempt leaves
*> its U-flagged record on the audit trail like every other door.
	DISPLAY 'USER' UPON ENVIRONMENT-NAME.
	ACCEPT OPID-WS FROM ENVIRONMENT-VALUE.
	ACCEPT RUN-DATE-WS FROM DATE.
	ACCEPT RUN-TIME-WS FROM TIME.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	MOVE 2 TO PRIV-NEEDED.
	CALL "OPERCHK" USING OPID-WS, PRIV-NEEDED, AUTH-RET.
	IF AUTH-RET IS NOT EQUAL TO 1
		MOVE OPID-WS TO REFUSE-OPID
		WRITE STDOUT-RECORD FROM REFUSE-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		DISPLAY 'ROMANMNT RUN REFUSED - OPERATOR ' OPID-WS
			' NOT AUTHORIZED FOR MAINTENANCE'
		PERFORM NOTE-UNAUTHORIZED
		MOVE 20 TO RETURN-CODE
		STOP RUN.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
		STOP RUN.
*> unlike the posting run, maintenance never creates the master - an
*> amendment against a master that is not there is an operations
*> problem, not a first-night condition. The master is only read
*> here, for the before image the checker will be shown.
	OPEN INPUT MASTER-FILE.
	IF MASTER-STATUS IS NOT EQUAL TO '00'
		MOVE MASTER-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 1 LINE
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM PEND-SETUP THRU PEND-SETUP-X.
ML1.	READ AMEND-FILE AT END GO TO MB0.
	ADD 1 TO TRANS-COUNT.
	MOVE AMND-ACTION TO OUT-ACTION.
	MOVE AMND-ID TO OUT-ID.
	MOVE AMND-NUMERAL TO OUT-R.
	IF AMND-ACTION IS EQUAL TO 'A' OR 'J'
		PERFORM QUEUE-AMEND THRU QUEUE-AMEND-X
		GO TO ML7.
	IF AMND-ACTION IS EQUAL TO 'D' OR 'V'
		PERFORM QUEUE-DELETE THRU QUEUE-DELETE-X
		GO TO ML7.
	MOVE 'ACTION NOT A/D/J/V' TO OUT-DISP.
	ADD 1 TO REFUSE-COUNT.
ML7.	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO ML1.
*> the pending items are numbered on from the highest number already
*> on the file, the same way conv continues the reject sequence - the
*> checker's approval card names the item by that number.
PEND-SETUP.
	OPEN INPUT PEND-FILE.
	IF PEND-STATUS-WS IS NOT EQUAL TO '00'
		GO TO PS8.
PS1.	READ PEND-FILE AT END GO TO PS7.
	IF PEND-SEQ IS NUMERIC
			AND PEND-SEQ IS GREATER THAN HIGH-PEND-SEQ
		MOVE PEND-SEQ TO HIGH-PEND-SEQ
	END-IF.
	GO TO PS1.
PS7.	CLOSE PEND-FILE.
PS8.	OPEN EXTEND PEND-FILE.
	IF PEND-STATUS-WS IS EQUAL TO '35'
		OPEN OUTPUT PEND-FILE
	END-IF.
	IF PEND-STATUS-WS IS NOT EQUAL TO '00'
		MOVE 'PENDFILE' TO FILE-ERR-NAME
		MOVE PEND-STATUS-WS TO FILE-ERR-STATUS
		WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE AMEND-FILE, MASTER-FILE, STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
PEND-SETUP-X.
	EXIT.
*> amendment: the replacement numeral goes through the same grammar
*> the nightly batch applies, via the validate-only entry point so a
*> bad replacement doesn't itself land in REJFILE, and the quiet
*> lookup entry point then supplies its decimal equivalent. Only a
*> replacement conv would accept may be queued for approval. A J
*> card goes through exactly the same tests - it differs only in
*> what the approval does with it.
QUEUE-AMEND.
	MOVE SPACES TO ARRAY-AREA.
	MOVE AMND-NUMERAL TO ARRAY-AREA.
	MOVE 1 TO N.
	IF N IS LESS THAN 1
		MOVE 'REPLACEMENT BLANK' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO QUEUE-AMEND-X.
	CALL "convvalidate" USING ARRAY-AREA, N, RET.
	IF RET IS NOT EQUAL TO 1
		MOVE 'REPLACEMENT INVALID' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO QUEUE-AMEND-X.
	CALL "convlookup" USING ARRAY-AREA, N, RET, TEMP.
	PERFORM READ-AMND-ID THRU READ-AMND-ID-X.
	IF NOT ON-MASTER
		GO TO QUEUE-AMEND-X.
	PERFORM CHECK-PERIOD THRU CHECK-PERIOD-X.
	IF NOT ON-MASTER
		GO TO QUEUE-AMEND-X.
	MOVE TEMP TO AFT-DECIMAL-WS.
	PERFORM NOTE-PENDING.
	MOVE ARRAY-AREA TO PEND-NUMERAL.
	MOVE AFT-DECIMAL-WS TO PEND-DECIMAL.
	PERFORM WRITE-PENDING.
	IF AMND-ACTION IS EQUAL TO 'J'
		ADD 1 TO ADJUST-COUNT
	ELSE
		ADD 1 TO AMEND-COUNT.
QUEUE-AMEND-X.
	EXIT.
ML2.	CONTINUE.
*> a void is queued the same way - the before image goes with it, so
*> the checker sees exactly what would come off the master (or, for
*> a V, what the adjusting entry will take back out of the ledger).
QUEUE-DELETE.
	PERFORM READ-AMND-ID THRU READ-AMND-ID-X.
	IF NOT ON-MASTER
		GO TO QUEUE-DELETE-X.
	PERFORM CHECK-PERIOD THRU CHECK-PERIOD-X.
	IF NOT ON-MASTER
		GO TO QUEUE-DELETE-X.
	PERFORM NOTE-PENDING.
	MOVE SPACES TO PEND-NUMERAL.
	MOVE 0 TO PEND-DECIMAL.
	PERFORM WRITE-PENDING.
	IF AMND-ACTION IS EQUAL TO 'V'
		ADD 1 TO ADJUST-COUNT
	ELSE
		ADD 1 TO DELETE-COUNT.
QUEUE-DELETE-X.
	EXIT.
*> the document's own ledger date decides the card it needs: A and
*> D only while its month is open, J and V only once it has closed -
*> the statements the branches hold for a closed month must go on
*> agreeing with the master. A card of the wrong kind is refused
*> (and so treated as not on the master by the callers) with the
*> card it should have been. With no month closed yet every month
*> is open, and the report says the test was not made.
CHECK-PERIOD.
	CALL "PERCHK" USING MAST-DATE, PERIOD-RET.
	IF PERIOD-RET IS EQUAL TO 9
		SET PERCTL-MISSING TO TRUE.
	IF PERIOD-RET IS EQUAL TO 1
		IF AMND-ACTION IS EQUAL TO 'A'
			MOVE 'CLOSED MONTH-KEY J' TO OUT-DISP
			GO TO CHECK-PERIOD-R
		END-IF
		IF AMND-ACTION IS EQUAL TO 'D'
			MOVE 'CLOSED MONTH-KEY V' TO OUT-DISP
			GO TO CHECK-PERIOD-R
		END-IF
	ELSE
		IF AMND-ACTION IS EQUAL TO 'J'
			MOVE 'OPEN MONTH - KEY A' TO OUT-DISP
			GO TO CHECK-PERIOD-R
		END-IF
		IF AMND-ACTION IS EQUAL TO 'V'
			MOVE 'OPEN MONTH - KEY D' TO OUT-DISP
			GO TO CHECK-PERIOD-R
		END-IF
	END-IF.
	GO TO CHECK-PERIOD-X.
CHECK-PERIOD-R.
	ADD 1 TO REFUSE-COUNT.
	MOVE 'N' TO ON-MASTER-SW.
CHECK-PERIOD-X.
	EXIT.
*> the keyed document id is read from the master and must carry the
*> right check character - a mis-keyed id that happened to land on
*> someone else's document would otherwise queue a change to the
*> wrong record. The master's own ledger date decides whether the
*> document falls under the check; an id that is not on the master
*> is held to it regardless, and a wrong check character is the
*> reason shown in preference to "not on master", since that is what
*> the keying sheet needs corrected.
READ-AMND-ID.
	MOVE 'Y' TO ON-MASTER-SW.
	MOVE AMND-ID TO MAST-ID.
	READ MASTER-FILE
		INVALID KEY MOVE 'N' TO ON-MASTER-SW
	END-READ.
	MOVE SPACES TO MNT-ID-DATE.
	IF ON-MASTER
		MOVE MAST-DATE TO MNT-ID-DATE.
	CALL "IDCHK" USING AMND-ID, MNT-ID-DATE, MNT-ID-RET.
	IF MNT-ID-RET IS EQUAL TO 9
		SET IDCTL-MISSING TO TRUE.
	IF MNT-ID-RET IS EQUAL TO 1
		MOVE 'CHECK CHAR WRONG' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		MOVE 'N' TO ON-MASTER-SW
		GO TO READ-AMND-ID-X.
	IF NOT ON-MASTER
		MOVE 'NOT ON MASTER' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT.
READ-AMND-ID-X.
	EXIT.
NOTE-PENDING.
	MOVE SPACES TO PEND-RECORD.
	ADD 1 TO HIGH-PEND-SEQ.
	MOVE HIGH-PEND-SEQ TO PEND-SEQ.
	MOVE 'P' TO PEND-STATUS.
	MOVE AMND-ACTION TO PEND-ACTION.
	MOVE MAST-ID TO PEND-ID.
	MOVE OPID-WS TO PEND-MAKER.
	MOVE RUN-DATE-WS TO PEND-KEY-DATE.
	MOVE RUN-TIME-WS TO PEND-KEY-TIME.
	MOVE MAST-RECORD TO PEND-BEFORE.
	MOVE 0 TO PEND-CHK-DATE.
	MOVE 0 TO PEND-CHK-TIME.
WRITE-PENDING.
	WRITE PEND-RECORD.
	MOVE PEND-SEQ TO PEND-DISP-SEQ.
	MOVE PEND-DISP-WS TO OUT-DISP.
*> the refused attempt goes on the shared audit trail the way the
*> night run notes its own refusals - zero counts, flag U - so the
*> operations dashboard surfaces it the next morning.
NOTE-UNAUTHORIZED.
	MOVE SPACES TO AUDIT-RECORD.
	MOVE OPID-WS TO AUDIT-OPID.
	MOVE RUN-DATE-WS TO AUDIT-DATE.
	MOVE RUN-TIME-WS TO AUDIT-TIME.
	MOVE 0 TO AUDIT-COUNT.
	MOVE 0 TO AUDIT-REJECTS.
	MOVE 'U' TO AUDIT-FLAG.
	OPEN EXTEND AUDIT-FILE.
	IF AUDIT-STATUS IS EQUAL TO '35'
		OPEN OUTPUT AUDIT-FILE
	END-IF.
	WRITE AUDIT-RECORD.
	CLOSE AUDIT-FILE.
MB0.	CLOSE AMEND-FILE, MASTER-FILE, PEND-FILE.
	MOVE TRANS-COUNT TO TRAILER-TRANS.
	MOVE AMEND-COUNT TO TRAILER-AMENDED.
	MOVE DELETE-COUNT TO TRAILER-DELETED.
	MOVE REFUSE-COUNT TO TRAILER-REFUSED.
	MOVE ADJUST-COUNT TO TRAILER-ADJUSTED.
	IF IDCTL-MISSING
		WRITE STDOUT-RECORD FROM IDCTL-NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	IF PERCTL-MISSING
		WRITE STDOUT-RECORD FROM PERCTL-NOTE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM ADJUST-TRAILER-LINE AFTER ADVANCING 1 LINE.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 4 a transaction was refused (the keyed sheet needs a
*> second look), 8 empty input, 12 file failure (set where the
*> failure is found), 20 operator not authorized.
	IF REFUSE-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	IF TRANS-COUNT IS EQUAL TO 0
