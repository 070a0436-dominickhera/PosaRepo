IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANAPV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT APPROVAL-FILE ASSIGN TO "APRVFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS APPROVAL-STATUS.
	SELECT PEND-FILE ASSIGN TO "PENDFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PEND-STATUS-WS.
	SELECT PNDNEW-FILE ASSIGN TO "PNDNEW"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PNDNEW-STATUS.
*> the master carries alternate indexes on the ledger date and the
*> decimal value (both with duplicates) for the inquiry, statement
*> and reprint runs - every add, change and delete made here keeps
*> them in step with the base records.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS RANDOM
		RECORD KEY IS MAST-ID
		ALTERNATE RECORD KEY IS MAST-DATE WITH DUPLICATES
		ALTERNATE RECORD KEY IS MAST-DECIMAL WITH DUPLICATES
		FILE STATUS IS MASTER-STATUS.
	SELECT CHANGE-FILE ASSIGN TO "CHGAUDIT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CHANGE-STATUS.
	SELECT ADJUST-FILE ASSIGN TO "ADJHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ADJUST-STATUS.
	SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "APVRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> one decision card per pending item: A approves it, D declines it.
*> The document id is keyed again as a cross-check against the item
*> number, and a decline may carry a short reason for the maker.
FD APPROVAL-FILE.
	01 APPROVAL-RECORD.
		02 APRV-DECISION PICTURE X(01).
		02 FILLER        PICTURE X(01).
		02 APRV-SEQ      PICTURE 9(06).
		02 FILLER        PICTURE X(01).
		02 APRV-ID       PICTURE X(08).
		02 FILLER        PICTURE X(01).
		02 APRV-NOTE     PICTURE X(20).
		02 FILLER        PICTURE X(42).
FD PEND-FILE.
	COPY PENDREC.
FD PNDNEW-FILE.
	01 PNDNEW-RECORD PICTURE X(280).
FD MASTER-FILE.
	01 MAST-RECORD.
		02 MAST-ID      PICTURE X(08).
		02 MAST-DATE    PICTURE X(08).
		02 MAST-NUMERAL PICTURE X(60).
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
*> the before/after trail the auditors review: who keyed the change,
*> who approved it, when, what the master said before it and what it
*> says after.
FD CHANGE-FILE.
	COPY CHGREC.
*> a J or V item is the correction of a document in a closed month -
*> the master is left exactly as the month's statements showed it,
*> and the approved correction goes onto the prior-period adjustment
*> trail as an entry dated today, in the open period.
FD ADJUST-FILE.
	COPY ADJREC.
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
	01 STDOUT-RECORD PICTURE X(120).
WORKING-STORAGE SECTION.
77	APPROVAL-STATUS PICTURE X(02).
77	PEND-STATUS-WS PICTURE X(02).
77	PNDNEW-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
77	CHANGE-STATUS PICTURE X(02).
77	AUDIT-STATUS PICTURE X(02).
77	ADJUST-STATUS PICTURE X(02).
77	PEND-OPEN-SW PICTURE X VALUE 'N'.
	88 PEND-FILE-OPEN VALUE 'Y'.
77	CARD-FULL-SW PICTURE X VALUE 'N'.
	88 CARD-TABLE-FULL VALUE 'Y'.
77	CARD-COUNT    PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	APPLY-COUNT   PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	DECLINE-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	STALE-COUNT   PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	REFUSE-COUNT  PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	ADJUST-COUNT  PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	TODAY-WS PICTURE 9(08).
77	PERIOD-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	STANDING-WS PICTURE 9(08).
77	ADJ-AFTER-WS PICTURE 9(08).
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	FX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	OPID-WS PICTURE X(08).
77	RUN-DATE-WS PICTURE 9(06).
77	RUN-TIME-WS PICTURE 9(08).
77	PRIV-NEEDED PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	AUTH-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
*> the night's decision cards, held in storage while the pending
*> file streams past once - a supervisor's sitting is a few dozen
*> cards, never the size of the file they decide against.
01	CARD-TABLE.
	02 CARD-ENTRY OCCURS 500 TIMES.
		03 CT-DECISION PICTURE X(1).
		03 CT-SEQ      PICTURE 9(6).
		03 CT-ID       PICTURE X(8).
		03 CT-NOTE     PICTURE X(20).
		03 CT-USED     PICTURE X(1).
01	REFUSE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(26) VALUE '** RUN REFUSED - OPERATOR '.
	02 REFUSE-OPID PICTURE X(8).
	02 FILLER PICTURE X(37) VALUE ' NOT AUTHORIZED TO APPROVE CHANGES **'.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(40) VALUE
		'LEDGER MASTER MAINTENANCE APPROVAL RUN'.
01	CHECKER-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(12) VALUE 'APPROVED BY '.
	02 OUT-CHECKER PICTURE X(8).
01	UNDERLINE-1.
	02 FILLER PICTURE X(110) VALUE
		' -------------------------------------------------------------------------------------------------------------'.
01	COL-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(6) VALUE 'ITEM  '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'ACT'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'DOC ID  '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'KEYED BY'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(9) VALUE 'BEFORE   '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(9) VALUE 'AFTER    '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'DEC'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'DISPOSITION'.
01	UNDERLINE-2.
	02 FILLER PICTURE X(110) VALUE
		' -------------------------------------------------------------------------------------------------------------'.
01	PRINT-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 OUT-SEQ PICTURE 9(6).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-ACTION PICTURE X(1).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-ID PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-MAKER PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-BEFORE PICTURE Z(8)9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-AFTER PICTURE Z(8)9.
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-DECISION PICTURE X(1).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-DISP PICTURE X(30).
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(38) VALUE
		'** MASTER FILE UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING APPLIED **'.
01	FILE-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 FILE-ERR-NAME PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 FILE-ERR-STATUS PICTURE X(2).
	02 FILE-ERR-TEXT PICTURE X(30) VALUE ' - NOTHING APPLIED **'.
01	WARNING-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(67) VALUE
		'** WARNING - MORE DECISION CARDS THAN THE TABLE - EXCESS SKIPPED **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(14) VALUE 'DECISIONS READ'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-CARDS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'APPLIED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-APPLIED PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'DECLINED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-DECLINED PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'NOT APPLIED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-STALE PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'REFUSED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-REFUSED PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'ADJUSTED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-ADJUSTED PICTURE ZZZ9.

PROCEDURE DIVISION.
*> approving master maintenance is a supervisor's door - the same
*> USER identity the audit trail records, checked against the
*> authorization master at the supervisor level, with a refused
*> attempt left on the audit trail for the morning dashboard. The
*> maker/checker split itself is enforced item by item below.
	DISPLAY 'USER' UPON ENVIRONMENT-NAME.
	ACCEPT OPID-WS FROM ENVIRONMENT-VALUE.
	ACCEPT RUN-DATE-WS FROM DATE.
	ACCEPT RUN-TIME-WS FROM TIME.
	ACCEPT TODAY-WS FROM DATE YYYYMMDD.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	MOVE 4 TO PRIV-NEEDED.
	CALL "OPERCHK" USING OPID-WS, PRIV-NEEDED, AUTH-RET.
	IF AUTH-RET IS NOT EQUAL TO 1
		MOVE OPID-WS TO REFUSE-OPID
		WRITE STDOUT-RECORD FROM REFUSE-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		DISPLAY 'ROMANAPV RUN REFUSED - OPERATOR ' OPID-WS
			' NOT AUTHORIZED TO APPROVE CHANGES'
		PERFORM NOTE-UNAUTHORIZED
		MOVE 20 TO RETURN-CODE
		STOP RUN.
	MOVE OPID-WS TO OUT-CHECKER.
	WRITE STDOUT-RECORD FROM CHECKER-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	OPEN INPUT APPROVAL-FILE.
	IF APPROVAL-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANAPV I/O ERROR - APRVFILE OPEN STATUS '
			APPROVAL-STATUS
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
AL1.	READ APPROVAL-FILE AT END GO TO AL8.
	IF CARD-COUNT IS NOT LESS THAN 500
		SET CARD-TABLE-FULL TO TRUE
		GO TO AL8.
	ADD 1 TO CARD-COUNT.
	MOVE APRV-DECISION TO CT-DECISION (CARD-COUNT).
	MOVE APRV-SEQ TO CT-SEQ (CARD-COUNT).
	MOVE APRV-ID TO CT-ID (CARD-COUNT).
	MOVE APRV-NOTE TO CT-NOTE (CARD-COUNT).
	MOVE 'N' TO CT-USED (CARD-COUNT).
	GO TO AL1.
AL8.	CLOSE APPROVAL-FILE.
	IF CARD-COUNT IS EQUAL TO 0
		GO TO TL1.
	OPEN I-O MASTER-FILE.
	IF MASTER-STATUS IS NOT EQUAL TO '00'
		MOVE MASTER-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
*> one streaming pass of the pending file: every record goes out to
*> the scratch keep file, decided ones carrying their new status, and
*> the live file is then rewritten from that durable copy - the same
*> split-then-rewrite discipline the correction run and the annual
*> purge use, so an abend mid-rewrite never loses a pending item.
*> no pending file yet is an empty queue; any other failure stops
*> the run before a decision is applied.
	OPEN INPUT PEND-FILE.
	IF PEND-STATUS-WS IS EQUAL TO '35'
		GO TO PL9.
	IF PEND-STATUS-WS IS NOT EQUAL TO '00'
		MOVE 'PENDFILE' TO FILE-ERR-NAME
		MOVE PEND-STATUS-WS TO FILE-ERR-STATUS
		WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE MASTER-FILE, STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
	SET PEND-FILE-OPEN TO TRUE.
	OPEN OUTPUT PNDNEW-FILE.
	IF PNDNEW-STATUS IS NOT EQUAL TO '00'
		MOVE 'PNDNEW' TO FILE-ERR-NAME
		MOVE PNDNEW-STATUS TO FILE-ERR-STATUS
		WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE PEND-FILE, MASTER-FILE, STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
PL1.	READ PEND-FILE AT END GO TO PL8.
	MOVE 0 TO FX.
	PERFORM PFIND
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN CARD-COUNT
			OR FX IS GREATER THAN 0.
	IF FX IS GREATER THAN 0
		PERFORM DECIDE-ONE THRU DECIDE-ONE-X
	END-IF.
	WRITE PNDNEW-RECORD FROM PEND-RECORD.
	GO TO PL1.
PFIND.	IF CT-SEQ (K) IS EQUAL TO PEND-SEQ
			AND CT-USED (K) IS EQUAL TO 'N'
		MOVE K TO FX
	END-IF.
*> by the rewrite the decisions are on the master, so a file that
*> cannot be opened here leaves the decided queue on PNDNEW for the
*> rerun to copy back, and the run still reports what it applied.
PL8.	CLOSE PEND-FILE, PNDNEW-FILE.
	MOVE ' - QUEUE KEPT ON PNDNEW **' TO FILE-ERR-TEXT.
	OPEN INPUT PNDNEW-FILE.
	IF PNDNEW-STATUS IS NOT EQUAL TO '00'
		MOVE 'PNDNEW' TO FILE-ERR-NAME
		MOVE PNDNEW-STATUS TO FILE-ERR-STATUS
		WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE
		MOVE 12 TO RETURN-CODE
		GO TO PL9
	END-IF.
	OPEN OUTPUT PEND-FILE.
	IF PEND-STATUS-WS IS NOT EQUAL TO '00'
		MOVE 'PENDFILE' TO FILE-ERR-NAME
		MOVE PEND-STATUS-WS TO FILE-ERR-STATUS
		WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE PNDNEW-FILE
		MOVE 12 TO RETURN-CODE
		GO TO PL9
	END-IF.
PW1.	READ PNDNEW-FILE AT END GO TO PW8.
	WRITE PEND-RECORD FROM PNDNEW-RECORD.
	GO TO PW1.
PW8.	CLOSE PNDNEW-FILE, PEND-FILE.
PL9.	CLOSE MASTER-FILE.
*> a card whose item never came past - a mis-keyed number, or an
*> item already decided and so no longer waiting - is reported, not
*> silently dropped.
	PERFORM UNMATCHED-CARD
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN CARD-COUNT.
	IF CARD-TABLE-FULL
		WRITE STDOUT-RECORD FROM WARNING-LINE AFTER ADVANCING 2 LINES
	END-IF.
	GO TO TL1.
*> one decision against the pending item in hand. Only a waiting item
*> can be decided, only by someone other than the operator who keyed
*> it, and only when the card's document id agrees with the item's.
DECIDE-ONE.
	MOVE 'Y' TO CT-USED (FX).
	MOVE PEND-SEQ TO OUT-SEQ.
	MOVE PEND-ACTION TO OUT-ACTION.
	MOVE PEND-ID TO OUT-ID.
	MOVE PEND-MAKER TO OUT-MAKER.
	MOVE PEND-BEF-DECIMAL TO OUT-BEFORE.
	MOVE PEND-DECIMAL TO OUT-AFTER.
	MOVE CT-DECISION (FX) TO OUT-DECISION.
	IF NOT PEND-WAITING
		MOVE 'ALREADY DECIDED' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO DECIDE-ONE-W.
	IF CT-ID (FX) IS NOT EQUAL TO PEND-ID
		MOVE 'DOC ID DOES NOT MATCH ITEM' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO DECIDE-ONE-W.
	IF PEND-MAKER IS EQUAL TO OPID-WS
		MOVE 'KEYED BY CHECKER - REFUSED' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO DECIDE-ONE-W.
	IF CT-DECISION (FX) IS EQUAL TO 'D'
		PERFORM STAMP-CHECKER
		MOVE 'D' TO PEND-STATUS
		MOVE CT-NOTE (FX) TO PEND-NOTE
		IF PEND-NOTE IS EQUAL TO SPACES
			MOVE 'DECLINED BY CHECKER' TO PEND-NOTE
		END-IF
		MOVE 'DECLINED' TO OUT-DISP
		ADD 1 TO DECLINE-COUNT
		GO TO DECIDE-ONE-W.
	IF CT-DECISION (FX) IS NOT EQUAL TO 'A'
		MOVE 'DECISION NOT A / D' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO DECIDE-ONE-W.
	PERFORM APPLY-ONE THRU APPLY-ONE-X.
DECIDE-ONE-W.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
DECIDE-ONE-X.
	EXIT.
*> an approved item is applied only while the master still holds
*> exactly the record the maker was looking at - anything else has
*> moved underneath the approval (a later posting, a backout, an
*> earlier approved item against the same document) and applying
*> the stale change would overwrite it blind.
APPLY-ONE.
	PERFORM STAMP-CHECKER.
	MOVE PEND-ID TO MAST-ID.
	READ MASTER-FILE
		INVALID KEY
			MOVE 'S' TO PEND-STATUS
			MOVE 'NOT ON MASTER' TO PEND-NOTE
			MOVE 'NOT APPLIED - NOT ON MASTER' TO OUT-DISP
			ADD 1 TO STALE-COUNT
			GO TO APPLY-ONE-X
	END-READ.
	IF MAST-RECORD IS NOT EQUAL TO PEND-BEFORE
		MOVE 'S' TO PEND-STATUS
		MOVE 'MASTER CHANGED' TO PEND-NOTE
		MOVE 'NOT APPLIED - MASTER CHANGED' TO OUT-DISP
		ADD 1 TO STALE-COUNT
		GO TO APPLY-ONE-X.
	IF PEND-ACTION IS EQUAL TO 'J' OR 'V'
		PERFORM ADJUST-ONE THRU ADJUST-ONE-X
		GO TO APPLY-ONE-X.
*> an amendment or delete keyed while its month was open may reach
*> its approval after the month has closed - it is not applied, and
*> the maker re-keys it as a J or V adjusting entry.
	CALL "PERCHK" USING MAST-DATE, PERIOD-RET.
	IF PERIOD-RET IS EQUAL TO 1
		MOVE 'S' TO PEND-STATUS
		MOVE 'PERIOD CLOSED' TO PEND-NOTE
		MOVE 'NOT APPLIED - PERIOD CLOSED' TO OUT-DISP
		ADD 1 TO STALE-COUNT
		GO TO APPLY-ONE-X.
	MOVE SPACES TO CHANGE-RECORD.
	MOVE PEND-MAKER TO CHG-OPID.
	MOVE OPID-WS TO CHG-APPROVER.
	MOVE RUN-DATE-WS TO CHG-DATE.
	MOVE RUN-TIME-WS TO CHG-TIME.
	MOVE PEND-ACTION TO CHG-ACTION.
	MOVE MAST-ID TO CHG-ID.
	MOVE MAST-DECIMAL TO CHG-BEF-DECIMAL.
	MOVE MAST-NUMERAL TO CHG-BEF-NUMERAL.
	MOVE MAST-DATE TO CHG-BEF-DATE.
	MOVE MAST-POSTED TO CHG-BEF-POSTED.
	MOVE MAST-BRANCH TO CHG-BEF-BRANCH.
	IF PEND-ACTION IS EQUAL TO 'D'
		MOVE SPACES TO CHG-AFT-DECIMAL
		MOVE SPACES TO CHG-AFT-NUMERAL
	ELSE
		MOVE PEND-DECIMAL TO CHG-AFT-DECIMAL
		MOVE PEND-NUMERAL TO CHG-AFT-NUMERAL
	END-IF.
	PERFORM WRITE-CHANGE.
	IF PEND-ACTION IS EQUAL TO 'D'
		DELETE MASTER-FILE RECORD
		MOVE 'APPLIED - DELETED' TO OUT-DISP
	ELSE
		MOVE PEND-NUMERAL TO MAST-NUMERAL
		MOVE PEND-DECIMAL TO MAST-DECIMAL
		MOVE RUN-DATE-WS TO MAST-POSTED
		REWRITE MAST-RECORD
		MOVE 'APPLIED - AMENDED' TO OUT-DISP
	END-IF.
	MOVE 'A' TO PEND-STATUS.
	ADD 1 TO APPLY-COUNT.
APPLY-ONE-X.
	EXIT.
*> the adjusting entry moves the document from where it now stands -
*> the master's figure, or the after value of the last adjustment
*> already entered against it - to the keyed replacement (nothing,
*> for a void). An entry that would move it nowhere is not made.
ADJUST-ONE.
	CALL "PERCHK" USING MAST-DATE, PERIOD-RET.
	IF PERIOD-RET IS NOT EQUAL TO 1
		MOVE 'S' TO PEND-STATUS
		MOVE 'PERIOD NOT CLOSED' TO PEND-NOTE
		MOVE 'NOT APPLIED - PERIOD OPEN' TO OUT-DISP
		ADD 1 TO STALE-COUNT
		GO TO ADJUST-ONE-X.
	MOVE MAST-DECIMAL TO STANDING-WS.
	OPEN INPUT ADJUST-FILE.
	IF ADJUST-STATUS IS NOT EQUAL TO '00'
		GO TO AJ8.
AJ1.	READ ADJUST-FILE AT END GO TO AJ7.
	IF ADJ-ID IS EQUAL TO MAST-ID
		MOVE ADJ-AFT-DECIMAL TO STANDING-WS.
	GO TO AJ1.
AJ7.	CLOSE ADJUST-FILE.
AJ8.	IF PEND-ACTION IS EQUAL TO 'V'
		MOVE 0 TO ADJ-AFTER-WS
	ELSE
		MOVE PEND-DECIMAL TO ADJ-AFTER-WS.
	IF ADJ-AFTER-WS IS EQUAL TO STANDING-WS
		MOVE 'S' TO PEND-STATUS
		MOVE 'NOTHING TO ADJUST' TO PEND-NOTE
		MOVE 'NOT APPLIED - NO DIFFERENCE' TO OUT-DISP
		ADD 1 TO STALE-COUNT
		GO TO ADJUST-ONE-X.
	MOVE SPACES TO ADJ-RECORD.
	MOVE TODAY-WS TO ADJ-DATE.
	MOVE RUN-TIME-WS TO ADJ-TIME.
	MOVE PEND-ACTION TO ADJ-TYPE.
	MOVE MAST-ID TO ADJ-ID.
	MOVE MAST-DATE TO ADJ-ORIG-DATE.
	MOVE MAST-BRANCH TO ADJ-BRANCH.
	MOVE STANDING-WS TO ADJ-BEF-DECIMAL.
	MOVE ADJ-AFTER-WS TO ADJ-AFT-DECIMAL.
	IF ADJ-AFTER-WS IS GREATER THAN STANDING-WS
		MOVE '+' TO ADJ-SIGN
		COMPUTE ADJ-AMOUNT = ADJ-AFTER-WS - STANDING-WS
	ELSE
		MOVE '-' TO ADJ-SIGN
		COMPUTE ADJ-AMOUNT = STANDING-WS - ADJ-AFTER-WS.
	IF PEND-ACTION IS EQUAL TO 'J'
		MOVE PEND-NUMERAL TO ADJ-AFT-NUMERAL.
	MOVE PEND-MAKER TO ADJ-MAKER.
	MOVE OPID-WS TO ADJ-APPROVER.
	MOVE PEND-SEQ TO ADJ-SEQ.
	PERFORM WRITE-ADJUST.
	MOVE 'APPLIED - ADJUSTING ENTRY' TO OUT-DISP.
	MOVE 'A' TO PEND-STATUS.
	ADD 1 TO ADJUST-COUNT.
ADJUST-ONE-X.
	EXIT.
*> appended and closed per entry like the change trail, so the next
*> item against the same document in this sitting sees it.
WRITE-ADJUST.
	OPEN EXTEND ADJUST-FILE.
	IF ADJUST-STATUS IS EQUAL TO '35'
		OPEN OUTPUT ADJUST-FILE
	END-IF.
	WRITE ADJ-RECORD.
	CLOSE ADJUST-FILE.
STAMP-CHECKER.
	MOVE OPID-WS TO PEND-CHECKER.
	MOVE RUN-DATE-WS TO PEND-CHK-DATE.
	MOVE RUN-TIME-WS TO PEND-CHK-TIME.
*> the change trail is appended and CLOSED per record, the same
*> discipline conv applies to REJFILE - the before image must be on
*> disk before the master is touched, so an abend between the two
*> can lose the change but never the evidence of it.
WRITE-CHANGE.
	OPEN EXTEND CHANGE-FILE.
	IF CHANGE-STATUS IS EQUAL TO '35'
		OPEN OUTPUT CHANGE-FILE
	END-IF.
	WRITE CHANGE-RECORD.
	CLOSE CHANGE-FILE.
UNMATCHED-CARD.
	IF CT-USED (K) IS EQUAL TO 'N'
		MOVE CT-SEQ (K) TO OUT-SEQ
		MOVE SPACE TO OUT-ACTION
		MOVE CT-ID (K) TO OUT-ID
		MOVE SPACES TO OUT-MAKER
		MOVE 0 TO OUT-BEFORE
		MOVE 0 TO OUT-AFTER
		MOVE CT-DECISION (K) TO OUT-DECISION
		MOVE 'ITEM NOT ON PENDING FILE' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE
	END-IF.
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
TL1.	MOVE CARD-COUNT TO TRAILER-CARDS.
	MOVE APPLY-COUNT TO TRAILER-APPLIED.
	MOVE DECLINE-COUNT TO TRAILER-DECLINED.
	MOVE STALE-COUNT TO TRAILER-STALE.
	MOVE REFUSE-COUNT TO TRAILER-REFUSED.
	MOVE ADJUST-COUNT TO TRAILER-ADJUSTED.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 4 a decision was refused or an approved item could not
*> be applied (the pending report will still show it), 8 no decision
*> cards, 12 file failure (set where the failure is found), 20
*> operator not authorized.
	IF RETURN-CODE IS EQUAL TO 0
		IF REFUSE-COUNT IS GREATER THAN 0
				OR STALE-COUNT IS GREATER THAN 0
			MOVE 4 TO RETURN-CODE
		END-IF
		IF CARD-COUNT IS EQUAL TO 0
			MOVE 8 TO RETURN-CODE
		END-IF
	END-IF.
	STOP RUN.
