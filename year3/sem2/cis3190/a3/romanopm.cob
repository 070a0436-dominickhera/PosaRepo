IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANOPM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CARD-FILE ASSIGN TO "OPMCARD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CARD-STATUS.
	SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OPERATOR-STATUS.
	SELECT OPM-FILE ASSIGN TO "OPMAUDIT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OPM-STATUS.
	SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "OPMRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CARD-FILE.
	01 CARD-RECORD.
		02 CARD-ACTION PICTURE X(01).
		02 FILLER      PICTURE X(01).
		02 CARD-ID     PICTURE X(08).
		02 FILLER      PICTURE X(01).
		02 CARD-PRIV   PICTURE X(01).
		02 FILLER      PICTURE X(01).
		02 CARD-EXPIRY PICTURE X(08).
		02 FILLER      PICTURE X(01).
		02 CARD-NAME   PICTURE X(40).
		02 FILLER      PICTURE X(18).
*> the operator master is small - a record an operator - and is read
*> into storage whole, changed there, and written back whole, the
*> way the close run keeps PERCTL.
FD OPERATOR-FILE.
	COPY OPRREC.
FD OPM-FILE.
	COPY OPMREC.
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
77	OPERATOR-STATUS PICTURE X(02).
77	OPM-STATUS PICTURE X(02).
77	AUDIT-STATUS PICTURE X(02).
77	OPID-WS PICTURE X(08).
77	RUN-DATE-WS PICTURE 9(06).
77	RUN-TIME-WS PICTURE 9(08).
77	TODAY-WS PICTURE X(08).
77	PRIV-NEEDED PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	AUTH-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	OT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	TR-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	FX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	TRANS-COUNT  PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	APPLY-COUNT  PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	REFUSE-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	TABLE-FULL-SW PICTURE X VALUE 'N'.
	88 OPER-TABLE-FULL VALUE 'Y'.
77	CHANGED-SW PICTURE X VALUE 'N'.
	88 ENTRY-CHANGED VALUE 'Y'.
*> a new operator with no expiry keyed gets a year from today - an
*> entry that never lapses is one nobody has to look at again.
01	EXPIRY-WORK.
	02 EW-YEAR  PICTURE 9(4).
	02 EW-MONTH PICTURE 9(2).
	02 EW-DAY   PICTURE 9(2).
01	EXPIRY-WORK-X REDEFINES EXPIRY-WORK PICTURE X(8).
01	OPER-TABLE.
	02 OT-ENTRY OCCURS 200 TIMES PICTURE X(80).
*> the trail images are held here while the cards are applied and
*> go to OPMAUDIT only once the master has been written back - a
*> trail that records changes the master never took is worse than
*> none.
01	TRAIL-TABLE.
	02 TR-ENTRY OCCURS 200 TIMES PICTURE X(160).
01	BEFORE-WS.
	02 BEF-PRIV   PICTURE X(01).
	02 BEF-STATUS PICTURE X(01).
	02 BEF-EXPIRY PICTURE X(08).
	02 BEF-NAME   PICTURE X(40).
01	REFUSE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(26) VALUE '** RUN REFUSED - OPERATOR '.
	02 REFUSE-OPID PICTURE X(8).
	02 FILLER PICTURE X(44) VALUE
		' NOT AUTHORIZED TO MAINTAIN OPERATORS **'.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(34) VALUE 'OPERATOR MASTER MAINTENANCE REPORT'.
01	BY-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'RUN BY        '.
	02 OUT-OPID PICTURE X(8).
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(5)  VALUE 'DATE '.
	02 OUT-TODAY PICTURE X(8).
01	UNDERLINE-1.
	02 FILLER PICTURE X(99) VALUE
		' --------------------------------------------------------------------------------------------------'.
01	COL-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(3) VALUE 'ACT'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'OPERATOR'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'LVL'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'EXPIRES '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(40) VALUE 'NAME OR NOTE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'DISPOSITION'.
01	PRINT-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 OUT-ACTION PICTURE X(1).
	02 FILLER PICTURE X(4) VALUE SPACES.
	02 OUT-ID PICTURE X(8).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-PRIV PICTURE X(1).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-EXPIRY PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-NAME PICTURE X(40).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-DISP PICTURE X(27).
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 ERR-FILE PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(22) VALUE ' - NOTHING CHANGED **'.
01	TABLE-FULL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(65) VALUE
		'** OPERMAST HOLDS MORE OPERATORS THAN THE TABLE - NOTHING CHANGED'.
01	NOCARD-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(35) VALUE 'NO TRANSACTIONS - MASTER UNCHANGED'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(17) VALUE 'TRANSACTIONS READ'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-TRANS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'APPLIED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-APPLIED PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'REFUSED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-REFUSED PICTURE ZZZ9.
01	COUNT-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(29) VALUE 'OPERATORS ON MASTER AFTER RUN'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-ON-FILE PICTURE ZZZ9.

PROCEDURE DIVISION.
*> granting and taking away access is a supervisor's door like
*> approval and period close - the same USER identity the audit
*> trail records, checked at the supervisor level, with a refused
*> attempt left on the audit trail for the morning dashboard.
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
		DISPLAY 'ROMANOPM RUN REFUSED - OPERATOR ' OPID-WS
			' NOT AUTHORIZED TO MAINTAIN OPERATORS'
		PERFORM NOTE-UNAUTHORIZED
		MOVE 20 TO RETURN-CODE
		STOP RUN.
	MOVE OPID-WS TO OUT-OPID.
	MOVE TODAY-WS TO OUT-TODAY.
	WRITE STDOUT-RECORD FROM BY-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM LOAD-OPERATORS THRU LOAD-OPERATORS-X.
	IF RETURN-CODE IS NOT EQUAL TO 0
		GO TO OB9.
	OPEN INPUT CARD-FILE.
	IF CARD-STATUS IS NOT EQUAL TO '00'
		MOVE 'OPMCARD' TO ERR-FILE
		MOVE CARD-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO OB9.
*> the change trail is one growing file; a first run creates it.
	OPEN EXTEND OPM-FILE.
	IF OPM-STATUS IS EQUAL TO '35'
		OPEN OUTPUT OPM-FILE
	END-IF.
	IF OPM-STATUS IS NOT EQUAL TO '00'
		MOVE 'OPMAUDIT' TO ERR-FILE
		MOVE OPM-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		CLOSE CARD-FILE
		MOVE 12 TO RETURN-CODE
		GO TO OB9.
OL1.	READ CARD-FILE AT END GO TO OL8.
	ADD 1 TO TRANS-COUNT.
	MOVE CARD-ACTION TO OUT-ACTION.
	MOVE CARD-ID TO OUT-ID.
	MOVE CARD-PRIV TO OUT-PRIV.
	MOVE CARD-EXPIRY TO OUT-EXPIRY.
	MOVE CARD-NAME TO OUT-NAME.
	MOVE SPACES TO OUT-DISP.
	PERFORM APPLY-CARD THRU APPLY-CARD-X.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO OL1.
OL8.	CLOSE CARD-FILE.
	IF TRANS-COUNT IS EQUAL TO 0
		WRITE STDOUT-RECORD FROM NOCARD-LINE AFTER ADVANCING 1 LINE.
	IF APPLY-COUNT IS GREATER THAN 0
		PERFORM WRITE-OPERATORS THRU WRITE-OPERATORS-X.
	IF RETURN-CODE IS EQUAL TO 0
		PERFORM WRITE-TRAIL
			VARYING K FROM 1 BY 1
			UNTIL K IS GREATER THAN TR-COUNT.
	CLOSE OPM-FILE.
	MOVE TRANS-COUNT TO TRAILER-TRANS.
	MOVE APPLY-COUNT TO TRAILER-APPLIED.
	MOVE REFUSE-COUNT TO TRAILER-REFUSED.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	MOVE OT-COUNT TO TRAILER-ON-FILE.
	WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 every transaction applied, 4 one or more refused (the keyed
*> sheet gets a second look), 12 file failure (set where it is
*> found - nothing changed), 20 operator not authorized.
	IF REFUSE-COUNT IS GREATER THAN 0
			AND RETURN-CODE IS EQUAL TO 0
		MOVE 4 TO RETURN-CODE.
	STOP RUN.
OB9.	CLOSE STANDARD-OUTPUT.
	STOP RUN.
*> the run is a supervisor's only because it is checked at level 4 -
*> the master itself must be there, since OPERCHK has just found the
*> supervisor on it.
LOAD-OPERATORS.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS IS NOT EQUAL TO '00'
		MOVE 'OPERMAST' TO ERR-FILE
		MOVE OPERATOR-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO LOAD-OPERATORS-X.
LO1.	READ OPERATOR-FILE AT END GO TO LO8.
	IF OT-COUNT IS NOT LESS THAN 200
		SET OPER-TABLE-FULL TO TRUE
		GO TO LO8.
	ADD 1 TO OT-COUNT.
	MOVE OPERM-RECORD TO OT-ENTRY (OT-COUNT).
	GO TO LO1.
LO8.	CLOSE OPERATOR-FILE.
	IF OPER-TABLE-FULL
		WRITE STDOUT-RECORD FROM TABLE-FULL-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE.
LOAD-OPERATORS-X.
	EXIT.
*> one card: A add, C change level (and expiry or note; a change card
*> on a suspended operator reinstates them), S suspend, R revoke. No
*> supervisor may touch their own entry - raising, renewing or
*> reinstating your own access is exactly what a second pair of
*> eyes is for.
APPLY-CARD.
	IF TR-COUNT IS NOT LESS THAN 200
		MOVE 'REFUSED - TRAIL TABLE FULL' TO OUT-DISP
		GO TO APPLY-CARD-R.
	IF CARD-ID IS EQUAL TO SPACES
		MOVE 'REFUSED - NO OPERATOR ID' TO OUT-DISP
		GO TO APPLY-CARD-R.
	IF CARD-ID IS EQUAL TO OPID-WS
		MOVE 'REFUSED - OWN ENTRY' TO OUT-DISP
		GO TO APPLY-CARD-R.
	IF CARD-ACTION IS NOT EQUAL TO 'A'
			AND CARD-ACTION IS NOT EQUAL TO 'C'
			AND CARD-ACTION IS NOT EQUAL TO 'S'
			AND CARD-ACTION IS NOT EQUAL TO 'R'
		MOVE 'REFUSED - BAD ACTION' TO OUT-DISP
		GO TO APPLY-CARD-R.
	IF CARD-PRIV IS NOT EQUAL TO SPACE
		IF CARD-PRIV IS NOT NUMERIC
				OR CARD-PRIV IS LESS THAN '1'
				OR CARD-PRIV IS GREATER THAN '4'
			MOVE 'REFUSED - LEVEL NOT 1-4' TO OUT-DISP
			GO TO APPLY-CARD-R
		END-IF
	END-IF.
	IF CARD-EXPIRY IS NOT EQUAL TO SPACES
		MOVE CARD-EXPIRY TO EXPIRY-WORK-X
		IF CARD-EXPIRY IS NOT NUMERIC
				OR EW-MONTH IS LESS THAN 1
				OR EW-MONTH IS GREATER THAN 12
				OR EW-DAY IS LESS THAN 1
				OR EW-DAY IS GREATER THAN 31
			MOVE 'REFUSED - EXPIRY NOT A DATE' TO OUT-DISP
			GO TO APPLY-CARD-R
		END-IF
		IF CARD-EXPIRY IS LESS THAN TODAY-WS
			MOVE 'REFUSED - EXPIRY IS PAST' TO OUT-DISP
			GO TO APPLY-CARD-R
		END-IF
	END-IF.
	PERFORM FIND-OPERATOR.
	IF CARD-ACTION IS EQUAL TO 'A'
		PERFORM ADD-OPERATOR THRU ADD-OPERATOR-X
	ELSE
		IF FX IS EQUAL TO 0
			MOVE 'REFUSED - NOT ON MASTER' TO OUT-DISP
			GO TO APPLY-CARD-R
		END-IF
		MOVE OT-ENTRY (FX) TO OPERM-RECORD
		MOVE OPERM-PRIV TO BEF-PRIV
		MOVE OPERM-STATUS TO BEF-STATUS
		MOVE OPERM-EXPIRY TO BEF-EXPIRY
		MOVE OPERM-NAME TO BEF-NAME
		IF CARD-ACTION IS EQUAL TO 'C'
			PERFORM CHANGE-OPERATOR THRU CHANGE-OPERATOR-X
		END-IF
		IF CARD-ACTION IS EQUAL TO 'S'
			PERFORM SUSPEND-OPERATOR THRU SUSPEND-OPERATOR-X
		END-IF
		IF CARD-ACTION IS EQUAL TO 'R'
			PERFORM REVOKE-OPERATOR THRU REVOKE-OPERATOR-X
		END-IF
	END-IF.
	IF OUT-DISP (1:7) IS EQUAL TO 'REFUSED'
		GO TO APPLY-CARD-R.
	ADD 1 TO APPLY-COUNT.
	GO TO APPLY-CARD-X.
APPLY-CARD-R.
	ADD 1 TO REFUSE-COUNT.
APPLY-CARD-X.
	EXIT.
ADD-OPERATOR.
	IF FX IS GREATER THAN 0
		MOVE 'REFUSED - ALREADY ON MASTER' TO OUT-DISP
		GO TO ADD-OPERATOR-X.
	IF CARD-PRIV IS EQUAL TO SPACE
		MOVE 'REFUSED - LEVEL NOT 1-4' TO OUT-DISP
		GO TO ADD-OPERATOR-X.
	IF OT-COUNT IS NOT LESS THAN 200
		MOVE 'REFUSED - MASTER FULL' TO OUT-DISP
		GO TO ADD-OPERATOR-X.
	MOVE SPACES TO BEFORE-WS.
	MOVE SPACES TO OPERM-RECORD.
	MOVE CARD-ID TO OPERM-ID.
	MOVE CARD-PRIV TO OPERM-PRIV.
	MOVE CARD-NAME TO OPERM-NAME.
	MOVE 'A' TO OPERM-STATUS.
	IF CARD-EXPIRY IS EQUAL TO SPACES
		PERFORM DEFAULT-EXPIRY
	ELSE
		MOVE CARD-EXPIRY TO OPERM-EXPIRY
	END-IF.
	ADD 1 TO OT-COUNT.
	MOVE OT-COUNT TO FX.
	PERFORM STORE-OPERATOR.
	MOVE 'ADDED' TO OUT-DISP.
ADD-OPERATOR-X.
	EXIT.
*> a blank level, expiry or note on a change card leaves that field
*> as it is; a card that would change nothing at all is refused so a
*> mis-keyed card is not mistaken for a done one.
CHANGE-OPERATOR.
	MOVE 'N' TO CHANGED-SW.
	IF CARD-PRIV IS NOT EQUAL TO SPACE
			AND CARD-PRIV IS NOT EQUAL TO OPERM-PRIV
		MOVE CARD-PRIV TO OPERM-PRIV
		SET ENTRY-CHANGED TO TRUE.
	IF CARD-EXPIRY IS NOT EQUAL TO SPACES
			AND CARD-EXPIRY IS NOT EQUAL TO OPERM-EXPIRY
		MOVE CARD-EXPIRY TO OPERM-EXPIRY
		SET ENTRY-CHANGED TO TRUE.
	IF CARD-NAME IS NOT EQUAL TO SPACES
			AND CARD-NAME IS NOT EQUAL TO OPERM-NAME
		MOVE CARD-NAME TO OPERM-NAME
		SET ENTRY-CHANGED TO TRUE.
	IF OPERM-SUSPENDED
		MOVE 'A' TO OPERM-STATUS
		PERFORM STORE-OPERATOR
		MOVE 'REINSTATED' TO OUT-DISP
		GO TO CHANGE-OPERATOR-X.
	IF NOT ENTRY-CHANGED
		MOVE 'REFUSED - NOTHING TO CHANGE' TO OUT-DISP
		GO TO CHANGE-OPERATOR-X.
	PERFORM STORE-OPERATOR.
	IF OPERM-PRIV IS NOT EQUAL TO BEF-PRIV
		MOVE 'LEVEL CHANGED' TO OUT-DISP
	ELSE
		MOVE 'CHANGED' TO OUT-DISP.
CHANGE-OPERATOR-X.
	EXIT.
SUSPEND-OPERATOR.
	IF OPERM-SUSPENDED
		MOVE 'REFUSED - ALREADY SUSPENDED' TO OUT-DISP
		GO TO SUSPEND-OPERATOR-X.
	MOVE 'S' TO OPERM-STATUS.
	PERFORM STORE-OPERATOR.
	MOVE 'SUSPENDED' TO OUT-DISP.
SUSPEND-OPERATOR-X.
	EXIT.
*> a revoked operator comes off the master - the trail keeps the
*> entry as it stood. The last entry moves into the gap.
REVOKE-OPERATOR.
	MOVE OT-ENTRY (OT-COUNT) TO OT-ENTRY (FX).
	SUBTRACT 1 FROM OT-COUNT.
	MOVE SPACES TO OPERM-RECORD.
	MOVE CARD-ID TO OPERM-ID.
	PERFORM HOLD-TRAIL.
	MOVE 'REVOKED' TO OUT-DISP.
REVOKE-OPERATOR-X.
	EXIT.
STORE-OPERATOR.
	MOVE OPID-WS TO OPERM-CHG-OPID.
	MOVE TODAY-WS TO OPERM-CHG-DATE.
	MOVE OPERM-RECORD TO OT-ENTRY (FX).
	MOVE OPERM-PRIV TO OUT-PRIV.
	MOVE OPERM-EXPIRY TO OUT-EXPIRY.
	MOVE OPERM-NAME TO OUT-NAME.
	PERFORM HOLD-TRAIL.
*> the before image is BEFORE-WS and the after image OPERM-RECORD -
*> spaces either side for an add or a revoke.
HOLD-TRAIL.
	MOVE SPACES TO OPM-RECORD.
	MOVE OPID-WS TO OPM-OPID.
	MOVE TODAY-WS TO OPM-DATE.
	MOVE RUN-TIME-WS TO OPM-TIME.
	MOVE CARD-ACTION TO OPM-ACTION.
	MOVE CARD-ID TO OPM-ID.
	MOVE BEF-PRIV TO OPM-BEF-PRIV.
	MOVE BEF-STATUS TO OPM-BEF-STATUS.
	MOVE BEF-EXPIRY TO OPM-BEF-EXPIRY.
	MOVE BEF-NAME TO OPM-BEF-NAME.
	MOVE OPERM-PRIV TO OPM-AFT-PRIV.
	MOVE OPERM-STATUS TO OPM-AFT-STATUS.
	MOVE OPERM-EXPIRY TO OPM-AFT-EXPIRY.
	MOVE OPERM-NAME TO OPM-AFT-NAME.
	ADD 1 TO TR-COUNT.
	MOVE OPM-RECORD TO TR-ENTRY (TR-COUNT).
WRITE-TRAIL.
	MOVE TR-ENTRY (K) TO OPM-RECORD.
	WRITE OPM-RECORD.
*> a year on from today; the 29th of February becomes the 28th.
DEFAULT-EXPIRY.
	MOVE TODAY-WS TO EXPIRY-WORK-X.
	ADD 1 TO EW-YEAR.
	IF EW-MONTH IS EQUAL TO 2
			AND EW-DAY IS EQUAL TO 29
		MOVE 28 TO EW-DAY.
	MOVE EXPIRY-WORK-X TO OPERM-EXPIRY.
FIND-OPERATOR.
	MOVE 0 TO FX.
	PERFORM FIND-ONE
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN OT-COUNT
			OR FX IS GREATER THAN 0.
FIND-ONE.
	IF OT-ENTRY (K) (1:8) IS EQUAL TO CARD-ID
		MOVE K TO FX
	END-IF.
WRITE-OPERATORS.
	OPEN OUTPUT OPERATOR-FILE.
	IF OPERATOR-STATUS IS NOT EQUAL TO '00'
		MOVE 'OPERMAST' TO ERR-FILE
		MOVE OPERATOR-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO WRITE-OPERATORS-X.
	PERFORM WRITE-ONE
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN OT-COUNT.
	CLOSE OPERATOR-FILE.
WRITE-OPERATORS-X.
	EXIT.
WRITE-ONE.
	MOVE OT-ENTRY (K) TO OPERM-RECORD.
	WRITE OPERM-RECORD.
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
