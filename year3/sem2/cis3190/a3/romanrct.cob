IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANRCT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OPERATOR-STATUS.
	SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-STATUS.
	SELECT CHANGE-FILE ASSIGN TO "CHGAUDIT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CHANGE-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "RCTRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OPERATOR-FILE.
	COPY OPRREC.
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
FD CHANGE-FILE.
	COPY CHGREC.
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
WORKING-STORAGE SECTION.
77	OPERATOR-STATUS PICTURE X(02).
77	AUDIT-STATUS PICTURE X(02).
77	CHANGE-STATUS PICTURE X(02).
77	TODAY-WS PICTURE X(08).
77	TODAY-SERIAL PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	EXPIRY-SERIAL PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	IDLE-DAYS PICTURE S9(8) USAGE IS COMPUTATIONAL.
*> PARM is the three-digit number of days without a run or a change
*> that marks an ID dormant - blank is a quarter, 090, the interval
*> the listing itself is run at.
77	PARM-WS PICTURE X(03) VALUE SPACES.
77	DORMANT-DAYS PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 90.
77	OT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	FX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	ACTIVE-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	DORMANT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	NO-ACCESS-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	EXPIRING-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	TABLE-FULL-SW PICTURE X VALUE 'N'.
	88 OPER-TABLE-FULL VALUE 'Y'.
77	AUDIT-MISSING-SW PICTURE X VALUE 'N'.
	88 AUDIT-MISSING VALUE 'Y'.
77	CHANGE-MISSING-SW PICTURE X VALUE 'N'.
	88 CHANGE-MISSING VALUE 'Y'.
77	SEEN-OPID PICTURE X(08).
77	SEEN-DATE PICTURE X(08).
77	LAST-ACTIVITY PICTURE X(08).
77	DTS-DATE PICTURE 9(08).
77	DTS-Y PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-M PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-D PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-Q1 PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-Q2 PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-Q3 PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-Q4 PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-REM PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	DTS-SERIAL PICTURE S9(8) USAGE IS COMPUTATIONAL.
*> each operator on the master, with the latest date the audit trail
*> shows them running a job and the latest the change trail shows
*> them keying or approving a master change.
01	OPER-TABLE.
	02 OT-ENTRY OCCURS 200 TIMES.
		03 OT-RECORD   PICTURE X(80).
		03 OT-LAST-RUN PICTURE X(08).
		03 OT-LAST-CHG PICTURE X(08).
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(41) VALUE
		'QUARTERLY OPERATOR ACCESS RECERTIFICATION'.
01	ASOF-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'AS OF         '.
	02 OUT-TODAY PICTURE X(8).
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(25) VALUE 'DORMANT AFTER (DAYS IDLE)'.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-DORMANT-DAYS PICTURE ZZZ9.
01	UNDERLINE-1.
	02 FILLER PICTURE X(99) VALUE
		' --------------------------------------------------------------------------------------------------'.
01	ACTIVE-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(60) VALUE
		'ACTIVE OPERATORS - CONFIRM EACH ONE STILL NEEDS ITS LEVEL'.
01	NO-ACCESS-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(70) VALUE
		'ON THE MASTER WITHOUT ACCESS - SUSPENDED OR EXPIRED, REVOKE OR RENEW'.
01	COL-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(8) VALUE 'OPERATOR'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'LVL'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'NAME OR NOTE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'EXPIRES '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'LAST RUN'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'LAST CHG'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(5) VALUE ' IDLE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(4) VALUE 'FLAG'.
01	PRINT-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 OUT-ID PICTURE X(8).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-PRIV PICTURE X(1).
	02 FILLER PICTURE X(3) VALUE SPACES.
	02 OUT-NAME PICTURE X(30).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-EXPIRY PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-LAST-RUN PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-LAST-CHG PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-IDLE PICTURE X(5).
	02 OUT-IDLE-N REDEFINES OUT-IDLE PICTURE ZZZZ9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-FLAG PICTURE X(13).
01	NONE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(6)  VALUE 'NONE'.
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 ERR-FILE PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(22) VALUE ' - NO LISTING **'.
01	TRAIL-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 NOTE-FILE PICTURE X(8).
	02 FILLER PICTURE X(60) VALUE
		' NOT ON FILE - ITS ACTIVITY IS MISSING FROM THIS LISTING **'.
01	TABLE-FULL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(67) VALUE
		'** OPERMAST HOLDS MORE OPERATORS THAN THE TABLE - EXCESS NOT LISTED'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(16) VALUE 'ACTIVE OPERATORS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-ACTIVE PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'DORMANT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-DORMANT PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(17) VALUE 'EXPIRING IN CYCLE'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-EXPIRING PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'WITHOUT ACCESS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-NO-ACCESS PICTURE ZZZ9.
01	SIGNOFF-1.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(74) VALUE
		'I HAVE REVIEWED EVERY OPERATOR ABOVE. CHANGES ARE KEYED AS ROMANOPM CARDS.'.
01	SIGNOFF-2.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(76) VALUE
		'CERTIFIED BY ____________________  TITLE ______________  DATE __________'.

PROCEDURE DIVISION.
*> nothing is changed here and nobody is refused - the listing is
*> the evidence a manager signs that every ID still on the master
*> still needs the level it holds.
	ACCEPT PARM-WS FROM COMMAND-LINE.
	IF PARM-WS IS NOT EQUAL TO SPACES
		IF PARM-WS IS NUMERIC
			MOVE PARM-WS TO DORMANT-DAYS
		END-IF
	END-IF.
	ACCEPT TODAY-WS FROM DATE YYYYMMDD.
	MOVE TODAY-WS TO DTS-DATE.
	PERFORM DATE-TO-SERIAL.
	MOVE DTS-SERIAL TO TODAY-SERIAL.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	MOVE TODAY-WS TO OUT-TODAY.
	MOVE DORMANT-DAYS TO OUT-DORMANT-DAYS.
	WRITE STDOUT-RECORD FROM ASOF-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM LOAD-OPERATORS THRU LOAD-OPERATORS-X.
	IF RETURN-CODE IS NOT EQUAL TO 0
		GO TO RB9.
	PERFORM SCAN-AUDIT THRU SCAN-AUDIT-X.
	PERFORM SCAN-CHANGES THRU SCAN-CHANGES-X.
	WRITE STDOUT-RECORD FROM ACTIVE-TITLE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM LIST-ACTIVE
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN OT-COUNT.
	IF ACTIVE-COUNT IS EQUAL TO 0
		WRITE STDOUT-RECORD FROM NONE-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM NO-ACCESS-TITLE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM LIST-NO-ACCESS
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN OT-COUNT.
	IF NO-ACCESS-COUNT IS EQUAL TO 0
		WRITE STDOUT-RECORD FROM NONE-LINE AFTER ADVANCING 1 LINE.
	IF AUDIT-MISSING
		MOVE 'AUDITLOG' TO NOTE-FILE
		WRITE STDOUT-RECORD FROM TRAIL-NOTE-LINE AFTER ADVANCING 2 LINES.
	IF CHANGE-MISSING
		MOVE 'CHGAUDIT' TO NOTE-FILE
		WRITE STDOUT-RECORD FROM TRAIL-NOTE-LINE AFTER ADVANCING 2 LINES.
	IF OPER-TABLE-FULL
		WRITE STDOUT-RECORD FROM TABLE-FULL-LINE AFTER ADVANCING 2 LINES.
	MOVE ACTIVE-COUNT TO TRAILER-ACTIVE.
	MOVE DORMANT-COUNT TO TRAILER-DORMANT.
	MOVE EXPIRING-COUNT TO TRAILER-EXPIRING.
	MOVE NO-ACCESS-COUNT TO TRAILER-NO-ACCESS.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM SIGNOFF-1 AFTER ADVANCING 3 LINES.
	WRITE STDOUT-RECORD FROM SIGNOFF-2 AFTER ADVANCING 3 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 nothing to act on, 4 dormant IDs or entries without access on
*> the master (or an incomplete listing) - the sign-off needs
*> maintenance cards behind it, 12 OPERMAST unavailable (set where
*> it is found).
	IF DORMANT-COUNT IS GREATER THAN 0
			OR NO-ACCESS-COUNT IS GREATER THAN 0
			OR OPER-TABLE-FULL
		MOVE 4 TO RETURN-CODE.
	STOP RUN.
RB9.	CLOSE STANDARD-OUTPUT.
	STOP RUN.
LOAD-OPERATORS.
	OPEN INPUT OPERATOR-FILE.
	IF OPERATOR-STATUS IS NOT EQUAL TO '00'
		MOVE 'OPERMAST' TO ERR-FILE
		MOVE OPERATOR-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO LOAD-OPERATORS-X.
LO1.	READ OPERATOR-FILE AT END GO TO LO8.
	IF OPERM-ID IS EQUAL TO SPACES
		GO TO LO1.
	IF OT-COUNT IS NOT LESS THAN 200
		SET OPER-TABLE-FULL TO TRUE
		GO TO LO8.
	ADD 1 TO OT-COUNT.
	MOVE OPERM-RECORD TO OT-RECORD (OT-COUNT).
	MOVE SPACES TO OT-LAST-RUN (OT-COUNT).
	MOVE SPACES TO OT-LAST-CHG (OT-COUNT).
	GO TO LO1.
LO8.	CLOSE OPERATOR-FILE.
LOAD-OPERATORS-X.
	EXIT.
*> a refused attempt (flag U) is not use of a granted level, so it
*> does not keep an ID alive. The trail's dates are YYMMDD and are
*> taken as this century.
SCAN-AUDIT.
	OPEN INPUT AUDIT-FILE.
	IF AUDIT-STATUS IS NOT EQUAL TO '00'
		SET AUDIT-MISSING TO TRUE
		GO TO SCAN-AUDIT-X.
SA1.	READ AUDIT-FILE AT END GO TO SA8.
	IF AUDIT-FLAG IS EQUAL TO 'U'
			OR AUDIT-DATE IS NOT NUMERIC
		GO TO SA1.
	MOVE AUDIT-OPID TO SEEN-OPID.
	MOVE '20' TO SEEN-DATE (1:2).
	MOVE AUDIT-DATE TO SEEN-DATE (3:6).
	PERFORM FIND-OPERATOR.
	IF FX IS GREATER THAN 0
			AND (OT-LAST-RUN (FX) IS EQUAL TO SPACES
				OR SEEN-DATE IS GREATER THAN OT-LAST-RUN (FX))
		MOVE SEEN-DATE TO OT-LAST-RUN (FX)
	END-IF.
	GO TO SA1.
SA8.	CLOSE AUDIT-FILE.
SCAN-AUDIT-X.
	EXIT.
*> both sides of a master change count - the maker who keyed it and
*> the supervisor who approved it.
SCAN-CHANGES.
	OPEN INPUT CHANGE-FILE.
	IF CHANGE-STATUS IS NOT EQUAL TO '00'
		SET CHANGE-MISSING TO TRUE
		GO TO SCAN-CHANGES-X.
SC1.	READ CHANGE-FILE AT END GO TO SC8.
	IF CHG-DATE IS NOT NUMERIC
		GO TO SC1.
	MOVE '20' TO SEEN-DATE (1:2).
	MOVE CHG-DATE TO SEEN-DATE (3:6).
	MOVE CHG-OPID TO SEEN-OPID.
	PERFORM NOTE-CHANGE.
	IF CHG-APPROVER IS NOT EQUAL TO SPACES
		MOVE CHG-APPROVER TO SEEN-OPID
		PERFORM NOTE-CHANGE.
	GO TO SC1.
SC8.	CLOSE CHANGE-FILE.
SCAN-CHANGES-X.
	EXIT.
NOTE-CHANGE.
	PERFORM FIND-OPERATOR.
	IF FX IS GREATER THAN 0
			AND (OT-LAST-CHG (FX) IS EQUAL TO SPACES
				OR SEEN-DATE IS GREATER THAN OT-LAST-CHG (FX))
		MOVE SEEN-DATE TO OT-LAST-CHG (FX)
	END-IF.
FIND-OPERATOR.
	MOVE 0 TO FX.
	PERFORM FIND-ONE
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN OT-COUNT
			OR FX IS GREATER THAN 0.
FIND-ONE.
	IF OT-RECORD (K) (1:8) IS EQUAL TO SEEN-OPID
		MOVE K TO FX
	END-IF.
*> an entry has access when OPERCHK would let it through: active,
*> a numeric level, and an expiry that is blank or not yet past.
LIST-ACTIVE.
	MOVE OT-RECORD (K) TO OPERM-RECORD.
	IF OPERM-ACTIVE
			AND OPERM-PRIV IS NUMERIC
			AND (OPERM-EXPIRY IS EQUAL TO SPACES
				OR (OPERM-EXPIRY IS NUMERIC
					AND OPERM-EXPIRY IS NOT LESS THAN TODAY-WS))
		ADD 1 TO ACTIVE-COUNT
		PERFORM FORMAT-LINE
		IF OUT-FLAG IS EQUAL TO 'DORMANT'
				OR OUT-FLAG IS EQUAL TO 'NEVER USED'
			ADD 1 TO DORMANT-COUNT
		END-IF
		IF OUT-FLAG IS EQUAL TO 'EXPIRES SOON'
			ADD 1 TO EXPIRING-COUNT
		END-IF
		WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE
	END-IF.
LIST-NO-ACCESS.
	MOVE OT-RECORD (K) TO OPERM-RECORD.
	IF OPERM-ACTIVE
			AND OPERM-PRIV IS NUMERIC
			AND (OPERM-EXPIRY IS EQUAL TO SPACES
				OR (OPERM-EXPIRY IS NUMERIC
					AND OPERM-EXPIRY IS NOT LESS THAN TODAY-WS))
		CONTINUE
	ELSE
		ADD 1 TO NO-ACCESS-COUNT
		PERFORM FORMAT-LINE
		IF OPERM-SUSPENDED
			MOVE 'SUSPENDED' TO OUT-FLAG
		ELSE
			MOVE 'EXPIRED' TO OUT-FLAG
		END-IF
		WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE
	END-IF.
*> the idle days run from the later of the last run and the last
*> change. An ID with neither is counted from the day it was last
*> granted - a new operator is not dormant for having had no work
*> yet - and with no grant date either (an entry from before the
*> maintenance run existed) it is dormant outright.
FORMAT-LINE.
	MOVE OPERM-ID TO OUT-ID.
	MOVE OPERM-PRIV TO OUT-PRIV.
	MOVE OPERM-NAME TO OUT-NAME.
	MOVE OPERM-EXPIRY TO OUT-EXPIRY.
	MOVE OT-LAST-RUN (K) TO OUT-LAST-RUN.
	MOVE OT-LAST-CHG (K) TO OUT-LAST-CHG.
	MOVE SPACES TO OUT-IDLE.
	MOVE SPACES TO OUT-FLAG.
	MOVE OT-LAST-RUN (K) TO LAST-ACTIVITY.
	IF OT-LAST-CHG (K) IS NOT EQUAL TO SPACES
			AND (LAST-ACTIVITY IS EQUAL TO SPACES
				OR OT-LAST-CHG (K) IS GREATER THAN LAST-ACTIVITY)
		MOVE OT-LAST-CHG (K) TO LAST-ACTIVITY.
	IF LAST-ACTIVITY IS EQUAL TO SPACES
		IF OPERM-CHG-DATE IS NUMERIC
			MOVE OPERM-CHG-DATE TO DTS-DATE
			PERFORM DATE-TO-SERIAL
			COMPUTE IDLE-DAYS = TODAY-SERIAL - DTS-SERIAL
			IF IDLE-DAYS IS GREATER THAN DORMANT-DAYS
				MOVE 'NEVER USED' TO OUT-FLAG
			ELSE
				MOVE 'NEW - UNUSED' TO OUT-FLAG
			END-IF
		ELSE
			MOVE 'NEVER USED' TO OUT-FLAG
		END-IF
	ELSE
		MOVE LAST-ACTIVITY TO DTS-DATE
		PERFORM DATE-TO-SERIAL
		COMPUTE IDLE-DAYS = TODAY-SERIAL - DTS-SERIAL
		MOVE IDLE-DAYS TO OUT-IDLE-N
		IF IDLE-DAYS IS GREATER THAN DORMANT-DAYS
			MOVE 'DORMANT' TO OUT-FLAG
		END-IF
	END-IF.
*> an ID whose expiry falls before the next listing is due lapses
*> unless it is renewed on a change card now.
	IF OUT-FLAG IS EQUAL TO SPACES
			AND OPERM-EXPIRY IS NUMERIC
			AND OPERM-EXPIRY IS NOT LESS THAN TODAY-WS
		MOVE OPERM-EXPIRY TO DTS-DATE
		PERFORM DATE-TO-SERIAL
		MOVE DTS-SERIAL TO EXPIRY-SERIAL
		IF EXPIRY-SERIAL - TODAY-SERIAL IS NOT GREATER THAN DORMANT-DAYS
			MOVE 'EXPIRES SOON' TO OUT-FLAG
		END-IF
	END-IF.
*> the day count of a YYYYMMDD date from a fixed origin, as the
*> reject ageing report reckons it, so two dates subtract to the
*> days between them.
DATE-TO-SERIAL.
	DIVIDE DTS-DATE BY 10000 GIVING DTS-Y REMAINDER DTS-REM.
	DIVIDE DTS-REM BY 100 GIVING DTS-M REMAINDER DTS-D.
	IF DTS-M IS NOT GREATER THAN 2
		SUBTRACT 1 FROM DTS-Y
		ADD 12 TO DTS-M
	END-IF.
	DIVIDE DTS-Y BY 4 GIVING DTS-Q1 REMAINDER DTS-REM.
	DIVIDE DTS-Y BY 100 GIVING DTS-Q2 REMAINDER DTS-REM.
	DIVIDE DTS-Y BY 400 GIVING DTS-Q3 REMAINDER DTS-REM.
	COMPUTE DTS-Q4 = 153 * (DTS-M + 1).
	DIVIDE DTS-Q4 BY 5 GIVING DTS-Q4 REMAINDER DTS-REM.
	COMPUTE DTS-SERIAL =
		365 * DTS-Y + DTS-Q1 - DTS-Q2 + DTS-Q3 + DTS-Q4 + DTS-D.
