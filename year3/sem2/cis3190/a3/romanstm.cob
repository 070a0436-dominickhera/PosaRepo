FILE-CONTROL.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS DYNAMIC
		RECORD KEY IS MAST-ID
		ALTERNATE RECORD KEY IS MAST-DATE WITH DUPLICATES
		ALTERNATE RECORD KEY IS MAST-DECIMAL WITH DUPLICATES
		FILE STATUS IS MASTER-STATUS.
	SELECT REJECT-FILE ASSIGN TO "REJFILE"
		ORGANIZATION IS LINE SEQUENTIAL
77	RJ-FULL-SW PICTURE X VALUE 'N'.
	88 RJ-TABLE-FULL VALUE 'Y'.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
*> the branch's name and region for the statement heading, from the
*> branch reference master through BRANCHK.
77	BR-CHECK-DATE PICTURE X(8) VALUE SPACES.
77	BR-NAME PICTURE X(30).
77	BR-REGION PICTURE X(10).
77	BR-CHECK-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	FX PICTURE S9(4) USAGE IS COMPUTATIONAL.
*> per-branch reject counts for the month, keyed by the branch
*> column conv stamps on REJFILE records - a hundred branches is
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(7)  VALUE 'BRANCH '.
	02 OUT-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-BR-NAME PICTURE X(30).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-BR-REGION PICTURE X(10).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(16) VALUE 'STATEMENT MONTH '.
	02 OUT-MONTH PICTURE X(6).
01	NOBRANCH-HEAD.
			AND RETURN-CODE IS EQUAL TO 0
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
*> go in on the ledger-date alternate index at the first day of the
*> statement month and read forward only while the dates stay in
*> it, handing the sort just the month's postings - no pass over
*> every other month on the master.
SEL-MONTH.
	OPEN INPUT MASTER-FILE.
	IF MASTER-STATUS IS NOT EQUAL TO '00'
			MASTER-STATUS
		MOVE 12 TO RETURN-CODE
		GO TO SEL-MONTH-X.
	MOVE TARGET-MONTH TO MAST-DATE (1:6).
	MOVE '01' TO MAST-DATE (7:2).
	START MASTER-FILE KEY IS NOT LESS THAN MAST-DATE
		INVALID KEY GO TO SM8
	END-START.
SM1.	READ MASTER-FILE NEXT RECORD AT END GO TO SM8.
	IF MAST-DATE (1:6) IS NOT EQUAL TO TARGET-MONTH
		GO TO SM8.
	MOVE MAST-BRANCH TO SRT-BRANCH.
	MOVE MAST-ID TO SRT-ID.
	MOVE MAST-DATE TO SRT-DATE.
	MOVE MAST-NUMERAL TO SRT-NUMERAL.
	MOVE MAST-DECIMAL TO SRT-DECIMAL.
	RELEASE SORT-RECORD.
	GO TO SM1.
SM8.	CLOSE MASTER-FILE.
SEL-MONTH-X.
		WRITE STDOUT-RECORD FROM NOBRANCH-HEAD AFTER ADVANCING 2 LINES
	ELSE
		MOVE CURR-BRANCH TO OUT-BRANCH
		CALL "BRANCHK" USING CURR-BRANCH, BR-CHECK-DATE, BR-NAME,
			BR-REGION, BR-CHECK-RET
		IF BR-CHECK-RET IS EQUAL TO 1
			MOVE '** NOT ON BRANCH MASTER **' TO BR-NAME
		END-IF
		MOVE BR-NAME TO OUT-BR-NAME
		MOVE BR-REGION TO OUT-BR-REGION
		MOVE TARGET-MONTH TO OUT-MONTH
		WRITE STDOUT-RECORD FROM BRANCH-HEAD AFTER ADVANCING 2 LINES
	END-IF.
