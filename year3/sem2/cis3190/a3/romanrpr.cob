ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MASTER-FILE ASSIGN TO "MASTFILE"
		ORGANIZATION IS INDEXED
		ACCESS IS DYNAMIC
		RECORD KEY IS MAST-ID
		ALTERNATE RECORD KEY IS MAST-DATE WITH DUPLICATES
		ALTERNATE RECORD KEY IS MAST-DECIMAL WITH DUPLICATES
		FILE STATUS IS MASTER-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "RPRRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
	01 MAST-RECORD.
		02 MAST-ID      PICTURE X(08).
		02 MAST-DATE    PICTURE X(08).
		02 MAST-NUMERAL PICTURE X(60).
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(80).
WORKING-STORAGE SECTION.
77	MASTER-STATUS PICTURE X(02).
*> PARM is the business date of the lost report generation, the
*> YYYYMMDD the night's records carried as their LEDGER-DATE.
77	REPRINT-DATE PICTURE X(08) VALUE SPACES.
77	TEMP PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	PRIME-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	PRIME-BASIS-WS PICTURE X VALUE SPACE.
77	TOTAL-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	TOTAL-SUM   PICTURE S9(11) USAGE IS COMPUTATIONAL VALUE 0.
77	PRIME-FOUND-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	PERFORM RPT-HEADINGS.
*> the night's documents are read straight off the ledger master's
*> ledger-date alternate index - STARTed at the business date and
*> read forward until the date changes - so the reprint no longer
*> needs the right posting-extract generation pointed at, and
*> still works once that generation has rolled off the GDG. A
*> document amended since shows as it now stands on the master; a
*> backed-out one is no longer there to print.
	OPEN INPUT MASTER-FILE.
	IF MASTER-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANRPR I/O ERROR - MASTFILE OPEN STATUS '
			MASTER-STATUS
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE REPRINT-DATE TO MAST-DATE.
	START MASTER-FILE KEY IS EQUAL TO MAST-DATE
		INVALID KEY GO TO RB0
	END-START.
RL1.	READ MASTER-FILE NEXT RECORD AT END GO TO RB0.
	IF MAST-DATE IS NOT EQUAL TO REPRINT-DATE
		GO TO RB0.
	MOVE MAST-ID TO OUT-ID.
	MOVE MAST-NUMERAL TO OUT-R.
	MOVE MAST-DECIMAL TO OUT-EQ.
	MOVE MAST-DECIMAL TO TEMP.
	PERFORM FLAG-PRIME.
	MOVE PRINT-LINE TO RPT-WORK.
	PERFORM WRITE-RPT.
	ADD 1 TO TOTAL-COUNT.
	ADD MAST-DECIMAL TO TOTAL-SUM.
	GO TO RL1.
RB0.	CLOSE MASTER-FILE.
	MOVE TOTAL-COUNT TO TRAILER-COUNT.
	MOVE TOTAL-SUM TO TRAILER-SUM.
	MOVE SPACES TO RPT-WORK.
	PERFORM WRITE-RPT.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 8 nothing on the master for the named date (a date
*> that never ran, or one backed out since), 12 file failure.
	IF TOTAL-COUNT IS EQUAL TO 0
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
*> decimal is prime - the same flag the night run printed, rebuilt
*> the same way.
FLAG-PRIME.
	CALL "PRIMCHK" USING TEMP, PRIME-RET, PRIME-BASIS-WS.
	IF PRIME-RET IS EQUAL TO 1
		MOVE 'P' TO OUT-PRIME-FLAG
		ADD 1 TO PRIME-FOUND-COUNT
