	SELECT POST-FILE ASSIGN TO "POSTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS POST-STATUS.
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
	SELECT REVERSED-FILE ASSIGN TO "BKOREV"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REVERSED-STATUS.
	SELECT HISTORY-FILE ASSIGN TO "BKOHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HISTORY-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "BKORPT"
		ORGANIZATION IS LINE SEQUENTIAL.

		02 POST-NUMERAL PICTURE X(60).
		02 POST-DECIMAL PICTURE 9(08).
		02 POST-BRANCH  PICTURE X(03).
*> the extract grew by the document's source (K keyed, I imaging, R
*> recycled) for the re-key quality sample - declared here so the
*> record length still matches the dataset's.
		02 POST-SOURCE  PICTURE X(01).
FD MASTER-FILE.
	01 MAST-RECORD.
		02 MAST-ID      PICTURE X(08).
		02 MAST-DECIMAL PICTURE 9(08).
		02 MAST-POSTED  PICTURE 9(06).
		02 MAST-BRANCH  PICTURE X(03).
*> BKOREV is this run's reversed-records extract - the image of every
*> master record the backout took off, in the same layout as the
*> posting run's posted-adds extract, so the general ledger journal
*> step reverses exactly what was reversed here. BKOHIST is the one
*> growing backout trail across every run, each image stamped with
*> who ran the backout and when.
FD REVERSED-FILE.
	01 REVERSED-RECORD PICTURE X(93).
FD HISTORY-FILE.
	COPY BKOREC.
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(120).
WORKING-STORAGE SECTION.
77	POST-STATUS PICTURE X(02).
77	MASTER-STATUS PICTURE X(02).
77	REVERSED-STATUS PICTURE X(02).
77	HISTORY-STATUS PICTURE X(02).
77	OPID-WS PICTURE X(08).
77	RUN-DATE-WS PICTURE 9(06).
77	RUN-TIME-WS PICTURE 9(08).
*> PARM is the business date of the night being backed out, the same
*> YYYYMMDD the force run carried as its LEDGER-DATE. The job refuses
*> to run on a date it cannot read: a backout is not a place to guess.
77	BACKOUT-DATE PICTURE X(08) VALUE SPACES.
77	PERIOD-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	POST-COUNT    PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	REVERSE-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	SKIP-COUNT    PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
		'** MASTER FILE UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(21) VALUE ' - NOTHING REVERSED *'.
01	FILE-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 FILE-ERR-NAME PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 FILE-ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(23) VALUE ' - NOTHING REVERSED **'.
01	PARM-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(49) VALUE
		'** BUSINESS DATE PARM NOT NUMERIC - NO BACKOUT **'.
01	CLOSED-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(70) VALUE
		'** BUSINESS DATE IS IN A CLOSED ACCOUNTING PERIOD - NO BACKOUT **'.
01	PERCTL-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(61) VALUE
		'** NO MONTH CLOSED ON PERCTL - CLOSED-PERIOD CHECK SKIPPED **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(11) VALUE 'RECORDS IN '.

PROCEDURE DIVISION.
	ACCEPT BACKOUT-DATE FROM COMMAND-LINE.
	DISPLAY 'USER' UPON ENVIRONMENT-NAME.
	ACCEPT OPID-WS FROM ENVIRONMENT-VALUE.
	ACCEPT RUN-DATE-WS FROM DATE.
	ACCEPT RUN-TIME-WS FROM TIME.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	IF BACKOUT-DATE IS NOT NUMERIC
		STOP RUN.
	MOVE BACKOUT-DATE TO OUT-BKO-DATE.
	WRITE STDOUT-RECORD FROM DATE-LINE AFTER ADVANCING 1 LINE.
*> a night in a closed accounting month is never backed out - its
*> postings are in the statements the branches already hold. What
*> the force run got wrong there is put right by adjusting entries
*> in the open period, through maintenance.
	CALL "PERCHK" USING BACKOUT-DATE, PERIOD-RET.
	IF PERIOD-RET IS EQUAL TO 1
		WRITE STDOUT-RECORD FROM CLOSED-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		DISPLAY 'ROMANBKO REFUSED - ' BACKOUT-DATE
			' IS IN A CLOSED ACCOUNTING PERIOD'
		MOVE 16 TO RETURN-CODE
		STOP RUN.
	IF PERIOD-RET IS EQUAL TO 9
		WRITE STDOUT-RECORD FROM PERCTL-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
*> nothing comes off the master without its trail - a reversal or
*> history dataset that will not open stops the run first.
	OPEN OUTPUT REVERSED-FILE.
	IF REVERSED-STATUS IS NOT EQUAL TO '00'
		MOVE 'BKOREV' TO FILE-ERR-NAME
		MOVE REVERSED-STATUS TO FILE-ERR-STATUS
		WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE POST-FILE, MASTER-FILE, STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN EXTEND HISTORY-FILE.
	IF HISTORY-STATUS IS EQUAL TO '35'
		OPEN OUTPUT HISTORY-FILE
	END-IF.
	IF HISTORY-STATUS IS NOT EQUAL TO '00'
		MOVE 'BKOHIST' TO FILE-ERR-NAME
		MOVE HISTORY-STATUS TO FILE-ERR-STATUS
		WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE
		CLOSE POST-FILE, MASTER-FILE, REVERSED-FILE, STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.
BL1.	READ POST-FILE AT END GO TO BB0.
	ADD 1 TO POST-COUNT.
*> the retained generation carries exactly what the force run posted
*> ends with the completion code that calls for a person.
	IF MAST-NUMERAL IS EQUAL TO POST-NUMERAL
			AND MAST-DECIMAL IS EQUAL TO POST-DECIMAL
		PERFORM NOTE-REVERSAL
		DELETE MASTER-FILE RECORD
		MOVE 'REVERSED - DELETED' TO OUT-DISP
		ADD 1 TO REVERSE-COUNT
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO BL1.
BB0.	CLOSE POST-FILE, MASTER-FILE.
	CLOSE REVERSED-FILE, HISTORY-FILE.
	MOVE POST-COUNT TO TRAILER-READ.
	MOVE REVERSE-COUNT TO TRAILER-REVERSED.
	MOVE SKIP-COUNT TO TRAILER-SKIPPED.
*> shop-standard completion codes so the scheduler can branch:
*> 0 every named-date posting cleanly reversed, 8 a record could not
*> be cleanly reversed (or the generation held nothing for the date),
*> 12 file failure (set where the failure is found), 16 the date is
*> in a closed accounting period and nothing was touched.
	IF FAIL-COUNT IS GREATER THAN 0
			OR REVERSE-COUNT IS EQUAL TO 0
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
*> the image goes to both the run's extract and the growing trail
*> before the delete, so a document can never leave the master
*> without the evidence of what it was.
NOTE-REVERSAL.
	WRITE REVERSED-RECORD FROM MAST-RECORD.
	MOVE SPACES TO BKOH-RECORD.
	MOVE RUN-DATE-WS TO BKOH-RUN-DATE.
	MOVE RUN-TIME-WS TO BKOH-RUN-TIME.
	MOVE OPID-WS TO BKOH-OPID.
	MOVE BACKOUT-DATE TO BKOH-BUS-DATE.
	MOVE MAST-RECORD TO BKOH-IMAGE.
	WRITE BKOH-RECORD.
