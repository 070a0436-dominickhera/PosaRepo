IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANGLJ.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SOURCE-FILE ASSIGN TO "GLSRC"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SOURCE-STATUS.
	SELECT ACCOUNT-FILE ASSIGN TO "GLACCT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ACCOUNT-STATUS.
	SELECT GL-SORT ASSIGN TO "SORTWK1".
	SELECT JOURNAL-FILE ASSIGN TO "GLJFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JOURNAL-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "GLJRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the journal source is a master-image extract - the posting run's
*> posted-adds generation for PARM P, a backout run's reversed-records
*> generation for PARM B - so the journal is always built from what
*> actually went onto (or came off) the master.
FD SOURCE-FILE.
	01 SOURCE-RECORD.
		02 SRC-ID      PICTURE X(08).
		02 SRC-DATE    PICTURE X(08).
		02 SRC-NUMERAL PICTURE X(60).
		02 SRC-DECIMAL PICTURE 9(08).
		02 SRC-POSTED  PICTURE 9(06).
		02 SRC-BRANCH  PICTURE X(03).
*> the account-mapping table finance maintains: one card per branch
*> naming the ledger-value debit and credit accounts, plus an
*> optional *** card for any branch without a card of its own. A
*> branch that maps to nothing is never guessed at - its value stays
*> out of the journal and the journal does not foot.
FD ACCOUNT-FILE.
	01 ACCOUNT-RECORD.
		02 GLA-BRANCH PICTURE X(03).
		02 FILLER     PICTURE X(01).
		02 GLA-DEBIT  PICTURE X(10).
		02 FILLER     PICTURE X(01).
		02 GLA-CREDIT PICTURE X(10).
		02 FILLER     PICTURE X(01).
		02 GLA-NAME   PICTURE X(30).
		02 FILLER     PICTURE X(24).
SD GL-SORT.
	01 SG-RECORD.
		02 SG-DATE    PICTURE X(08).
		02 SG-BRANCH  PICTURE X(03).
		02 SG-DECIMAL PICTURE 9(08).
*> the general ledger interface batch: one header, a debit and a
*> credit line per business date and branch, one trailer carrying
*> the entry count, both column totals and the batch status.
FD JOURNAL-FILE.
	01 GLJ-HEADER.
		02 GLH-TYPE     PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 GLH-BATCH    PICTURE X(12).
		02 FILLER       PICTURE X(01).
		02 GLH-SOURCE   PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 GLH-RUN-DATE PICTURE 9(06).
		02 FILLER       PICTURE X(01).
		02 GLH-RUN-TIME PICTURE 9(08).
		02 FILLER       PICTURE X(01).
		02 GLH-SYSTEM   PICTURE X(08).
		02 FILLER       PICTURE X(32).
	01 GLJ-DETAIL.
		02 GLD-TYPE     PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 GLD-BATCH    PICTURE X(12).
		02 FILLER       PICTURE X(01).
		02 GLD-BUS-DATE PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 GLD-BRANCH   PICTURE X(03).
		02 FILLER       PICTURE X(01).
		02 GLD-ACCOUNT  PICTURE X(10).
		02 FILLER       PICTURE X(01).
		02 GLD-DC       PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 GLD-AMOUNT   PICTURE 9(11).
		02 FILLER       PICTURE X(01).
		02 GLD-ITEMS    PICTURE 9(06).
		02 FILLER       PICTURE X(01).
		02 GLD-TEXT     PICTURE X(20).
	01 GLJ-TRAILER.
		02 GLT-TYPE     PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 GLT-BATCH    PICTURE X(12).
		02 FILLER       PICTURE X(01).
		02 GLT-ENTRIES  PICTURE 9(06).
		02 FILLER       PICTURE X(01).
		02 GLT-DEBITS   PICTURE 9(13).
		02 FILLER       PICTURE X(01).
		02 GLT-CREDITS  PICTURE 9(13).
		02 FILLER       PICTURE X(01).
		02 GLT-STATUS   PICTURE X(04).
		02 FILLER       PICTURE X(26).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(110).
WORKING-STORAGE SECTION.
77	SOURCE-STATUS PICTURE X(02).
77	ACCOUNT-STATUS PICTURE X(02).
77	JOURNAL-STATUS PICTURE X(02).
77	ACCT-FULL-SW PICTURE X VALUE 'N'.
	88 ACCT-TABLE-FULL VALUE 'Y'.
77	GROUP-SW PICTURE X VALUE 'N'.
	88 GROUP-OPEN VALUE 'Y'.
*> PARM names the source: P (the default) journals a posting run's
*> adds, B reverses a backout run's deletions - same accounts, debit
*> and credit swapped. Anything else is refused: a journal is not a
*> place to guess which way the money goes.
77	SOURCE-PARM PICTURE X(01) VALUE SPACE.
77	RUN-DATE-WS PICTURE 9(06).
77	RUN-TIME-WS PICTURE 9(08).
77	BATCH-WS PICTURE X(12).
77	ACCT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	FX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	DX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	SOURCE-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	SOURCE-TOTAL PICTURE S9(13) USAGE IS COMPUTATIONAL VALUE 0.
77	ENTRY-COUNT PICTURE S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77	DEBIT-TOTAL PICTURE S9(13) USAGE IS COMPUTATIONAL VALUE 0.
77	CREDIT-TOTAL PICTURE S9(13) USAGE IS COMPUTATIONAL VALUE 0.
77	UNMAPPED-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	GROUP-DATE PICTURE X(08).
77	GROUP-BRANCH PICTURE X(03).
77	GROUP-ITEMS PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	GROUP-TOTAL PICTURE S9(11) USAGE IS COMPUTATIONAL.
77	DEBIT-ACCT PICTURE X(10).
77	CREDIT-ACCT PICTURE X(10).
01	ACCT-TABLE.
	02 ACCT-ENTRY OCCURS 500 TIMES.
		03 AT-BRANCH PICTURE X(3).
		03 AT-DEBIT  PICTURE X(10).
		03 AT-CREDIT PICTURE X(10).
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(40) VALUE
		'GENERAL LEDGER JOURNAL INTERFACE'.
01	BATCH-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'BATCH '.
	02 OUT-BATCH PICTURE X(12).
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'SOURCE '.
	02 OUT-SOURCE PICTURE X(8).
01	UNDERLINE-1.
	02 FILLER PICTURE X(100) VALUE
		' ---------------------------------------------------------------------------------------------------'.
01	COL-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(8) VALUE 'BUS DATE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'BR '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(6) VALUE ' ITEMS'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE '        AMOUNT'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(10) VALUE 'DEBIT     '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(10) VALUE 'CREDIT    '.
01	UNDERLINE-2.
	02 FILLER PICTURE X(100) VALUE
		' ---------------------------------------------------------------------------------------------------'.
01	PRINT-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 OUT-DATE PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-ITEMS PICTURE ZZZZZ9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-AMOUNT PICTURE Z(10)9.
	02 FILLER PICTURE X(5) VALUE SPACES.
	02 OUT-DEBIT PICTURE X(10).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-CREDIT PICTURE X(10).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-NOTE PICTURE X(30).
01	PARM-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(44) VALUE
		'** SOURCE PARM NOT P OR B - NO JOURNAL **'.
01	WARNING-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(67) VALUE
		'** WARNING - MORE MAPPING CARDS THAN THE TABLE - EXCESS SKIPPED **'.
01	TOTAL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-TOTAL-LABEL PICTURE X(20).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-TOTAL PICTURE Z(12)9.
01	STATUS-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-STATUS PICTURE X(60).
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(14) VALUE 'SOURCE RECORDS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-SOURCE PICTURE ZZZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(13) VALUE 'JOURNAL LINES'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-ENTRIES PICTURE ZZZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'UNMAPPED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-UNMAPPED PICTURE ZZZ9.

PROCEDURE DIVISION.
	ACCEPT SOURCE-PARM FROM COMMAND-LINE.
	ACCEPT RUN-DATE-WS FROM DATE.
	ACCEPT RUN-TIME-WS FROM TIME.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	IF SOURCE-PARM IS EQUAL TO SPACE
		MOVE 'P' TO SOURCE-PARM.
	IF SOURCE-PARM IS NOT EQUAL TO 'P'
			AND SOURCE-PARM IS NOT EQUAL TO 'B'
		WRITE STDOUT-RECORD FROM PARM-ERROR-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
*> the batch number the general ledger dedupes on: source, run date
*> and run time to the minute - a rerun of the same step is a new
*> batch, never a silent replacement of one already taken.
	MOVE SPACES TO BATCH-WS.
	MOVE SOURCE-PARM TO BATCH-WS (1:1).
	MOVE RUN-DATE-WS TO BATCH-WS (2:6).
	MOVE RUN-TIME-WS (1:4) TO BATCH-WS (8:4).
	MOVE BATCH-WS TO OUT-BATCH.
	IF SOURCE-PARM IS EQUAL TO 'P'
		MOVE 'POSTING' TO OUT-SOURCE
	ELSE
		MOVE 'BACKOUT' TO OUT-SOURCE
	END-IF.
	WRITE STDOUT-RECORD FROM BATCH-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM LOAD-ACCOUNTS THRU LOAD-ACCOUNTS-X.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	OPEN OUTPUT JOURNAL-FILE.
	IF JOURNAL-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANGLJ I/O ERROR - GLJFILE OPEN STATUS '
			JOURNAL-STATUS
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE SPACES TO GLJ-HEADER.
	MOVE 'H' TO GLH-TYPE.
	MOVE BATCH-WS TO GLH-BATCH.
	MOVE OUT-SOURCE TO GLH-SOURCE.
	MOVE RUN-DATE-WS TO GLH-RUN-DATE.
	MOVE RUN-TIME-WS TO GLH-RUN-TIME.
	MOVE 'ROMANLDG' TO GLH-SYSTEM.
	WRITE GLJ-HEADER.
*> the extract is resequenced on business date and branch so each
*> summary entry falls out of one control break - the extract is the
*> night's full volume, and nothing of it is held in storage.
	SORT GL-SORT
		ON ASCENDING KEY SG-DATE SG-BRANCH
		INPUT PROCEDURE IS SOURCE-IN THRU SOURCE-IN-X
		OUTPUT PROCEDURE IS JOURNAL-OUT THRU JOURNAL-OUT-X.
*> the batch foots when the debit column, the credit column and the
*> extract's own total all agree. Anything else - in practice a
*> branch with no account mapping - and the trailer is stamped HELD
*> and the step ends with the completion code that keeps the batch
*> away from the general ledger until finance has fixed the table.
	MOVE SPACES TO GLJ-TRAILER.
	MOVE 'T' TO GLT-TYPE.
	MOVE BATCH-WS TO GLT-BATCH.
	MOVE ENTRY-COUNT TO GLT-ENTRIES.
	MOVE DEBIT-TOTAL TO GLT-DEBITS.
	MOVE CREDIT-TOTAL TO GLT-CREDITS.
	IF DEBIT-TOTAL IS EQUAL TO CREDIT-TOTAL
			AND DEBIT-TOTAL IS EQUAL TO SOURCE-TOTAL
		MOVE 'OK' TO GLT-STATUS
		MOVE 'JOURNAL FOOTS - RELEASED' TO OUT-STATUS
	ELSE
		MOVE 'HELD' TO GLT-STATUS
		MOVE '** JOURNAL DOES NOT FOOT - HELD **' TO OUT-STATUS
	END-IF.
	WRITE GLJ-TRAILER.
	CLOSE JOURNAL-FILE.
	MOVE 'EXTRACT TOTAL' TO OUT-TOTAL-LABEL.
	MOVE SOURCE-TOTAL TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
	MOVE 'TOTAL DEBITS' TO OUT-TOTAL-LABEL.
	MOVE DEBIT-TOTAL TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TOTAL CREDITS' TO OUT-TOTAL-LABEL.
	MOVE CREDIT-TOTAL TO OUT-TOTAL.
	WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM STATUS-LINE AFTER ADVANCING 1 LINE.
	MOVE SOURCE-COUNT TO TRAILER-SOURCE.
	MOVE ENTRY-COUNT TO TRAILER-ENTRIES.
	MOVE UNMAPPED-COUNT TO TRAILER-UNMAPPED.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 journal footed and released, 4 nothing to journal (an empty
*> batch is still filed, header and trailer only), 8 journal does not
*> foot and is held, 12 file failure or bad PARM (set where found).
	IF SOURCE-COUNT IS EQUAL TO 0
		MOVE 4 TO RETURN-CODE.
	IF GLT-STATUS IS EQUAL TO 'HELD'
		MOVE 8 TO RETURN-CODE.
	STOP RUN.
*> the mapping table is loaded once; a missing table maps nothing,
*> so every entry goes unmapped and the batch is held - a journal
*> with no chart of accounts behind it is no journal at all.
LOAD-ACCOUNTS.
	OPEN INPUT ACCOUNT-FILE.
	IF ACCOUNT-STATUS IS NOT EQUAL TO '00'
		GO TO LOAD-ACCOUNTS-X.
LA1.	READ ACCOUNT-FILE AT END GO TO LA8.
	IF GLA-DEBIT IS EQUAL TO SPACES
			OR GLA-CREDIT IS EQUAL TO SPACES
		GO TO LA1.
	IF ACCT-COUNT IS NOT LESS THAN 500
		SET ACCT-TABLE-FULL TO TRUE
		GO TO LA8.
	ADD 1 TO ACCT-COUNT.
	MOVE GLA-BRANCH TO AT-BRANCH (ACCT-COUNT).
	MOVE GLA-DEBIT TO AT-DEBIT (ACCT-COUNT).
	MOVE GLA-CREDIT TO AT-CREDIT (ACCT-COUNT).
	GO TO LA1.
LA8.	CLOSE ACCOUNT-FILE.
	IF ACCT-TABLE-FULL
		WRITE STDOUT-RECORD FROM WARNING-LINE AFTER ADVANCING 1 LINE
	END-IF.
LOAD-ACCOUNTS-X.
	EXIT.
*> a missing extract on a night that posted nothing reads as empty,
*> the same tolerance the balancing gate extends the posting extract.
SOURCE-IN.
	OPEN INPUT SOURCE-FILE.
	IF SOURCE-STATUS IS NOT EQUAL TO '00'
		GO TO SOURCE-IN-X.
SI1.	READ SOURCE-FILE AT END GO TO SI8.
	ADD 1 TO SOURCE-COUNT.
	ADD SRC-DECIMAL TO SOURCE-TOTAL.
	MOVE SRC-DATE TO SG-DATE.
	MOVE SRC-BRANCH TO SG-BRANCH.
	MOVE SRC-DECIMAL TO SG-DECIMAL.
	RELEASE SG-RECORD.
	GO TO SI1.
SI8.	CLOSE SOURCE-FILE.
SOURCE-IN-X.
	EXIT.
JOURNAL-OUT.
JO1.	RETURN GL-SORT AT END GO TO JO8.
	IF GROUP-OPEN
			AND (SG-DATE IS NOT EQUAL TO GROUP-DATE
				OR SG-BRANCH IS NOT EQUAL TO GROUP-BRANCH)
		PERFORM WRITE-ENTRY THRU WRITE-ENTRY-X
		MOVE 'N' TO GROUP-SW
	END-IF.
	IF NOT GROUP-OPEN
		MOVE SG-DATE TO GROUP-DATE
		MOVE SG-BRANCH TO GROUP-BRANCH
		MOVE 0 TO GROUP-ITEMS
		MOVE 0 TO GROUP-TOTAL
		SET GROUP-OPEN TO TRUE
	END-IF.
	ADD 1 TO GROUP-ITEMS.
	ADD SG-DECIMAL TO GROUP-TOTAL.
	GO TO JO1.
JO8.	IF GROUP-OPEN
		PERFORM WRITE-ENTRY THRU WRITE-ENTRY-X
	END-IF.
JOURNAL-OUT-X.
	EXIT.
*> one business date / branch summary: the branch's own mapping
*> card if it has one, else the *** card, else nothing. A posting
*> debits the card's debit account and credits its credit account; a
*> backout is the mirror entry.
WRITE-ENTRY.
	MOVE GROUP-DATE TO OUT-DATE.
	MOVE GROUP-BRANCH TO OUT-BRANCH.
	MOVE GROUP-ITEMS TO OUT-ITEMS.
	MOVE GROUP-TOTAL TO OUT-AMOUNT.
	MOVE 0 TO FX.
	MOVE 0 TO DX.
	PERFORM FIND-ACCOUNT
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN ACCT-COUNT
			OR FX IS GREATER THAN 0.
	IF FX IS EQUAL TO 0
		MOVE DX TO FX.
	IF FX IS EQUAL TO 0
		MOVE SPACES TO OUT-DEBIT
		MOVE SPACES TO OUT-CREDIT
		MOVE '** NO ACCOUNT MAPPING **' TO OUT-NOTE
		ADD 1 TO UNMAPPED-COUNT
		WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE
		GO TO WRITE-ENTRY-X.
	IF SOURCE-PARM IS EQUAL TO 'P'
		MOVE AT-DEBIT (FX) TO DEBIT-ACCT
		MOVE AT-CREDIT (FX) TO CREDIT-ACCT
		MOVE SPACES TO OUT-NOTE
	ELSE
		MOVE AT-CREDIT (FX) TO DEBIT-ACCT
		MOVE AT-DEBIT (FX) TO CREDIT-ACCT
		MOVE 'REVERSING ENTRY' TO OUT-NOTE
	END-IF.
	MOVE SPACES TO GLJ-DETAIL.
	MOVE 'D' TO GLD-TYPE.
	MOVE BATCH-WS TO GLD-BATCH.
	MOVE GROUP-DATE TO GLD-BUS-DATE.
	MOVE GROUP-BRANCH TO GLD-BRANCH.
	MOVE GROUP-TOTAL TO GLD-AMOUNT.
	MOVE GROUP-ITEMS TO GLD-ITEMS.
	IF SOURCE-PARM IS EQUAL TO 'P'
		MOVE 'ROMAN LEDGER POSTING' TO GLD-TEXT
	ELSE
		MOVE 'ROMAN LEDGER BACKOUT' TO GLD-TEXT
	END-IF.
	MOVE DEBIT-ACCT TO GLD-ACCOUNT.
	MOVE 'D' TO GLD-DC.
	WRITE GLJ-DETAIL.
	MOVE CREDIT-ACCT TO GLD-ACCOUNT.
	MOVE 'C' TO GLD-DC.
	WRITE GLJ-DETAIL.
	ADD 2 TO ENTRY-COUNT.
	ADD GROUP-TOTAL TO DEBIT-TOTAL.
	ADD GROUP-TOTAL TO CREDIT-TOTAL.
	MOVE DEBIT-ACCT TO OUT-DEBIT.
	MOVE CREDIT-ACCT TO OUT-CREDIT.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
WRITE-ENTRY-X.
	EXIT.
FIND-ACCOUNT.
	IF AT-BRANCH (K) IS EQUAL TO GROUP-BRANCH
		MOVE K TO FX
	END-IF.
	IF AT-BRANCH (K) IS EQUAL TO '***'
			AND DX IS EQUAL TO 0
		MOVE K TO DX
	END-IF.
