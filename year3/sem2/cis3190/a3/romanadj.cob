IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANADJ.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ADJUST-FILE ASSIGN TO "ADJHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ADJUST-STATUS.
	SELECT SORT-FILE ASSIGN TO "SORTWK".
	SELECT STANDARD-OUTPUT ASSIGN TO "ADJRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ADJUST-FILE.
	COPY ADJREC.
*> the month's adjusting entries brought together by the closed
*> month they correct, then branch and document - the trail itself
*> is in the order the entries were made.
SD SORT-FILE.
	01 SORT-RECORD.
		02 SRT-ORIG-MONTH PICTURE X(06).
		02 SRT-BRANCH     PICTURE X(03).
		02 SRT-ID         PICTURE X(08).
		02 SRT-DATE       PICTURE X(08).
		02 SRT-TIME       PICTURE 9(08).
		02 SRT-TYPE       PICTURE X(01).
		02 SRT-ORIG-DATE  PICTURE X(08).
		02 SRT-BEF        PICTURE 9(08).
		02 SRT-AFT        PICTURE 9(08).
		02 SRT-SIGN       PICTURE X(01).
		02 SRT-AMOUNT     PICTURE 9(08).
		02 SRT-MAKER      PICTURE X(08).
		02 SRT-APPROVER   PICTURE X(08).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(120).
WORKING-STORAGE SECTION.
77	ADJUST-STATUS PICTURE X(02).
*> PARM is the open month YYYYMM whose adjusting entries are listed -
*> run at its month-end, so the package that goes out with the
*> month's statements carries the corrections made in it to the
*> months already closed.
77	TARGET-MONTH PICTURE X(06) VALUE SPACES.
77	CURR-MONTH PICTURE X(06).
77	FIRST-GROUP-SW PICTURE X VALUE 'Y'.
	88 FIRST-GROUP VALUE 'Y'.
77	ENTRY-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	NET-TOTAL PICTURE S9(11) USAGE IS COMPUTATIONAL VALUE 0.
77	GRP-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	GRP-NET PICTURE S9(11) USAGE IS COMPUTATIONAL VALUE 0.
77	AMOUNT-WS PICTURE S9(9) USAGE IS COMPUTATIONAL.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(32) VALUE 'PRIOR-PERIOD ADJUSTMENTS REPORT'.
01	MONTH-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(26) VALUE 'ADJUSTING ENTRIES DATED IN'.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-MONTH PICTURE X(6).
01	UNDERLINE-1.
	02 FILLER PICTURE X(110) VALUE
		' -------------------------------------------------------------------------------------------------------------'.
01	COL-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(8) VALUE 'DOC ID  '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'BR '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'DOC DATE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'ADJ DATE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(15) VALUE 'ENTRY'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(9) VALUE '   BEFORE'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(9) VALUE '    AFTER'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(10) VALUE 'ADJUSTMENT'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'KEYED BY'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'APPROVER'.
01	UNDERLINE-2.
	02 FILLER PICTURE X(110) VALUE
		' -------------------------------------------------------------------------------------------------------------'.
01	GROUP-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(25) VALUE 'CORRECTING CLOSED PERIOD'.
	02 OUT-ORIG-MONTH PICTURE X(6).
01	PRINT-LINE.
	02 FILLER PICTURE X VALUE SPACE.
	02 OUT-ID PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-ORIG-DATE PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-DATE PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-TYPE PICTURE X(15).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-BEF PICTURE Z(8)9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-AFT PICTURE Z(8)9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-AMOUNT PICTURE +(9)9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-MAKER PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-APPROVER PICTURE X(8).
01	SUBTOTAL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(10) VALUE 'PERIOD    '.
	02 OUT-SUB-MONTH PICTURE X(6).
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'ENTRIES'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-SUB-COUNT PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'NET ADJUSTMENT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-SUB-NET PICTURE +(11)9.
01	NONE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(40) VALUE 'NO PRIOR-PERIOD ADJUSTMENTS THIS MONTH'.
01	PARM-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(45) VALUE
		'** MONTH PARM NOT NUMERIC - NO RUN **'.
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(41) VALUE
		'** ADJUSTMENT TRAIL UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(13) VALUE 'TOTAL ENTRIES'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-COUNT PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(14) VALUE 'NET ADJUSTMENT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-NET PICTURE +(11)9.

PROCEDURE DIVISION.
	ACCEPT TARGET-MONTH FROM COMMAND-LINE.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	IF TARGET-MONTH IS NOT NUMERIC
		WRITE STDOUT-RECORD FROM PARM-ERROR-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE TARGET-MONTH TO OUT-MONTH.
	WRITE STDOUT-RECORD FROM MONTH-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-2 AFTER ADVANCING 1 LINE.
	SORT SORT-FILE
		ON ASCENDING KEY SRT-ORIG-MONTH SRT-BRANCH SRT-ID
			SRT-DATE SRT-TIME
		INPUT PROCEDURE IS SEL-MONTH THRU SEL-MONTH-X
		OUTPUT PROCEDURE IS LIST-ENTRIES THRU LIST-ENTRIES-X.
	IF ENTRY-COUNT IS EQUAL TO 0
		WRITE STDOUT-RECORD FROM NONE-LINE AFTER ADVANCING 2 LINES
	END-IF.
	MOVE ENTRY-COUNT TO TRAILER-COUNT.
	MOVE NET-TOTAL TO TRAILER-NET.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean (a month with no adjustments is clean too), 12 bad PARM
*> or file failure (set where the failure is found).
	STOP RUN.
*> only the entries dated in the month asked for. No trail at all is
*> a shop that has never had to adjust a closed month.
SEL-MONTH.
	OPEN INPUT ADJUST-FILE.
	IF ADJUST-STATUS IS EQUAL TO '35'
		GO TO SEL-MONTH-X.
	IF ADJUST-STATUS IS NOT EQUAL TO '00'
		MOVE ADJUST-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO SEL-MONTH-X.
SM1.	READ ADJUST-FILE AT END GO TO SM8.
	IF ADJ-DATE (1:6) IS NOT EQUAL TO TARGET-MONTH
		GO TO SM1.
	MOVE ADJ-ORIG-DATE (1:6) TO SRT-ORIG-MONTH.
	MOVE ADJ-BRANCH TO SRT-BRANCH.
	MOVE ADJ-ID TO SRT-ID.
	MOVE ADJ-DATE TO SRT-DATE.
	MOVE ADJ-TIME TO SRT-TIME.
	MOVE ADJ-TYPE TO SRT-TYPE.
	MOVE ADJ-ORIG-DATE TO SRT-ORIG-DATE.
	MOVE ADJ-BEF-DECIMAL TO SRT-BEF.
	MOVE ADJ-AFT-DECIMAL TO SRT-AFT.
	MOVE ADJ-SIGN TO SRT-SIGN.
	MOVE ADJ-AMOUNT TO SRT-AMOUNT.
	MOVE ADJ-MAKER TO SRT-MAKER.
	MOVE ADJ-APPROVER TO SRT-APPROVER.
	RELEASE SORT-RECORD.
	GO TO SM1.
SM8.	CLOSE ADJUST-FILE.
SEL-MONTH-X.
	EXIT.
*> one group per closed month corrected, each with its entry count
*> and net adjustment, and the month's total at the foot.
LIST-ENTRIES.
LE1.	RETURN SORT-FILE AT END GO TO LE8.
	IF FIRST-GROUP
			OR SRT-ORIG-MONTH IS NOT EQUAL TO CURR-MONTH
		PERFORM GROUP-BREAK.
	IF SRT-SIGN IS EQUAL TO '-'
		COMPUTE AMOUNT-WS = 0 - SRT-AMOUNT
	ELSE
		MOVE SRT-AMOUNT TO AMOUNT-WS.
	MOVE SRT-ID TO OUT-ID.
	MOVE SRT-BRANCH TO OUT-BRANCH.
	MOVE SRT-ORIG-DATE TO OUT-ORIG-DATE.
	MOVE SRT-DATE TO OUT-DATE.
	MOVE SPACES TO OUT-TYPE.
	IF SRT-TYPE IS EQUAL TO 'J'
		MOVE 'AMOUNT ADJUSTED' TO OUT-TYPE.
	IF SRT-TYPE IS EQUAL TO 'V'
		MOVE 'DOCUMENT VOIDED' TO OUT-TYPE.
	IF SRT-TYPE IS EQUAL TO 'P'
		MOVE 'LATE POSTING' TO OUT-TYPE.
	MOVE SRT-BEF TO OUT-BEF.
	MOVE SRT-AFT TO OUT-AFT.
	MOVE AMOUNT-WS TO OUT-AMOUNT.
	MOVE SRT-MAKER TO OUT-MAKER.
	MOVE SRT-APPROVER TO OUT-APPROVER.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO GRP-COUNT.
	ADD AMOUNT-WS TO GRP-NET.
	ADD 1 TO ENTRY-COUNT.
	ADD AMOUNT-WS TO NET-TOTAL.
	GO TO LE1.
LE8.	IF NOT FIRST-GROUP
		PERFORM GROUP-FOOT.
LIST-ENTRIES-X.
	EXIT.
GROUP-BREAK.
	IF NOT FIRST-GROUP
		PERFORM GROUP-FOOT.
	MOVE 'N' TO FIRST-GROUP-SW.
	MOVE SRT-ORIG-MONTH TO CURR-MONTH.
	MOVE 0 TO GRP-COUNT.
	MOVE 0 TO GRP-NET.
	MOVE CURR-MONTH TO OUT-ORIG-MONTH.
	WRITE STDOUT-RECORD FROM GROUP-LINE AFTER ADVANCING 2 LINES.
GROUP-FOOT.
	MOVE CURR-MONTH TO OUT-SUB-MONTH.
	MOVE GRP-COUNT TO OUT-SUB-COUNT.
	MOVE GRP-NET TO OUT-SUB-NET.
	WRITE STDOUT-RECORD FROM SUBTOTAL-LINE AFTER ADVANCING 2 LINES.
