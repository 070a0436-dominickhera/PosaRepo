IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANRKY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT POST-FILE ASSIGN TO "POSTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS POST-STATUS.
	SELECT SAMPLE-FILE ASSIGN TO "RKYSAMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SAMPLE-STATUS.
	SELECT CARD-FILE ASSIGN TO "RKYCARD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CARD-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "RKYRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD POST-FILE.
	01 POST-RECORD.
		02 POST-ID      PICTURE X(08).
		02 POST-DATE    PICTURE X(08).
		02 POST-NUMERAL PICTURE X(60).
		02 POST-DECIMAL PICTURE 9(08).
		02 POST-BRANCH  PICTURE X(03).
		02 POST-SOURCE  PICTURE X(01).
*> the drawn sample: the worksheet sequence number the re-keyed card
*> names, and the document as it was posted - kept here so the
*> compare run checks against what the night posted even after the
*> extract generation has rolled off.
FD SAMPLE-FILE.
	01 SAMPLE-RECORD PICTURE X(120).
*> one re-keyed document: the worksheet sequence number and document
*> ID, the value keyed from the paper exactly as written (Roman or
*> decimal, whichever the document shows), and the operator who keyed
*> it.
FD CARD-FILE.
	01 CARD-RECORD.
		02 CARD-SEQ    PICTURE X(04).
		02 FILLER      PICTURE X(01).
		02 CARD-ID     PICTURE X(08).
		02 FILLER      PICTURE X(01).
		02 CARD-VALUE  PICTURE X(60).
		02 FILLER      PICTURE X(01).
		02 CARD-KEYER  PICTURE X(08).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
WORKING-STORAGE SECTION.
77	POST-STATUS PICTURE X(02).
77	SAMPLE-STATUS PICTURE X(02).
77	CARD-STATUS PICTURE X(02).
*> PARM is the run and a two-digit percentage: S draws the sample,
*> taking that percentage of every branch-and-source stratum (at
*> least one document from each, blank 05); C compares the re-keyed
*> cards with the sample and holds it when an error rate passes that
*> percentage (blank 02). An S run may carry an eight-digit seed
*> after the percentage - the seed printed on an earlier worksheet -
*> to draw that sample again.
77	PARM-WS PICTURE X(11) VALUE SPACES.
77	RUN-MODE PICTURE X(01).
	88 DRAW-RUN VALUE 'S'.
	88 COMPARE-RUN VALUE 'C'.
77	PCT-WS PICTURE 9(02).
77	TODAY-WS PICTURE X(08).
77	RUN-TIME-WS PICTURE 9(08).
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	J  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	FX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	SX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	N  PICTURE S99 USAGE IS COMPUTATIONAL.
77	RET  PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	TEMP PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	POST-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	ST-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	SM-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	SEQ-WS PICTURE 9(04) VALUE 0.
77	NEED-WS PICTURE S9(6) USAGE IS COMPUTATIONAL.
77	LEFT-WS PICTURE S9(6) USAGE IS COMPUTATIONAL.
77	DRAW-WS PICTURE S9(6) USAGE IS COMPUTATIONAL.
77	TABLE-FULL-SW PICTURE X VALUE 'N'.
	88 TABLE-FULL VALUE 'Y'.
*> the draw is the minimal-standard multiplicative generator - each
*> seed times 16807, modulo 2**31 - 1 - started from the PARM's seed
*> or, without one, the time of day, and printed on the worksheet,
*> so any draw can be made again from the same extract by running
*> with the seed it printed.
77	SEED-WS PICTURE S9(10) USAGE IS COMPUTATIONAL.
77	FIRST-SEED PICTURE S9(10) USAGE IS COMPUTATIONAL.
77	RAND-WORK PICTURE S9(18) USAGE IS COMPUTATIONAL.
77	RAND-Q PICTURE S9(18) USAGE IS COMPUTATIONAL.
77	CARD-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	CARD-ERRORS PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	CHECKED-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	ERROR-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	UNKEYED-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	OVER-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	BT-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	KEYED-DEC PICTURE 9(08).
77	RATE-WS PICTURE S9(3)V9 USAGE IS COMPUTATIONAL.
77	RATE-CHECKED PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	RATE-ERRORS PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	CK-RESULT-WS PICTURE X(20).
01	SAMPLE-WS.
	02 SW-SEQ     PICTURE 9(04).
	02 FILLER     PICTURE X(01).
	02 SW-ID      PICTURE X(08).
	02 FILLER     PICTURE X(01).
	02 SW-DATE    PICTURE X(08).
	02 FILLER     PICTURE X(01).
	02 SW-BRANCH  PICTURE X(03).
	02 FILLER     PICTURE X(01).
	02 SW-SOURCE  PICTURE X(01).
	02 FILLER     PICTURE X(01).
	02 SW-DECIMAL PICTURE 9(08).
	02 FILLER     PICTURE X(01).
	02 SW-NUMERAL PICTURE X(60).
	02 FILLER     PICTURE X(01).
	02 SW-DRAWN   PICTURE X(08).
	02 FILLER     PICTURE X(01).
	02 SW-SEED    PICTURE 9(10).
	02 FILLER     PICTURE X(02).
COPY ARRAYAREA.
*> the night's strata - one per branch and source seen on the
*> extract, kept in branch then source order for the worksheet.
01	STRATUM-TABLE.
	02 ST-ENTRY OCCURS 500 TIMES.
		03 ST-KEY.
			04 ST-BRANCH PICTURE X(03).
			04 ST-SOURCE PICTURE X(01).
		03 ST-DOCS  PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 ST-WANT  PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 ST-SEEN  PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 ST-TAKEN PICTURE S9(6) USAGE IS COMPUTATIONAL.
01	STRATUM-SWAP PICTURE X(20).
*> the sample itself: drawn documents on the draw run, and on the
*> compare run the sample read back with what was re-keyed for each.
01	SAMPLE-TABLE.
	02 SM-ENTRY OCCURS 2000 TIMES.
		03 SM-RECORD  PICTURE X(120).
		03 SM-STRATUM PICTURE S9(4) USAGE IS COMPUTATIONAL.
		03 SM-STATE   PICTURE X(01).
			88 SM-UNKEYED VALUE SPACE.
			88 SM-AGREES  VALUE 'A'.
			88 SM-DIFFERS VALUE 'X'.
		03 SM-KEYED   PICTURE X(60).
		03 SM-KEYER   PICTURE X(08).
		03 SM-RESULT  PICTURE X(20).
*> the compare run's tallies by source and by branch.
01	SOURCE-TABLE.
	02 SR-ENTRY OCCURS 3 TIMES.
		03 SR-CODE    PICTURE X(01).
		03 SR-NAME    PICTURE X(10).
		03 SR-SAMPLED PICTURE S9(4) USAGE IS COMPUTATIONAL.
		03 SR-CHECKED PICTURE S9(4) USAGE IS COMPUTATIONAL.
		03 SR-ERRORS  PICTURE S9(4) USAGE IS COMPUTATIONAL.
01	BRANCH-TABLE.
	02 BT-ENTRY OCCURS 500 TIMES.
		03 BT-BRANCH  PICTURE X(03).
		03 BT-SAMPLED PICTURE S9(4) USAGE IS COMPUTATIONAL.
		03 BT-CHECKED PICTURE S9(4) USAGE IS COMPUTATIONAL.
		03 BT-ERRORS  PICTURE S9(4) USAGE IS COMPUTATIONAL.
01	SHEET-TITLE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(38) VALUE
		'BLIND RE-KEY WORKSHEET - POSTED VALUES'.
	02 FILLER PICTURE X(17) VALUE ' WITHHELD'.
01	COMPARE-TITLE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(36) VALUE
		'BLIND RE-KEY QUALITY SAMPLE - RESULT'.
01	DRAW-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'DRAWN '.
	02 OUT-DRAWN PICTURE X(8).
	02 FILLER PICTURE X(7)  VALUE '  SEED '.
	02 OUT-SEED PICTURE 9(10).
	02 FILLER PICTURE X(7)  VALUE '  RATE '.
	02 OUT-PCT PICTURE Z9.
	02 FILLER PICTURE X(13) VALUE '%  DOCUMENTS '.
	02 OUT-POSTED PICTURE ZZZZZ9.
	02 FILLER PICTURE X(10) VALUE '  SAMPLED '.
	02 OUT-SAMPLED PICTURE ZZZ9.
01	SAMPLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(13) VALUE 'SAMPLE DRAWN '.
	02 OUT-S-DRAWN PICTURE X(8).
	02 FILLER PICTURE X(7)  VALUE '  SEED '.
	02 OUT-S-SEED PICTURE 9(10).
	02 FILLER PICTURE X(12) VALUE '  THRESHOLD '.
	02 OUT-S-PCT PICTURE Z9.
	02 FILLER PICTURE X(11) VALUE '%  SAMPLED '.
	02 OUT-S-SAMPLED PICTURE ZZZ9.
01	UNDERLINE-1.
	02 FILLER PICTURE X(99) VALUE
		' --------------------------------------------------------------------------------------------------'.
01	INSTRUCT-1.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(76) VALUE
		'KEY EACH VALUE FROM THE PAPER DOCUMENT EXACTLY AS WRITTEN - ROMAN OR DECIMAL'.
01	INSTRUCT-2.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(80) VALUE
		'CARD: COL 1-4 SEQ, 6-13 DOC ID, 15-74 VALUE AS ON PAPER, 76-83 YOUR OPERATOR ID'.
01	STRATUM-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(7)  VALUE 'BRANCH '.
	02 OUT-ST-BRANCH PICTURE X(4).
	02 FILLER PICTURE X(9)  VALUE '  SOURCE '.
	02 OUT-ST-SOURCE PICTURE X(10).
	02 FILLER PICTURE X(12) VALUE '  DOCUMENTS '.
	02 OUT-ST-DOCS PICTURE ZZZZZ9.
	02 FILLER PICTURE X(10) VALUE '  SAMPLED '.
	02 OUT-ST-TAKEN PICTURE ZZZZZ9.
01	SHEET-LINE.
	02 FILLER PICTURE X(3)  VALUE SPACES.
	02 OUT-SEQ PICTURE 9(4).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-ID PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-DATE PICTURE X(8).
	02 FILLER PICTURE X(18) VALUE '  VALUE ON PAPER  '.
	02 FILLER PICTURE X(40) VALUE ALL '_'.
01	DIFF-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(30) VALUE 'DISCREPANCIES'.
01	DIFF-HEADS.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 FILLER PICTURE X(4) VALUE 'SEQ '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'DOC ID  '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(3) VALUE 'BR '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(1) VALUE 'S'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'POSTED  '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'KEYER   '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(20) VALUE 'RESULT'.
01	DIFF-LINE.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 OUT-D-SEQ PICTURE 9(4).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-D-ID PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-D-BRANCH PICTURE X(3).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-D-SOURCE PICTURE X(1).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-D-DECIMAL PICTURE ZZZZZZZ9.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-D-KEYER PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-D-RESULT PICTURE X(20).
01	DIFF-VALUES.
	02 FILLER PICTURE X(7)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'POSTED  '.
	02 OUT-D-POSTED PICTURE X(60).
01	DIFF-KEYED.
	02 FILLER PICTURE X(7)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'KEYED   '.
	02 OUT-D-KEYED PICTURE X(60).
01	UNKEYED-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(50) VALUE
		'IN THE SAMPLE BUT NOT RE-KEYED - NOT IN THE RATES'.
01	CARD-ERR-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(50) VALUE
		'CARDS NOT APPLIED - NOT IN THE RATES'.
01	CARD-ERR-LINE.
	02 FILLER PICTURE X(1) VALUE SPACE.
	02 OUT-C-SEQ PICTURE X(4).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-C-ID PICTURE X(8).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-C-VALUE PICTURE X(40).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-C-REASON PICTURE X(24).
01	RATE-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-RATE-TITLE PICTURE X(40).
01	RATE-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(10) VALUE SPACES.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'SAMPLED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'CHECKED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'ERRORS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE '  RATE'.
01	RATE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-R-NAME PICTURE X(10).
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 OUT-R-SAMPLED PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 OUT-R-CHECKED PICTURE ZZZ9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 OUT-R-ERRORS PICTURE ZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-R-RATE PICTURE ZZ9.9.
	02 FILLER PICTURE X(1)  VALUE '%'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-R-FLAG PICTURE X(20).
01	HOLD-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(55) VALUE
		'** SAMPLE HELD FOR SUPERVISOR REVIEW - ERROR RATE OVER '.
	02 OUT-H-PCT PICTURE Z9.
	02 FILLER PICTURE X(4)  VALUE '% **'.
01	RELEASE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(27) VALUE 'SAMPLE WITHIN THRESHOLD OF '.
	02 OUT-R-PCT PICTURE Z9.
	02 FILLER PICTURE X(1)  VALUE '%'.
01	SIGNOFF-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(72) VALUE
		'REVIEWED BY ____________________  DATE __________  ACTION ______________'.
01	NOSAMPLE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(40) VALUE 'NOTHING POSTED - NO SAMPLE DRAWN'.
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 ERR-FILE PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(4)  VALUE ' **'.
01	PARM-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(48) VALUE
		'** PARM NOT S OR C WITH A PERCENTAGE - NO RUN **'.
01	TABLE-FULL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(68) VALUE
		'** MORE STRATA OR SAMPLE DOCUMENTS THAN THE TABLES - SAMPLE IS SHORT'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(10) VALUE 'CARDS READ'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-CARDS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'NOT APPLIED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-CARD-ERRORS PICTURE ZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(12) VALUE 'NOT RE-KEYED'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-UNKEYED PICTURE ZZZ9.

PROCEDURE DIVISION.
	ACCEPT PARM-WS FROM COMMAND-LINE.
	ACCEPT TODAY-WS FROM DATE YYYYMMDD.
	ACCEPT RUN-TIME-WS FROM TIME.
	OPEN OUTPUT STANDARD-OUTPUT.
	MOVE PARM-WS (1:1) TO RUN-MODE.
	IF PARM-WS (2:2) IS EQUAL TO SPACES
		IF DRAW-RUN
			MOVE 05 TO PCT-WS
		ELSE
			MOVE 02 TO PCT-WS
		END-IF
	ELSE
		IF PARM-WS (2:2) IS NUMERIC
			MOVE PARM-WS (2:2) TO PCT-WS
		ELSE
			MOVE 0 TO PCT-WS
		END-IF
	END-IF.
	IF DRAW-RUN
			AND PARM-WS (4:8) IS NOT EQUAL TO SPACES
		IF PARM-WS (4:8) IS NOT NUMERIC
				OR PARM-WS (4:8) IS EQUAL TO '00000000'
			MOVE 0 TO PCT-WS
		END-IF
	END-IF.
	IF DRAW-RUN
			AND PCT-WS IS GREATER THAN 0
		PERFORM DRAW-SAMPLE THRU DRAW-SAMPLE-X
		CLOSE STANDARD-OUTPUT
		STOP RUN.
	IF COMPARE-RUN
		PERFORM COMPARE-SAMPLE THRU COMPARE-SAMPLE-X
		CLOSE STANDARD-OUTPUT
		STOP RUN.
	WRITE STDOUT-RECORD FROM PARM-ERROR-LINE AFTER ADVANCING 0 LINES.
	CLOSE STANDARD-OUTPUT.
	MOVE 12 TO RETURN-CODE.
	STOP RUN.
*> shop-standard completion codes so the scheduler can branch:
*> draw run - 0 drawn, 4 nothing posted or the tables ran short,
*> 12 bad PARM or file failure. Compare run - 0 within threshold,
*> 4 within threshold but cards not applied or sample documents not
*> re-keyed, 8 sample held for supervisor review, 12 bad PARM or
*> file failure.
*>
*> draw run: count the night's strata, then take from each, in one
*> more pass, exactly its share - every remaining document of a
*> stratum standing the same chance of filling each remaining place.
DRAW-SAMPLE.
	WRITE STDOUT-RECORD FROM SHEET-TITLE AFTER ADVANCING 0 LINES.
	IF PARM-WS (4:8) IS NUMERIC
		MOVE PARM-WS (4:8) TO SEED-WS
	ELSE
		MOVE RUN-TIME-WS TO SEED-WS
		ADD 1 TO SEED-WS
	END-IF.
	MOVE SEED-WS TO FIRST-SEED.
	OPEN INPUT POST-FILE.
	IF POST-STATUS IS NOT EQUAL TO '00'
		MOVE 'POSTFILE' TO ERR-FILE
		MOVE POST-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO DRAW-SAMPLE-X.
DS1.	READ POST-FILE AT END GO TO DS2.
	ADD 1 TO POST-COUNT.
	PERFORM FIND-STRATUM THRU FIND-STRATUM-X.
	IF FX IS GREATER THAN 0
		ADD 1 TO ST-DOCS (FX).
	GO TO DS1.
DS2.	CLOSE POST-FILE.
	PERFORM ORDER-PASS
		VARYING K FROM 1 BY 1
		UNTIL K IS NOT LESS THAN ST-COUNT.
	PERFORM SET-WANT
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN ST-COUNT.
	OPEN INPUT POST-FILE.
	IF POST-STATUS IS NOT EQUAL TO '00'
		MOVE 'POSTFILE' TO ERR-FILE
		MOVE POST-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO DRAW-SAMPLE-X.
DS3.	READ POST-FILE AT END GO TO DS4.
	PERFORM FIND-STRATUM THRU FIND-STRATUM-X.
	IF FX IS EQUAL TO 0
		GO TO DS3.
	COMPUTE LEFT-WS = ST-DOCS (FX) - ST-SEEN (FX).
	COMPUTE NEED-WS = ST-WANT (FX) - ST-TAKEN (FX).
	ADD 1 TO ST-SEEN (FX).
	IF NEED-WS IS NOT GREATER THAN 0
		GO TO DS3.
	PERFORM NEXT-RANDOM.
	DIVIDE SEED-WS BY LEFT-WS GIVING RAND-Q REMAINDER DRAW-WS.
	IF DRAW-WS IS NOT LESS THAN NEED-WS
		GO TO DS3.
	IF SM-COUNT IS NOT LESS THAN 2000
		SET TABLE-FULL TO TRUE
		GO TO DS3.
	ADD 1 TO ST-TAKEN (FX).
	ADD 1 TO SM-COUNT.
	MOVE SPACES TO SAMPLE-WS.
	MOVE POST-ID TO SW-ID.
	MOVE POST-DATE TO SW-DATE.
	MOVE POST-BRANCH TO SW-BRANCH.
	MOVE POST-SOURCE TO SW-SOURCE.
	MOVE POST-DECIMAL TO SW-DECIMAL.
	MOVE POST-NUMERAL TO SW-NUMERAL.
	MOVE TODAY-WS TO SW-DRAWN.
	MOVE SAMPLE-WS TO SM-RECORD (SM-COUNT).
	MOVE FX TO SM-STRATUM (SM-COUNT).
	GO TO DS3.
DS4.	CLOSE POST-FILE.
	MOVE TODAY-WS TO OUT-DRAWN.
	MOVE FIRST-SEED TO OUT-SEED.
	MOVE PCT-WS TO OUT-PCT.
	MOVE POST-COUNT TO OUT-POSTED.
	MOVE SM-COUNT TO OUT-SAMPLED.
	WRITE STDOUT-RECORD FROM DRAW-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	OPEN OUTPUT SAMPLE-FILE.
	IF SAMPLE-STATUS IS NOT EQUAL TO '00'
		MOVE 'RKYSAMP' TO ERR-FILE
		MOVE SAMPLE-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO DRAW-SAMPLE-X.
	IF SM-COUNT IS EQUAL TO 0
		WRITE STDOUT-RECORD FROM NOSAMPLE-LINE AFTER ADVANCING 2 LINES
		CLOSE SAMPLE-FILE
		MOVE 4 TO RETURN-CODE
		GO TO DRAW-SAMPLE-X.
	WRITE STDOUT-RECORD FROM INSTRUCT-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM INSTRUCT-2 AFTER ADVANCING 1 LINE.
	PERFORM SHEET-STRATUM THRU SHEET-STRATUM-X
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN ST-COUNT.
	CLOSE SAMPLE-FILE.
	IF TABLE-FULL
		WRITE STDOUT-RECORD FROM TABLE-FULL-LINE AFTER ADVANCING 2 LINES
		MOVE 4 TO RETURN-CODE.
DRAW-SAMPLE-X.
	EXIT.
*> the stratum of the current extract record - found, or added in
*> arrival order; FX comes back 0 only when the table is full.
FIND-STRATUM.
	MOVE 0 TO FX.
	PERFORM FIND-ONE-STRATUM
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN ST-COUNT
			OR FX IS GREATER THAN 0.
	IF FX IS GREATER THAN 0
		GO TO FIND-STRATUM-X.
	IF ST-COUNT IS NOT LESS THAN 500
		SET TABLE-FULL TO TRUE
		GO TO FIND-STRATUM-X.
	ADD 1 TO ST-COUNT.
	MOVE ST-COUNT TO FX.
	MOVE POST-BRANCH TO ST-BRANCH (FX).
	MOVE POST-SOURCE TO ST-SOURCE (FX).
	MOVE 0 TO ST-DOCS (FX).
	MOVE 0 TO ST-WANT (FX).
	MOVE 0 TO ST-SEEN (FX).
	MOVE 0 TO ST-TAKEN (FX).
FIND-STRATUM-X.
	EXIT.
FIND-ONE-STRATUM.
	IF ST-BRANCH (K) IS EQUAL TO POST-BRANCH
			AND ST-SOURCE (K) IS EQUAL TO POST-SOURCE
		MOVE K TO FX
	END-IF.
*> a plain exchange sort puts the strata in branch then source
*> order - there are only ever a few hundred of them.
ORDER-PASS.
	PERFORM ORDER-STEP
		VARYING J FROM 1 BY 1
		UNTIL J IS GREATER THAN ST-COUNT - K.
ORDER-STEP.
	IF ST-KEY (J) IS GREATER THAN ST-KEY (J + 1)
		MOVE ST-ENTRY (J) TO STRATUM-SWAP
		MOVE ST-ENTRY (J + 1) TO ST-ENTRY (J)
		MOVE STRATUM-SWAP TO ST-ENTRY (J + 1)
	END-IF.
*> the stratum's share, rounded up, so every stratum is represented.
SET-WANT.
	COMPUTE ST-WANT (K) = (ST-DOCS (K) * PCT-WS + 99) / 100.
	IF ST-WANT (K) IS LESS THAN 1
		MOVE 1 TO ST-WANT (K).
	IF ST-WANT (K) IS GREATER THAN ST-DOCS (K)
		MOVE ST-DOCS (K) TO ST-WANT (K).
NEXT-RANDOM.
	COMPUTE RAND-WORK = SEED-WS * 16807.
	DIVIDE RAND-WORK BY 2147483647 GIVING RAND-Q REMAINDER SEED-WS.
*> the worksheet, a stratum at a time, numbering the documents in
*> the order the keyer will meet them. The posted value stays off
*> the sheet - it goes only onto the sample file.
SHEET-STRATUM.
	IF ST-TAKEN (SX) IS EQUAL TO 0
		GO TO SHEET-STRATUM-X.
	IF ST-BRANCH (SX) IS EQUAL TO SPACES
		MOVE 'NONE' TO OUT-ST-BRANCH
	ELSE
		MOVE ST-BRANCH (SX) TO OUT-ST-BRANCH.
	MOVE ST-SOURCE (SX) TO SW-SOURCE.
	PERFORM NAME-SOURCE.
	MOVE CK-RESULT-WS TO OUT-ST-SOURCE.
	MOVE ST-DOCS (SX) TO OUT-ST-DOCS.
	MOVE ST-TAKEN (SX) TO OUT-ST-TAKEN.
	WRITE STDOUT-RECORD FROM STRATUM-LINE AFTER ADVANCING 2 LINES.
	PERFORM SHEET-DOCUMENT
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN SM-COUNT.
SHEET-STRATUM-X.
	EXIT.
SHEET-DOCUMENT.
	IF SM-STRATUM (K) IS EQUAL TO SX
		MOVE SM-RECORD (K) TO SAMPLE-WS
		ADD 1 TO SEQ-WS
		MOVE SEQ-WS TO SW-SEQ
		MOVE FIRST-SEED TO SW-SEED
		WRITE SAMPLE-RECORD FROM SAMPLE-WS
		MOVE SW-SEQ TO OUT-SEQ
		MOVE SW-ID TO OUT-ID
		MOVE SW-DATE TO OUT-DATE
		WRITE STDOUT-RECORD FROM SHEET-LINE AFTER ADVANCING 1 LINE
	END-IF.
NAME-SOURCE.
	IF SW-SOURCE IS EQUAL TO 'I'
		MOVE 'IMAGING' TO CK-RESULT-WS
	ELSE
		IF SW-SOURCE IS EQUAL TO 'R'
			MOVE 'RECYCLED' TO CK-RESULT-WS
		ELSE
			MOVE 'KEYED' TO CK-RESULT-WS.
*> compare run: the sample back into storage, each re-keyed card
*> matched to its document by sequence number and ID, then the
*> discrepancies and the rates.
COMPARE-SAMPLE.
	WRITE STDOUT-RECORD FROM COMPARE-TITLE AFTER ADVANCING 0 LINES.
	OPEN INPUT SAMPLE-FILE.
	IF SAMPLE-STATUS IS NOT EQUAL TO '00'
		MOVE 'RKYSAMP' TO ERR-FILE
		MOVE SAMPLE-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO COMPARE-SAMPLE-X.
CS1.	READ SAMPLE-FILE AT END GO TO CS2.
	IF SM-COUNT IS NOT LESS THAN 2000
		SET TABLE-FULL TO TRUE
		GO TO CS2.
	ADD 1 TO SM-COUNT.
	MOVE SAMPLE-RECORD TO SM-RECORD (SM-COUNT).
	MOVE SPACE TO SM-STATE (SM-COUNT).
	MOVE SPACES TO SM-KEYED (SM-COUNT).
	MOVE SPACES TO SM-KEYER (SM-COUNT).
	MOVE SPACES TO SM-RESULT (SM-COUNT).
	GO TO CS1.
CS2.	CLOSE SAMPLE-FILE.
	IF SM-COUNT IS GREATER THAN 0
		MOVE SM-RECORD (1) TO SAMPLE-WS.
	MOVE SW-DRAWN TO OUT-S-DRAWN.
	MOVE SW-SEED TO OUT-S-SEED.
	MOVE PCT-WS TO OUT-S-PCT.
	MOVE SM-COUNT TO OUT-S-SAMPLED.
	WRITE STDOUT-RECORD FROM SAMPLE-LINE AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	OPEN INPUT CARD-FILE.
	IF CARD-STATUS IS NOT EQUAL TO '00'
		MOVE 'RKYCARD' TO ERR-FILE
		MOVE CARD-STATUS TO ERR-STATUS
		WRITE STDOUT-RECORD FROM ERROR-LINE AFTER ADVANCING 2 LINES
		MOVE 12 TO RETURN-CODE
		GO TO COMPARE-SAMPLE-X.
CS3.	READ CARD-FILE AT END GO TO CS4.
	ADD 1 TO CARD-COUNT.
	PERFORM APPLY-CARD THRU APPLY-CARD-X.
	GO TO CS3.
CS4.	CLOSE CARD-FILE.
	MOVE 'K' TO SR-CODE (1).
	MOVE 'KEYED' TO SR-NAME (1).
	MOVE 'I' TO SR-CODE (2).
	MOVE 'IMAGING' TO SR-NAME (2).
	MOVE 'R' TO SR-CODE (3).
	MOVE 'RECYCLED' TO SR-NAME (3).
	PERFORM CLEAR-SOURCE
		VARYING J FROM 1 BY 1
		UNTIL J IS GREATER THAN 3.
	WRITE STDOUT-RECORD FROM DIFF-TITLE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM DIFF-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	PERFORM TALLY-DOCUMENT THRU TALLY-DOCUMENT-X
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN SM-COUNT.
	IF UNKEYED-COUNT IS GREATER THAN 0
		WRITE STDOUT-RECORD FROM UNKEYED-TITLE AFTER ADVANCING 2 LINES
		PERFORM LIST-UNKEYED
			VARYING K FROM 1 BY 1
			UNTIL K IS GREATER THAN SM-COUNT
	END-IF.
	MOVE 'ERROR RATE BY SOURCE' TO OUT-RATE-TITLE.
	WRITE STDOUT-RECORD FROM RATE-TITLE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM RATE-HEADS AFTER ADVANCING 1 LINE.
	PERFORM RATE-SOURCE
		VARYING J FROM 1 BY 1
		UNTIL J IS GREATER THAN 3.
	MOVE 'ERROR RATE BY BRANCH' TO OUT-RATE-TITLE.
	WRITE STDOUT-RECORD FROM RATE-TITLE AFTER ADVANCING 2 LINES.
	WRITE STDOUT-RECORD FROM RATE-HEADS AFTER ADVANCING 1 LINE.
	PERFORM RATE-BRANCH
		VARYING J FROM 1 BY 1
		UNTIL J IS GREATER THAN BT-COUNT.
	MOVE 'ALL' TO OUT-R-NAME.
	MOVE SM-COUNT TO OUT-R-SAMPLED.
	MOVE CHECKED-COUNT TO RATE-CHECKED.
	MOVE ERROR-COUNT TO RATE-ERRORS.
	PERFORM RATE-FIGURE.
	WRITE STDOUT-RECORD FROM RATE-LINE AFTER ADVANCING 2 LINES.
	MOVE CARD-COUNT TO TRAILER-CARDS.
	MOVE CARD-ERRORS TO TRAILER-CARD-ERRORS.
	MOVE UNKEYED-COUNT TO TRAILER-UNKEYED.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	IF TABLE-FULL
		WRITE STDOUT-RECORD FROM TABLE-FULL-LINE AFTER ADVANCING 1 LINE.
	IF OVER-COUNT IS GREATER THAN 0
		MOVE PCT-WS TO OUT-H-PCT
		WRITE STDOUT-RECORD FROM HOLD-LINE AFTER ADVANCING 2 LINES
		WRITE STDOUT-RECORD FROM SIGNOFF-LINE AFTER ADVANCING 3 LINES
		DISPLAY 'ROMANRKY SAMPLE HELD FOR SUPERVISOR REVIEW'
		MOVE 8 TO RETURN-CODE
		GO TO COMPARE-SAMPLE-X.
	MOVE PCT-WS TO OUT-R-PCT.
	WRITE STDOUT-RECORD FROM RELEASE-LINE AFTER ADVANCING 2 LINES.
	IF CARD-ERRORS IS GREATER THAN 0
			OR UNKEYED-COUNT IS GREATER THAN 0
			OR TABLE-FULL
		MOVE 4 TO RETURN-CODE.
COMPARE-SAMPLE-X.
	EXIT.
*> a card must name a document in the sample by both its worksheet
*> number and its ID, once. The keyed value is read the way the
*> paper shows it: all digits is a decimal, checked against the
*> posted decimal; anything else is a numeral, put through conv's
*> quiet lookup and checked against both the posted numeral and the
*> posted decimal.
APPLY-CARD.
	MOVE 0 TO FX.
	IF CARD-SEQ IS NUMERIC
		PERFORM FIND-ONE-SAMPLE
			VARYING K FROM 1 BY 1
			UNTIL K IS GREATER THAN SM-COUNT
				OR FX IS GREATER THAN 0.
	IF FX IS EQUAL TO 0
		MOVE 'NOT IN THE SAMPLE' TO OUT-C-REASON
		GO TO APPLY-CARD-R.
	IF NOT SM-UNKEYED (FX)
		MOVE 'DUPLICATE CARD' TO OUT-C-REASON
		GO TO APPLY-CARD-R.
	MOVE SPACES TO ARRAY-AREA.
	MOVE CARD-VALUE TO ARRAY-AREA.
	PERFORM CA1
		VARYING N FROM 1 BY 1
		UNTIL N IS GREATER THAN ARRAY-CHAR-LIMIT
			OR ARRAY-CHAR (N) IS EQUAL TO SPACE.
	SUBTRACT 1 FROM N.
	IF N IS LESS THAN 1
		MOVE 'VALUE BLANK' TO OUT-C-REASON
		GO TO APPLY-CARD-R.
	MOVE SM-RECORD (FX) TO SAMPLE-WS.
	MOVE CARD-VALUE TO SM-KEYED (FX).
	MOVE CARD-KEYER TO SM-KEYER (FX).
	MOVE 'A' TO SM-STATE (FX).
	MOVE 'AGREES' TO SM-RESULT (FX).
	IF CARD-VALUE (1:N) IS NUMERIC
			AND N IS NOT GREATER THAN 8
		MOVE CARD-VALUE (1:N) TO KEYED-DEC
		IF KEYED-DEC IS NOT EQUAL TO SW-DECIMAL
			MOVE 'X' TO SM-STATE (FX)
			MOVE 'DECIMAL DIFFERS' TO SM-RESULT (FX)
		END-IF
		GO TO APPLY-CARD-X.
	CALL "convlookup" USING ARRAY-AREA, N, RET, TEMP.
	IF RET IS NOT EQUAL TO 1
		MOVE 'X' TO SM-STATE (FX)
		MOVE 'NOT A VALID NUMERAL' TO SM-RESULT (FX)
		GO TO APPLY-CARD-X.
	IF TEMP IS NOT EQUAL TO SW-DECIMAL
		MOVE 'X' TO SM-STATE (FX)
		MOVE 'VALUE DIFFERS' TO SM-RESULT (FX)
		GO TO APPLY-CARD-X.
	IF CARD-VALUE IS NOT EQUAL TO SW-NUMERAL
		MOVE 'X' TO SM-STATE (FX)
		MOVE 'NUMERAL DIFFERS' TO SM-RESULT (FX).
	GO TO APPLY-CARD-X.
APPLY-CARD-R.
	ADD 1 TO CARD-ERRORS.
	IF CARD-ERRORS IS EQUAL TO 1
		WRITE STDOUT-RECORD FROM CARD-ERR-TITLE AFTER ADVANCING 2 LINES.
	MOVE CARD-SEQ TO OUT-C-SEQ.
	MOVE CARD-ID TO OUT-C-ID.
	MOVE CARD-VALUE TO OUT-C-VALUE.
	WRITE STDOUT-RECORD FROM CARD-ERR-LINE AFTER ADVANCING 1 LINE.
APPLY-CARD-X.
	EXIT.
CA1.	CONTINUE.
FIND-ONE-SAMPLE.
	MOVE SM-RECORD (K) TO SAMPLE-WS.
	IF SW-SEQ IS EQUAL TO CARD-SEQ
			AND SW-ID IS EQUAL TO CARD-ID
		MOVE K TO FX
	END-IF.
CLEAR-SOURCE.
	MOVE 0 TO SR-SAMPLED (J).
	MOVE 0 TO SR-CHECKED (J).
	MOVE 0 TO SR-ERRORS (J).
*> every sample document into its source's and its branch's tally;
*> a discrepancy is listed with both values for the supervisor.
TALLY-DOCUMENT.
	MOVE SM-RECORD (K) TO SAMPLE-WS.
	MOVE 3 TO SX.
	IF SW-SOURCE IS EQUAL TO 'I'
		MOVE 2 TO SX.
	IF SW-SOURCE IS NOT EQUAL TO 'I'
			AND SW-SOURCE IS NOT EQUAL TO 'R'
		MOVE 1 TO SX.
	PERFORM FIND-BRANCH THRU FIND-BRANCH-X.
	ADD 1 TO SR-SAMPLED (SX).
	IF FX IS GREATER THAN 0
		ADD 1 TO BT-SAMPLED (FX).
	IF SM-UNKEYED (K)
		ADD 1 TO UNKEYED-COUNT
		GO TO TALLY-DOCUMENT-X.
	ADD 1 TO CHECKED-COUNT.
	ADD 1 TO SR-CHECKED (SX).
	IF FX IS GREATER THAN 0
		ADD 1 TO BT-CHECKED (FX).
	IF SM-AGREES (K)
		GO TO TALLY-DOCUMENT-X.
	ADD 1 TO ERROR-COUNT.
	ADD 1 TO SR-ERRORS (SX).
	IF FX IS GREATER THAN 0
		ADD 1 TO BT-ERRORS (FX).
	MOVE SW-SEQ TO OUT-D-SEQ.
	MOVE SW-ID TO OUT-D-ID.
	MOVE SW-BRANCH TO OUT-D-BRANCH.
	MOVE SW-SOURCE TO OUT-D-SOURCE.
	MOVE SW-DECIMAL TO OUT-D-DECIMAL.
	MOVE SM-KEYER (K) TO OUT-D-KEYER.
	MOVE SM-RESULT (K) TO OUT-D-RESULT.
	WRITE STDOUT-RECORD FROM DIFF-LINE AFTER ADVANCING 1 LINE.
	MOVE SW-NUMERAL TO OUT-D-POSTED.
	WRITE STDOUT-RECORD FROM DIFF-VALUES AFTER ADVANCING 1 LINE.
	MOVE SM-KEYED (K) TO OUT-D-KEYED.
	WRITE STDOUT-RECORD FROM DIFF-KEYED AFTER ADVANCING 1 LINE.
TALLY-DOCUMENT-X.
	EXIT.
FIND-BRANCH.
	MOVE 0 TO FX.
	PERFORM FIND-ONE-BRANCH
		VARYING J FROM 1 BY 1
		UNTIL J IS GREATER THAN BT-COUNT
			OR FX IS GREATER THAN 0.
	IF FX IS GREATER THAN 0
		GO TO FIND-BRANCH-X.
	IF BT-COUNT IS NOT LESS THAN 500
		SET TABLE-FULL TO TRUE
		GO TO FIND-BRANCH-X.
	ADD 1 TO BT-COUNT.
	MOVE BT-COUNT TO FX.
	MOVE SW-BRANCH TO BT-BRANCH (FX).
	MOVE 0 TO BT-SAMPLED (FX).
	MOVE 0 TO BT-CHECKED (FX).
	MOVE 0 TO BT-ERRORS (FX).
FIND-BRANCH-X.
	EXIT.
FIND-ONE-BRANCH.
	IF BT-BRANCH (J) IS EQUAL TO SW-BRANCH
		MOVE J TO FX
	END-IF.
LIST-UNKEYED.
	IF SM-UNKEYED (K)
		MOVE SM-RECORD (K) TO SAMPLE-WS
		MOVE SW-SEQ TO OUT-D-SEQ
		MOVE SW-ID TO OUT-D-ID
		MOVE SW-BRANCH TO OUT-D-BRANCH
		MOVE SW-SOURCE TO OUT-D-SOURCE
		MOVE SW-DECIMAL TO OUT-D-DECIMAL
		MOVE SPACES TO OUT-D-KEYER
		MOVE 'NOT RE-KEYED' TO OUT-D-RESULT
		WRITE STDOUT-RECORD FROM DIFF-LINE AFTER ADVANCING 1 LINE
	END-IF.
RATE-SOURCE.
	IF SR-SAMPLED (J) IS GREATER THAN 0
		MOVE SR-NAME (J) TO OUT-R-NAME
		MOVE SR-SAMPLED (J) TO OUT-R-SAMPLED
		MOVE SR-CHECKED (J) TO RATE-CHECKED
		MOVE SR-ERRORS (J) TO RATE-ERRORS
		PERFORM RATE-FIGURE
		WRITE STDOUT-RECORD FROM RATE-LINE AFTER ADVANCING 1 LINE
	END-IF.
RATE-BRANCH.
	MOVE SPACES TO OUT-R-NAME.
	IF BT-BRANCH (J) IS EQUAL TO SPACES
		MOVE 'NONE' TO OUT-R-NAME
	ELSE
		MOVE BT-BRANCH (J) TO OUT-R-NAME.
	MOVE BT-SAMPLED (J) TO OUT-R-SAMPLED.
	MOVE BT-CHECKED (J) TO RATE-CHECKED.
	MOVE BT-ERRORS (J) TO RATE-ERRORS.
	PERFORM RATE-FIGURE.
	WRITE STDOUT-RECORD FROM RATE-LINE AFTER ADVANCING 1 LINE.
*> the rate is discrepancies over documents actually re-keyed; any
*> line over the threshold holds the whole sample.
RATE-FIGURE.
	MOVE SPACES TO OUT-R-FLAG.
	MOVE RATE-CHECKED TO OUT-R-CHECKED.
	MOVE RATE-ERRORS TO OUT-R-ERRORS.
	IF RATE-CHECKED IS EQUAL TO 0
		MOVE 0 TO RATE-WS
	ELSE
		COMPUTE RATE-WS ROUNDED = RATE-ERRORS * 100 / RATE-CHECKED
	END-IF.
	MOVE RATE-WS TO OUT-R-RATE.
	IF RATE-WS IS GREATER THAN PCT-WS
		MOVE '** OVER THRESHOLD' TO OUT-R-FLAG
		ADD 1 TO OVER-COUNT
	END-IF.
