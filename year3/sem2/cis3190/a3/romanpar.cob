IDENTIFICATION DIVISION.
PROGRAM-ID. ROMANPAR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT REJECT-FILE ASSIGN TO "REJFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REJECT-STATUS.
	SELECT ARCHIVE-FILE ASSIGN TO "REJARCH"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ARCHIVE-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "PARRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REJECT-FILE.
	01 REJECT-RECORD PICTURE X(120).
FD ARCHIVE-FILE.
	01 ARCHIVE-RECORD PICTURE X(120).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(100).
WORKING-STORAGE SECTION.
77	REJECT-STATUS PICTURE X(02).
77	ARCHIVE-STATUS PICTURE X(02).
77	REJECT-OPEN-SW PICTURE X VALUE 'N'.
	88 REJECT-FILE-OPEN VALUE 'Y'.
77	ARCHIVE-OPEN-SW PICTURE X VALUE 'N'.
	88 ARCHIVE-FILE-OPEN VALUE 'Y'.
*> PARM is the month analyzed, YYYYMM; the month before it is the
*> comparison month. REJFILE run dates are YYMMDD, so both are also
*> held without the century for the match.
77	TARGET-MONTH PICTURE X(06) VALUE SPACES.
77	PRIOR-MONTH PICTURE X(06) VALUE SPACES.
77	CUR-YYMM PICTURE X(04).
77	PRI-YYMM PICTURE X(04).
77	PM-YEAR PICTURE 9(04).
77	PM-MONTH PICTURE 9(02).
77	PERIOD-SW PICTURE X VALUE SPACE.
	88 IN-TARGET-MONTH VALUE 'C'.
	88 IN-PRIOR-MONTH VALUE 'P'.
77	READ-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	CUR-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	PRI-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	NODATE-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	TEXT-CODED-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	UNCODED-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
*> one count slot per entry of the reason table, and one more past
*> its end for a reject whose reason is not a standard one.
77	UNCODED-SLOT PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	SLOT PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	RX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	SX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	BX PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	FX PICTURE S9(6) USAGE IS COMPUTATIONAL.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	SRC PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	BEST PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	PICK-DONE-SW PICTURE X VALUE 'N'.
	88 PICK-DONE VALUE 'Y'.
77	BR-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	BR-FULL-SW PICTURE X VALUE 'N'.
	88 BR-TABLE-FULL VALUE 'Y'.
77	ORDER-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	PCT-WS PICTURE S9(3)V9.
77	CUM-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL.
77	CHANGE-WS PICTURE S9(6).
*> the branch's name for its heading, from the branch reference
*> master through BRANCHK.
77	BR-CHECK-DATE PICTURE X(8) VALUE SPACES.
77	BR-NAME PICTURE X(30).
77	BR-REGION PICTURE X(10).
77	BR-CHECK-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
COPY REJREC.
COPY RSNTAB.
*> the month's and the prior month's rejects by reason - all of
*> them, then by branch and by source.
01	ALL-TABLE.
	02 ALL-CUR-TOT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
	02 ALL-PRI-TOT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
	02 ALL-CELL OCCURS 20 TIMES.
		03 AC-CUR PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 AC-PRI PICTURE S9(6) USAGE IS COMPUTATIONAL.
*> a hundred branches is the ceiling the branch statements carry.
01	BR-TABLE.
	02 BR-ENTRY OCCURS 100 TIMES.
		03 BR-CODE PICTURE X(3).
		03 BR-PICKED PICTURE X(1).
		03 BR-CUR-TOT PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 BR-PRI-TOT PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 BR-CELL OCCURS 20 TIMES.
			04 BC-CUR PICTURE S9(6) USAGE IS COMPUTATIONAL.
			04 BC-PRI PICTURE S9(6) USAGE IS COMPUTATIONAL.
*> the branches in the order their summary printed them, highest
*> reject count first, so the branch detail follows the same order.
01	ORDER-TABLE.
	02 ORDER-BR PICTURE S9(4) USAGE IS COMPUTATIONAL OCCURS 100 TIMES.
*> the sources conv stamps on the reject - the last row holds the
*> rejects written before the source was recorded.
01	SOURCE-NAME-VALUES.
	02 FILLER PICTURE X(21) VALUE 'KKEYED'.
	02 FILLER PICTURE X(21) VALUE 'IIMAGING FEED'.
	02 FILLER PICTURE X(21) VALUE 'RRECYCLED CORRECTION'.
	02 FILLER PICTURE X(21) VALUE ' NOT RECORDED'.
01	SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
	02 SOURCE-NAME-ENTRY OCCURS 4 TIMES.
		03 SN-KEY PICTURE X(1).
		03 SN-NAME PICTURE X(20).
01	SRC-TABLE.
	02 SRC-ENTRY OCCURS 4 TIMES.
		03 SRC-CUR-TOT PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 SRC-PRI-TOT PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 SRC-CELL OCCURS 20 TIMES.
			04 SC-CUR PICTURE S9(6) USAGE IS COMPUTATIONAL.
			04 SC-PRI PICTURE S9(6) USAGE IS COMPUTATIONAL.
*> the block being printed - whichever breakdown is in hand is
*> copied here so one paragraph prints every Pareto list.
01	BLK-TABLE.
	02 BLK-CUR-TOT PICTURE S9(6) USAGE IS COMPUTATIONAL.
	02 BLK-PRI-TOT PICTURE S9(6) USAGE IS COMPUTATIONAL.
	02 BLK-CELL OCCURS 20 TIMES.
		03 BLK-CUR PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 BLK-PRI PICTURE S9(6) USAGE IS COMPUTATIONAL.
		03 BLK-PICKED PICTURE X(1).
01	PAGE-TITLE.
	02 FILLER PICTURE X(14) VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'REJECT REASON PARETO ANALYSIS'.
01	MONTH-LINE.
	02 FILLER PICTURE X(14) VALUE SPACES.
	02 FILLER PICTURE X(6)  VALUE 'MONTH '.
	02 OUT-MONTH PICTURE X(6).
	02 FILLER PICTURE X(16) VALUE '  COMPARED WITH '.
	02 OUT-PRIOR PICTURE X(6).
01	SECTION-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-SECTION PICTURE X(79).
01	UNDERLINE-1.
	02 FILLER PICTURE X(80) VALUE
		' -------------------------------------------------------------------------------'.
01	COL-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(5)  VALUE 'CODE '.
	02 FILLER PICTURE X(29) VALUE 'REASON'.
	02 FILLER PICTURE X(8)  VALUE ' REJECTS'.
	02 FILLER PICTURE X(7)  VALUE '  PCT  '.
	02 FILLER PICTURE X(9)  VALUE 'CUM PCT  '.
	02 FILLER PICTURE X(8)  VALUE ' PRIOR  '.
	02 FILLER PICTURE X(7)  VALUE '  PCT  '.
	02 FILLER PICTURE X(6)  VALUE 'CHANGE'.
01	BRANCH-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(5)  VALUE 'BR   '.
	02 FILLER PICTURE X(29) VALUE 'BRANCH'.
	02 FILLER PICTURE X(8)  VALUE ' REJECTS'.
	02 FILLER PICTURE X(7)  VALUE '  PCT  '.
	02 FILLER PICTURE X(9)  VALUE 'CUM PCT  '.
	02 FILLER PICTURE X(8)  VALUE ' PRIOR  '.
	02 FILLER PICTURE X(7)  VALUE '  PCT  '.
	02 FILLER PICTURE X(6)  VALUE 'CHANGE'.
01	PRINT-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 OUT-CODE PICTURE X(3).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-TEXT PICTURE X(27).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-CUR PICTURE ZZZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-PCT PICTURE ZZ9.9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-CUM PICTURE ZZ9.9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 OUT-PRI PICTURE ZZZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-PRI-PCT PICTURE ZZ9.9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 OUT-CHANGE PICTURE +++++9.
01	PARM-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(46) VALUE
		'** ANALYSIS MONTH PARM NOT NUMERIC - NO RUN **'.
01	NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 NOTE-TEXT PICTURE X(56).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	COUNT-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 NOTE-COUNT PICTURE ZZZZZ9.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 COUNT-NOTE-TEXT PICTURE X(49).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(12) VALUE 'REJECTS READ'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-READ PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(10) VALUE 'THIS MONTH'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-CUR PICTURE ZZZZZ9.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'PRIOR MONTH'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 TRAILER-PRI PICTURE ZZZZZ9.

PROCEDURE DIVISION.
	ACCEPT TARGET-MONTH FROM COMMAND-LINE.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM PAGE-TITLE AFTER ADVANCING 0 LINES.
	IF TARGET-MONTH IS NOT NUMERIC
			OR TARGET-MONTH (5:2) IS LESS THAN '01'
			OR TARGET-MONTH (5:2) IS GREATER THAN '12'
		WRITE STDOUT-RECORD FROM PARM-ERROR-LINE AFTER ADVANCING 2 LINES
		CLOSE STANDARD-OUTPUT
		MOVE 12 TO RETURN-CODE
		STOP RUN.
	MOVE TARGET-MONTH (1:4) TO PM-YEAR.
	MOVE TARGET-MONTH (5:2) TO PM-MONTH.
	IF PM-MONTH IS EQUAL TO 1
		MOVE 12 TO PM-MONTH
		SUBTRACT 1 FROM PM-YEAR
	ELSE
		SUBTRACT 1 FROM PM-MONTH
	END-IF.
	MOVE PM-YEAR TO PRIOR-MONTH (1:4).
	MOVE PM-MONTH TO PRIOR-MONTH (5:2).
	MOVE TARGET-MONTH (3:4) TO CUR-YYMM.
	MOVE PRIOR-MONTH (3:4) TO PRI-YYMM.
	MOVE TARGET-MONTH TO OUT-MONTH.
	MOVE PRIOR-MONTH TO OUT-PRIOR.
	WRITE STDOUT-RECORD FROM MONTH-LINE AFTER ADVANCING 1 LINE.
	COMPUTE UNCODED-SLOT = REASON-LIMIT + 1.
	PERFORM CLEAR-ALL-CELL
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN 20.
	PERFORM CLEAR-SRC
		VARYING SRC FROM 1 BY 1
		UNTIL SRC IS GREATER THAN 4.
*> the live trail and every archive generation the purge has cut
*> from it - a month straddling a purge is counted whole either way.
	OPEN INPUT REJECT-FILE.
	IF REJECT-STATUS IS NOT EQUAL TO '00'
		GO TO RF9.
	SET REJECT-FILE-OPEN TO TRUE.
RF1.	READ REJECT-FILE AT END GO TO RF8.
	MOVE REJECT-RECORD TO EXCEPT-LINE.
	PERFORM COUNT-REJECT THRU COUNT-REJECT-X.
	GO TO RF1.
RF8.	CLOSE REJECT-FILE.
RF9.	OPEN INPUT ARCHIVE-FILE.
	IF ARCHIVE-STATUS IS NOT EQUAL TO '00'
		GO TO AF9.
	SET ARCHIVE-FILE-OPEN TO TRUE.
AF1.	READ ARCHIVE-FILE AT END GO TO AF8.
	MOVE ARCHIVE-RECORD TO EXCEPT-LINE.
	PERFORM COUNT-REJECT THRU COUNT-REJECT-X.
	GO TO AF1.
AF8.	CLOSE ARCHIVE-FILE.
AF9.	PERFORM PRINT-ALL.
	PERFORM PRINT-BRANCHES.
	PERFORM PRINT-SOURCES.
	MOVE READ-COUNT TO TRAILER-READ.
	MOVE CUR-COUNT TO TRAILER-CUR.
	MOVE PRI-COUNT TO TRAILER-PRI.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 3 LINES.
	PERFORM PRINT-NOTES.
	CLOSE STANDARD-OUTPUT.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 4 no rejects in the month or a count incomplete (the
*> notes say which), 8 neither the live trail nor the archive could
*> be read, 12 a bad PARM (set where it is found).
	IF NOT REJECT-FILE-OPEN AND NOT ARCHIVE-FILE-OPEN
		MOVE 8 TO RETURN-CODE
	ELSE
		IF CUR-COUNT IS EQUAL TO 0 OR BR-TABLE-FULL
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.
	STOP RUN.
CLEAR-ALL-CELL.
	MOVE 0 TO AC-CUR (SX).
	MOVE 0 TO AC-PRI (SX).
CLEAR-SRC.
	MOVE 0 TO SRC-CUR-TOT (SRC).
	MOVE 0 TO SRC-PRI-TOT (SRC).
	PERFORM CLEAR-SRC-CELL
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN 20.
CLEAR-SRC-CELL.
	MOVE 0 TO SC-CUR (SRC, SX).
	MOVE 0 TO SC-PRI (SRC, SX).
*> one reject into the counts, when it falls in either month. A
*> reject written before the reason code existed is coded from its
*> reason text, which conv and the night run have always worded
*> from the same short list; text that matches no standard reason
*> is counted apart rather than guessed at.
COUNT-REJECT.
	ADD 1 TO READ-COUNT.
	IF EXCEPT-RUN-DATE IS EQUAL TO SPACES
		ADD 1 TO NODATE-COUNT
		GO TO COUNT-REJECT-X.
	MOVE SPACE TO PERIOD-SW.
	IF EXCEPT-RUN-DATE (1:4) IS EQUAL TO CUR-YYMM
		MOVE 'C' TO PERIOD-SW.
	IF EXCEPT-RUN-DATE (1:4) IS EQUAL TO PRI-YYMM
		MOVE 'P' TO PERIOD-SW.
	IF PERIOD-SW IS EQUAL TO SPACE
		GO TO COUNT-REJECT-X.
	MOVE 0 TO SLOT.
	IF EXCEPT-CODE IS NOT EQUAL TO SPACES
		PERFORM FIND-BY-CODE
			VARYING RX FROM 1 BY 1
			UNTIL RX IS GREATER THAN REASON-LIMIT
				OR SLOT IS GREATER THAN 0
	ELSE
		PERFORM FIND-BY-TEXT
			VARYING RX FROM 1 BY 1
			UNTIL RX IS GREATER THAN REASON-LIMIT
				OR SLOT IS GREATER THAN 0
		IF SLOT IS GREATER THAN 0
				AND REASON-CODE (SLOT) IS NOT EQUAL TO 'X00'
				AND IN-TARGET-MONTH
			ADD 1 TO TEXT-CODED-COUNT
		END-IF
	END-IF.
*> the purge's sequence carry-forward record is no reject.
	IF SLOT IS GREATER THAN 0
		IF REASON-CODE (SLOT) IS EQUAL TO 'X00'
			GO TO COUNT-REJECT-X
		END-IF
	END-IF.
	IF SLOT IS EQUAL TO 0
		MOVE UNCODED-SLOT TO SLOT
		IF IN-TARGET-MONTH
			ADD 1 TO UNCODED-COUNT
		END-IF
	END-IF.
	MOVE 4 TO SRC.
	PERFORM FIND-SOURCE
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN 3.
	MOVE 0 TO BX.
	PERFORM FIND-BRANCH
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN BR-COUNT
			OR BX IS GREATER THAN 0.
	IF BX IS EQUAL TO 0
		IF BR-COUNT IS NOT LESS THAN 100
			SET BR-TABLE-FULL TO TRUE
		ELSE
			ADD 1 TO BR-COUNT
			MOVE BR-COUNT TO BX
			PERFORM NEW-BRANCH
		END-IF
	END-IF.
	IF IN-TARGET-MONTH
		ADD 1 TO CUR-COUNT
		ADD 1 TO ALL-CUR-TOT
		ADD 1 TO AC-CUR (SLOT)
		ADD 1 TO SRC-CUR-TOT (SRC)
		ADD 1 TO SC-CUR (SRC, SLOT)
		IF BX IS GREATER THAN 0
			ADD 1 TO BR-CUR-TOT (BX)
			ADD 1 TO BC-CUR (BX, SLOT)
		END-IF
	ELSE
		ADD 1 TO PRI-COUNT
		ADD 1 TO ALL-PRI-TOT
		ADD 1 TO AC-PRI (SLOT)
		ADD 1 TO SRC-PRI-TOT (SRC)
		ADD 1 TO SC-PRI (SRC, SLOT)
		IF BX IS GREATER THAN 0
			ADD 1 TO BR-PRI-TOT (BX)
			ADD 1 TO BC-PRI (BX, SLOT)
		END-IF
	END-IF.
COUNT-REJECT-X.
	EXIT.
FIND-BY-CODE.
	IF REASON-CODE (RX) IS EQUAL TO EXCEPT-CODE
		MOVE RX TO SLOT
	END-IF.
FIND-BY-TEXT.
	IF REASON-TEXT (RX) IS EQUAL TO EXCEPT-REASON
		MOVE RX TO SLOT
	END-IF.
FIND-SOURCE.
	IF SN-KEY (K) IS EQUAL TO EXCEPT-SOURCE
		MOVE K TO SRC
	END-IF.
FIND-BRANCH.
	IF BR-CODE (K) IS EQUAL TO EXCEPT-BRANCH
		MOVE K TO BX
	END-IF.
NEW-BRANCH.
	MOVE EXCEPT-BRANCH TO BR-CODE (BX).
	MOVE 'N' TO BR-PICKED (BX).
	MOVE 0 TO BR-CUR-TOT (BX).
	MOVE 0 TO BR-PRI-TOT (BX).
	PERFORM CLEAR-BR-CELL
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN 20.
CLEAR-BR-CELL.
	MOVE 0 TO BC-CUR (BX, SX).
	MOVE 0 TO BC-PRI (BX, SX).
*> every reject in the month, by reason, largest cause first.
PRINT-ALL.
	MOVE 'ALL REJECTS BY REASON' TO OUT-SECTION.
	WRITE STDOUT-RECORD FROM SECTION-LINE AFTER ADVANCING 2 LINES.
	PERFORM PRINT-HEADS.
	MOVE ALL-CUR-TOT TO BLK-CUR-TOT.
	MOVE ALL-PRI-TOT TO BLK-PRI-TOT.
	PERFORM LOAD-BLK-ALL
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN 20.
	PERFORM PRINT-BLOCK.
LOAD-BLK-ALL.
	MOVE AC-CUR (SX) TO BLK-CUR (SX).
	MOVE AC-PRI (SX) TO BLK-PRI (SX).
*> the branches ranked by their reject count for the month, then
*> each branch's own causes in the same order - where the training
*> effort goes first.
PRINT-BRANCHES.
	MOVE 'REJECTS BY BRANCH' TO OUT-SECTION.
	WRITE STDOUT-RECORD FROM SECTION-LINE AFTER ADVANCING PAGE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM BRANCH-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	MOVE 0 TO ORDER-COUNT.
	MOVE 0 TO CUM-COUNT.
	MOVE ALL-CUR-TOT TO BLK-CUR-TOT.
	MOVE ALL-PRI-TOT TO BLK-PRI-TOT.
	MOVE 'N' TO PICK-DONE-SW.
	PERFORM PICK-BRANCH THRU PICK-BRANCH-X
		UNTIL PICK-DONE.
	MOVE SPACES TO PRINT-LINE.
	MOVE 'ALL BRANCHES' TO OUT-TEXT.
	PERFORM PRINT-TOTAL.
	PERFORM PRINT-ONE-BRANCH
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN ORDER-COUNT.
PICK-BRANCH.
	MOVE 0 TO BEST.
	PERFORM PICK-BRANCH-TEST
		VARYING BX FROM 1 BY 1
		UNTIL BX IS GREATER THAN BR-COUNT.
	IF BEST IS EQUAL TO 0
		SET PICK-DONE TO TRUE
		GO TO PICK-BRANCH-X.
	MOVE 'Y' TO BR-PICKED (BEST).
	ADD 1 TO ORDER-COUNT.
	MOVE BEST TO ORDER-BR (ORDER-COUNT).
	MOVE SPACES TO PRINT-LINE.
	MOVE BR-CODE (BEST) TO OUT-CODE.
	PERFORM BRANCH-NAME.
	MOVE BR-NAME TO OUT-TEXT.
	ADD BR-CUR-TOT (BEST) TO CUM-COUNT.
	MOVE BR-CUR-TOT (BEST) TO FX.
	PERFORM FORMAT-FIGURES.
	MOVE BR-PRI-TOT (BEST) TO OUT-PRI.
	IF BLK-PRI-TOT IS GREATER THAN 0
		COMPUTE PCT-WS ROUNDED =
			BR-PRI-TOT (BEST) * 100 / BLK-PRI-TOT
		MOVE PCT-WS TO OUT-PRI-PCT
	END-IF.
	COMPUTE CHANGE-WS = BR-CUR-TOT (BEST) - BR-PRI-TOT (BEST).
	MOVE CHANGE-WS TO OUT-CHANGE.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
PICK-BRANCH-X.
	EXIT.
PICK-BRANCH-TEST.
	IF BR-PICKED (BX) IS EQUAL TO 'N'
		IF BEST IS EQUAL TO 0
			MOVE BX TO BEST
		ELSE
			IF BR-CUR-TOT (BX) IS GREATER THAN BR-CUR-TOT (BEST)
					OR (BR-CUR-TOT (BX) IS EQUAL TO BR-CUR-TOT (BEST)
					AND BR-PRI-TOT (BX) IS GREATER THAN BR-PRI-TOT (BEST))
				MOVE BX TO BEST
			END-IF
		END-IF
	END-IF.
*> a blank branch is a reject from outside any envelope (or from
*> before branches were recorded), not a branch of that name.
BRANCH-NAME.
	IF BR-CODE (BEST) IS EQUAL TO SPACES
		MOVE 'NO BRANCH ENVELOPE' TO BR-NAME
	ELSE
		CALL "BRANCHK" USING BR-CODE (BEST), BR-CHECK-DATE, BR-NAME,
			BR-REGION, BR-CHECK-RET
		IF BR-CHECK-RET IS EQUAL TO 1
			MOVE '** NOT ON BRANCH MASTER **' TO BR-NAME
		END-IF
		IF BR-CHECK-RET IS EQUAL TO 9
			MOVE SPACES TO BR-NAME
		END-IF
	END-IF.
PRINT-ONE-BRANCH.
	MOVE ORDER-BR (K) TO BEST.
	MOVE SPACES TO OUT-SECTION.
	MOVE 'BRANCH ' TO OUT-SECTION (1:7).
	MOVE BR-CODE (BEST) TO OUT-SECTION (8:3).
	PERFORM BRANCH-NAME.
	MOVE BR-NAME TO OUT-SECTION (13:30).
	WRITE STDOUT-RECORD FROM SECTION-LINE AFTER ADVANCING 3 LINES.
	PERFORM PRINT-HEADS.
	MOVE BR-CUR-TOT (BEST) TO BLK-CUR-TOT.
	MOVE BR-PRI-TOT (BEST) TO BLK-PRI-TOT.
	PERFORM LOAD-BLK-BR
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN 20.
	PERFORM PRINT-BLOCK.
LOAD-BLK-BR.
	MOVE BC-CUR (BEST, SX) TO BLK-CUR (SX).
	MOVE BC-PRI (BEST, SX) TO BLK-PRI (SX).
*> how the rejected documents reached the night run - keyed by data
*> entry, from the imaging feed, or a correction recycled through
*> ROMANFIX - each source's causes largest first.
PRINT-SOURCES.
	MOVE 'REJECTS BY SOURCE' TO OUT-SECTION.
	WRITE STDOUT-RECORD FROM SECTION-LINE AFTER ADVANCING PAGE.
	PERFORM PRINT-ONE-SOURCE THRU PRINT-ONE-SOURCE-X
		VARYING SRC FROM 1 BY 1
		UNTIL SRC IS GREATER THAN 4.
PRINT-ONE-SOURCE.
	IF SRC-CUR-TOT (SRC) IS EQUAL TO 0
			AND SRC-PRI-TOT (SRC) IS EQUAL TO 0
			AND SRC IS EQUAL TO 4
		GO TO PRINT-ONE-SOURCE-X.
	MOVE SPACES TO OUT-SECTION.
	MOVE 'SOURCE ' TO OUT-SECTION (1:7).
	MOVE SN-NAME (SRC) TO OUT-SECTION (8:20).
	WRITE STDOUT-RECORD FROM SECTION-LINE AFTER ADVANCING 3 LINES.
	PERFORM PRINT-HEADS.
	MOVE SRC-CUR-TOT (SRC) TO BLK-CUR-TOT.
	MOVE SRC-PRI-TOT (SRC) TO BLK-PRI-TOT.
	PERFORM LOAD-BLK-SRC
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN 20.
	PERFORM PRINT-BLOCK.
PRINT-ONE-SOURCE-X.
	EXIT.
LOAD-BLK-SRC.
	MOVE SC-CUR (SRC, SX) TO BLK-CUR (SX).
	MOVE SC-PRI (SRC, SX) TO BLK-PRI (SX).
PRINT-HEADS.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
*> the block in hand as a Pareto list: each cause with its count,
*> its share of the month and the running share, then the prior
*> month's count and share and the movement between them. A cause
*> with nothing in either month is left off.
PRINT-BLOCK.
	PERFORM CLEAR-PICKED
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN 20.
	MOVE 0 TO CUM-COUNT.
	MOVE 'N' TO PICK-DONE-SW.
	PERFORM PICK-REASON THRU PICK-REASON-X
		UNTIL PICK-DONE.
	MOVE SPACES TO PRINT-LINE.
	MOVE 'TOTAL REJECTS' TO OUT-TEXT.
	PERFORM PRINT-TOTAL.
CLEAR-PICKED.
	MOVE 'N' TO BLK-PICKED (SX).
PICK-REASON.
	MOVE 0 TO BEST.
	PERFORM PICK-REASON-TEST
		VARYING SX FROM 1 BY 1
		UNTIL SX IS GREATER THAN 20.
	IF BEST IS EQUAL TO 0
		SET PICK-DONE TO TRUE
		GO TO PICK-REASON-X.
	MOVE 'Y' TO BLK-PICKED (BEST).
	MOVE SPACES TO PRINT-LINE.
	IF BEST IS EQUAL TO UNCODED-SLOT
		MOVE '---' TO OUT-CODE
		MOVE 'NOT A STANDARD REASON' TO OUT-TEXT
	ELSE
		MOVE REASON-CODE (BEST) TO OUT-CODE
		MOVE REASON-TEXT (BEST) TO OUT-TEXT
	END-IF.
	ADD BLK-CUR (BEST) TO CUM-COUNT.
	MOVE BLK-CUR (BEST) TO FX.
	PERFORM FORMAT-FIGURES.
	MOVE BLK-PRI (BEST) TO OUT-PRI.
	IF BLK-PRI-TOT IS GREATER THAN 0
		COMPUTE PCT-WS ROUNDED = BLK-PRI (BEST) * 100 / BLK-PRI-TOT
		MOVE PCT-WS TO OUT-PRI-PCT
	END-IF.
	COMPUTE CHANGE-WS = BLK-CUR (BEST) - BLK-PRI (BEST).
	MOVE CHANGE-WS TO OUT-CHANGE.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
PICK-REASON-X.
	EXIT.
PICK-REASON-TEST.
	IF BLK-PICKED (SX) IS EQUAL TO 'N'
			AND (BLK-CUR (SX) IS GREATER THAN 0
				OR BLK-PRI (SX) IS GREATER THAN 0)
		IF BEST IS EQUAL TO 0
			MOVE SX TO BEST
		ELSE
			IF BLK-CUR (SX) IS GREATER THAN BLK-CUR (BEST)
					OR (BLK-CUR (SX) IS EQUAL TO BLK-CUR (BEST)
					AND BLK-PRI (SX) IS GREATER THAN BLK-PRI (BEST))
				MOVE SX TO BEST
			END-IF
		END-IF
	END-IF.
*> this month's count (in FX), its share of the block and the
*> running share to date (CUM-COUNT already includes it). Shares
*> are left blank on a month with no rejects.
FORMAT-FIGURES.
	MOVE FX TO OUT-CUR.
	IF BLK-CUR-TOT IS GREATER THAN 0
		COMPUTE PCT-WS ROUNDED = FX * 100 / BLK-CUR-TOT
		MOVE PCT-WS TO OUT-PCT
		COMPUTE PCT-WS ROUNDED = CUM-COUNT * 100 / BLK-CUR-TOT
		MOVE PCT-WS TO OUT-CUM
	END-IF.
PRINT-TOTAL.
	MOVE BLK-CUR-TOT TO OUT-CUR.
	MOVE BLK-PRI-TOT TO OUT-PRI.
	IF BLK-CUR-TOT IS GREATER THAN 0
		MOVE 100 TO OUT-PCT
	END-IF.
	IF BLK-PRI-TOT IS GREATER THAN 0
		MOVE 100 TO OUT-PRI-PCT
	END-IF.
	COMPUTE CHANGE-WS = BLK-CUR-TOT - BLK-PRI-TOT.
	MOVE CHANGE-WS TO OUT-CHANGE.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
*> anything that makes a count less than the whole trail is said
*> on the report, so a short figure is never read as a good month.
PRINT-NOTES.
	IF NOT REJECT-FILE-OPEN
		MOVE 'REJFILE NOT AVAILABLE - LIVE REJECTS NOT COUNTED'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF NOT ARCHIVE-FILE-OPEN
		MOVE 'REJARCH NOT AVAILABLE - PURGED REJECTS NOT COUNTED'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF TEXT-CODED-COUNT IS GREATER THAN 0
		MOVE 'REJECTS THIS MONTH CODED FROM THEIR REASON TEXT'
			TO COUNT-NOTE-TEXT
		MOVE TEXT-CODED-COUNT TO NOTE-COUNT
		WRITE STDOUT-RECORD FROM COUNT-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF UNCODED-COUNT IS GREATER THAN 0
		MOVE 'REJECTS THIS MONTH WITH NO STANDARD REASON'
			TO COUNT-NOTE-TEXT
		MOVE UNCODED-COUNT TO NOTE-COUNT
		WRITE STDOUT-RECORD FROM COUNT-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF NODATE-COUNT IS GREATER THAN 0
		MOVE 'REJECTS WITH NO RUN DATE - IN NO MONTH' TO COUNT-NOTE-TEXT
		MOVE NODATE-COUNT TO NOTE-COUNT
		WRITE STDOUT-RECORD FROM COUNT-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF BR-TABLE-FULL
		MOVE 'BRANCH TABLE FULL - SOME REJECTS IN NO BRANCH LIST'
			TO NOTE-TEXT
		WRITE STDOUT-RECORD FROM NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
