		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STANDARD-OUTPUT ASSIGN TO "EDTRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT EXCEPTION-FILE ASSIGN TO "EDTEXC"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CALENDAR-STATUS.
*> DECIMAL value - which the OCR confusable pass below must never
*> "correct" into a Roman numeral.
		02 LEDGER-DIRECTION PICTURE X(01).
*> I on a document from the imaging feed intake, space on a keyed
*> one - carried through to the clean extract untouched.
		02 LEDGER-SOURCE  PICTURE X(01).
		02 FILLER         PICTURE X(02).
FD CLEAN-FILE.
	01 CLEAN-RECORD PICTURE X(80).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(80).
*> the edit errors again, one record per error as printed, for the
*> programs that answer for a document after the fact (the imaging
*> vendor's acknowledgement first) - a printed report is no input.
*> EXC-TYPE E is a field error; R notes every document the edit
*> received (EXC-ERROR the numeral as received) and O every OCR
*> substitution applied (EXC-ERROR the corrected numeral), so the
*> document trace can show when a document arrived and what the
*> edit did to it. Numerals longer than 30 characters are cut short
*> here; the report carries them whole. EXC-CODE is the standard
*> reject reason code (RSNTAB) of an E record, the same code the
*> night run would stamp on REJFILE for that cause.
FD EXCEPTION-FILE.
	01 EXCEPTION-RECORD.
		02 EXC-TYPE     PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 EXC-ID       PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 EXC-DATE     PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 EXC-FIELD    PICTURE X(14).
		02 FILLER       PICTURE X(01).
		02 EXC-ERROR    PICTURE X(30).
		02 FILLER       PICTURE X(01).
		02 EXC-RUN-DATE PICTURE 9(06).
		02 FILLER       PICTURE X(01).
		02 EXC-CODE     PICTURE X(03).
		02 FILLER       PICTURE X(04).
FD CALENDAR-FILE.
	01 CALENDAR-RECORD.
		02 CAL-DATE PICTURE X(08).
		02 CAL-NAME PICTURE X(69).
WORKING-STORAGE SECTION.
77	RAW-STATUS PICTURE X(02).
77	RUN-DATE-WS PICTURE 9(06).
77	EXC-TYPE-WS PICTURE X(01).
77	RAW-OPEN-SW PICTURE X VALUE 'N'.
	88 RAW-FILE-OPEN VALUE 'Y'.
77	RECORD-ERR-SW PICTURE X VALUE 'N'.
	02 CAL-ENTRY OCCURS 1100 TIMES.
		03 CE-DATE PICTURE X(8).
		03 CE-TYPE PICTURE X(1).
*> the branch envelope the edit is inside, and what the branch
*> reference master said about it - BRANCHK's return codes.
77	EDT-BRANCH PICTURE X(3) VALUE SPACES.
77	EDT-BRANCH-SW PICTURE X VALUE 'N'.
	88 EDT-BRANCH-OPEN VALUE 'Y'.
77	EDT-BR-DATE PICTURE X(8) VALUE SPACES.
77	EDT-BR-NAME PICTURE X(30) VALUE SPACES.
77	EDT-BR-REGION PICTURE X(10) VALUE SPACES.
77	EDT-BR-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	BRMAST-MISSING-SW PICTURE X VALUE 'N'.
	88 BRMAST-MISSING VALUE 'Y'.
*> the document-number check character, through IDCHK - its return
*> codes are listed there.
77	EDT-ID-DATE PICTURE X(8) VALUE SPACES.
77	EDT-ID-RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	IDCTL-MISSING-SW PICTURE X VALUE 'N'.
	88 IDCTL-MISSING VALUE 'Y'.
77	PARM-WS PICTURE X(10) VALUE SPACES.
77	OCR-OPT-COUNT PICTURE S9(2) USAGE IS COMPUTATIONAL VALUE 0.
77	OCR-MODE-SW PICTURE X VALUE 'N'.
	02 FILLER PICTURE X(14) VALUE 'FIELD         '.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'ERROR'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(4) VALUE 'CODE'.
01	UNDERLINE-2.
	02 FILLER PICTURE X(78) VALUE
		' -----------------------------------------------------------------------------'.
	02 OUT-FIELD PICTURE X(14).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-ERROR PICTURE X(30).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-CODE PICTURE X(3).
01	OCR-SECTION-HEAD.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(26) VALUE 'OCR SUBSTITUTIONS APPLIED'.
	INSPECT PARM-WS TALLYING OCR-OPT-COUNT FOR ALL 'c'.
	IF OCR-OPT-COUNT IS GREATER THAN 0
		MOVE 'Y' TO OCR-MODE-SW.
	ACCEPT RUN-DATE-WS FROM DATE.
	PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-X.
	OPEN INPUT RAW-FILE.
	IF RAW-STATUS IS EQUAL TO '00'
	ELSE
		MOVE 'N' TO RAW-OPEN-SW
	END-IF.
	OPEN OUTPUT CLEAN-FILE, OUTPUT STANDARD-OUTPUT,
		OUTPUT EXCEPTION-FILE.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
EL1.	READ RAW-FILE AT END GO TO EB1.
*> branch batch envelopes (*BRANCH* header, *BTOTAL* trailer) are
*> control records, not keyed ledger fields - they pass through to
*> the clean extract untouched for the night run to verify. The
*> header's branch code is held against the branch reference master
*> here, so an unknown or closed branch is on the edit report for
*> data entry before the night run refuses its documents.
	IF LEDGER-ID IS EQUAL TO '*BRANCH*'
		PERFORM EDIT-ENVELOPE THRU EDIT-ENVELOPE-X
		WRITE CLEAN-RECORD FROM RAW-RECORD
		GO TO EL1.
	IF LEDGER-ID IS EQUAL TO '*BTOTAL*'
		MOVE 'N' TO EDT-BRANCH-SW
		WRITE CLEAN-RECORD FROM RAW-RECORD
		GO TO EL1.
	ADD 1 TO READ-COUNT.
	MOVE 'N' TO RECORD-ERR-SW.
	MOVE 'R' TO EXC-TYPE-WS.
	MOVE SPACES TO OUT-FIELD.
	PERFORM NOTE-DOCUMENT.
	PERFORM EDIT-ID THRU EDIT-ID-X.
	PERFORM EDIT-DATE THRU EDIT-DATE-X.
	PERFORM EDIT-CALDAY THRU EDIT-CALDAY-X.
	PERFORM EDIT-BRANCH THRU EDIT-BRANCH-X.
	PERFORM EDIT-NUMERAL.
	PERFORM OCR-PASS THRU OCR-PASS-X.
	PERFORM EDIT-DUP THRU EDIT-DUP-X.
	END-IF.
	GO TO EL1.
*> LEDGER-ID must be present and contain only letters, digits and
*> trailing blanks - an embedded blank means a mis-keyed id. An id
*> that passes that far must also carry the right check character
*> in position 8 - one wrong or transposed character is caught here
*> instead of surfacing days later as a posting DUPLICATE or CONFLICT
*> against someone else's document. Documents dated before the
*> cut-over kept the old numbering and are not held to it.
EDIT-ID.
	IF LEDGER-ID IS EQUAL TO SPACES
		MOVE 'LEDGER-ID' TO OUT-FIELD
		MOVE 'MISSING' TO OUT-ERROR
		MOVE 'I01' TO OUT-CODE
		PERFORM ERR-NOTE
		GO TO EDIT-ID-X.
	MOVE 'N' TO ID-BLANK-SEEN-SW.
	PERFORM EDIT-ID-CHAR
		VARYING C FROM 1 BY 1
		UNTIL C IS GREATER THAN 8.
	IF RECORD-IN-ERROR
		GO TO EDIT-ID-X.
	MOVE SPACES TO EDT-ID-DATE.
	IF LEDGER-DATE IS NUMERIC
		MOVE LEDGER-DATE TO EDT-ID-DATE.
	CALL "IDCHK" USING LEDGER-ID, EDT-ID-DATE, EDT-ID-RET.
	IF EDT-ID-RET IS EQUAL TO 9
		SET IDCTL-MISSING TO TRUE.
	IF EDT-ID-RET IS EQUAL TO 1
		MOVE 'LEDGER-ID' TO OUT-FIELD
		MOVE 'CHECK CHARACTER WRONG' TO OUT-ERROR
		MOVE 'I04' TO OUT-CODE
		PERFORM ERR-NOTE.
EDIT-ID-X.
	EXIT.
EDIT-ID-CHAR.
		IF ID-BLANK-SEEN
			MOVE 'LEDGER-ID' TO OUT-FIELD
			MOVE 'EMBEDDED BLANK' TO OUT-ERROR
			MOVE 'I02' TO OUT-CODE
			PERFORM ERR-NOTE
			MOVE 9 TO C
		ELSE
						OR LEDGER-ID (C:1) IS GREATER THAN '9')
				MOVE 'LEDGER-ID' TO OUT-FIELD
				MOVE 'NOT ALPHANUMERIC' TO OUT-ERROR
				MOVE 'I03' TO OUT-CODE
				PERFORM ERR-NOTE
				MOVE 9 TO C
			END-IF
	IF LEDGER-DATE IS NOT NUMERIC
		MOVE 'LEDGER-DATE' TO OUT-FIELD
		MOVE 'NOT NUMERIC' TO OUT-ERROR
		MOVE 'T01' TO OUT-CODE
		PERFORM ERR-NOTE
		GO TO EDIT-DATE-X.
	MOVE LEDGER-DATE TO DATE-DIGITS.
	IF DATE-MONTH IS LESS THAN 1 OR DATE-MONTH IS GREATER THAN 12
		MOVE 'LEDGER-DATE' TO OUT-FIELD
		MOVE 'MONTH NOT 01-12' TO OUT-ERROR
		MOVE 'T02' TO OUT-CODE
		PERFORM ERR-NOTE
		GO TO EDIT-DATE-X.
	MOVE MONTH-DAYS (DATE-MONTH) TO MONTH-MAX.
	IF DATE-DAY IS LESS THAN 1 OR DATE-DAY IS GREATER THAN MONTH-MAX
		MOVE 'LEDGER-DATE' TO OUT-FIELD
		MOVE 'DAY NOT IN MONTH' TO OUT-ERROR
		MOVE 'T03' TO OUT-CODE
		PERFORM ERR-NOTE.
EDIT-DATE-X.
	EXIT.
			OR CE-TYPE (CAL-HIT) IS NOT EQUAL TO 'P'
		MOVE 'LEDGER-DATE' TO OUT-FIELD
		MOVE 'NOT A PROCESSING DAY' TO OUT-ERROR
		MOVE 'T04' TO OUT-CODE
		PERFORM ERR-NOTE.
EDIT-CALDAY-X.
	EXIT.
	END-IF.
LOAD-CALENDAR-X.
	EXIT.
EDIT-ENVELOPE.
	MOVE LEDGER-DATE (1:3) TO EDT-BRANCH.
	MOVE 'Y' TO EDT-BRANCH-SW.
	MOVE SPACES TO EDT-BR-DATE.
	CALL "BRANCHK" USING EDT-BRANCH, EDT-BR-DATE, EDT-BR-NAME,
		EDT-BR-REGION, EDT-BR-RET.
	IF EDT-BR-RET IS EQUAL TO 9
		SET BRMAST-MISSING TO TRUE
		GO TO EDIT-ENVELOPE-X.
	IF EDT-BR-RET IS EQUAL TO 0
		GO TO EDIT-ENVELOPE-X.
	MOVE SPACES TO PRINT-LINE.
	MOVE 'BRANCH' TO OUT-FIELD.
	IF EDT-BR-RET IS EQUAL TO 1
		MOVE 'UNKNOWN BRANCH - ENVELOPE' TO OUT-ERROR
	ELSE
		MOVE 'BRANCH CLOSED - ENVELOPE' TO OUT-ERROR
	END-IF.
	MOVE LEDGER-ID TO OUT-ID.
	MOVE LEDGER-DATE TO OUT-DATE.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
EDIT-ENVELOPE-X.
	EXIT.
*> every document inside an envelope must belong to a branch the
*> reference master knows, has not closed, and has trading on the
*> document's date - the same test the night run makes, so a record
*> this edit passes is not refused there for its branch.
EDIT-BRANCH.
	IF NOT EDT-BRANCH-OPEN
		GO TO EDIT-BRANCH-X.
	MOVE SPACES TO EDT-BR-DATE.
	IF LEDGER-DATE IS NUMERIC
		MOVE LEDGER-DATE TO EDT-BR-DATE.
	CALL "BRANCHK" USING EDT-BRANCH, EDT-BR-DATE, EDT-BR-NAME,
		EDT-BR-REGION, EDT-BR-RET.
	IF EDT-BR-RET IS EQUAL TO 1
		MOVE 'BRANCH' TO OUT-FIELD
		MOVE 'UNKNOWN BRANCH' TO OUT-ERROR
		MOVE 'B01' TO OUT-CODE
		PERFORM ERR-NOTE.
	IF EDT-BR-RET IS EQUAL TO 2
		MOVE 'BRANCH' TO OUT-FIELD
		MOVE 'BRANCH CLOSED' TO OUT-ERROR
		MOVE 'B02' TO OUT-CODE
		PERFORM ERR-NOTE.
	IF EDT-BR-RET IS EQUAL TO 3
		MOVE 'BRANCH' TO OUT-FIELD
		MOVE 'BRANCH NOT EFFECTIVE ON DATE' TO OUT-ERROR
		MOVE 'B03' TO OUT-CODE
		PERFORM ERR-NOTE.
EDIT-BRANCH-X.
	EXIT.
EDIT-NUMERAL.
	IF LEDGER-NUMERAL IS EQUAL TO SPACES
		MOVE 'LEDGER-NUMERAL' TO OUT-FIELD
		MOVE 'MISSING' TO OUT-ERROR
		MOVE 'N04' TO OUT-CODE
		PERFORM ERR-NOTE.
*> the scanned feeds deliver the classic OCR confusables - digit 1
*> and lowercase l where an I was printed, and stray zeros where
	MOVE LEDGER-ID TO ST-ID (SUB-COUNT).
	MOVE OCR-OLD TO ST-OLD (SUB-COUNT).
	MOVE LEDGER-NUMERAL TO ST-NEW (SUB-COUNT).
	MOVE 'O' TO EXC-TYPE-WS.
	MOVE 'LEDGER-NUMERAL' TO OUT-FIELD.
	PERFORM NOTE-DOCUMENT.
OCR-PASS-X.
	EXIT.
OCR-SCAN-LEN.
	IF DUP-FOUND
		MOVE 'LEDGER-ID' TO OUT-FIELD
		MOVE 'DUPLICATE IN BATCH' TO OUT-ERROR
		MOVE 'I05' TO OUT-CODE
		PERFORM ERR-NOTE.
EDIT-DUP-X.
	EXIT.
	MOVE LEDGER-ID TO OUT-ID.
	MOVE LEDGER-DATE TO OUT-DATE.
	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	MOVE SPACES TO EXCEPTION-RECORD.
	MOVE 'E' TO EXC-TYPE.
	MOVE LEDGER-ID TO EXC-ID.
	MOVE LEDGER-DATE TO EXC-DATE.
	MOVE OUT-FIELD TO EXC-FIELD.
	MOVE OUT-ERROR TO EXC-ERROR.
	MOVE RUN-DATE-WS TO EXC-RUN-DATE.
	MOVE OUT-CODE TO EXC-CODE.
	WRITE EXCEPTION-RECORD.
	ADD 1 TO ERROR-COUNT.
	MOVE 'Y' TO RECORD-ERR-SW.
*> the received and OCR-corrected notes - the numeral as it stands
*> at that point, received or corrected.
NOTE-DOCUMENT.
	MOVE SPACES TO EXCEPTION-RECORD.
	MOVE EXC-TYPE-WS TO EXC-TYPE.
	MOVE LEDGER-ID TO EXC-ID.
	MOVE LEDGER-DATE TO EXC-DATE.
	MOVE OUT-FIELD TO EXC-FIELD.
	MOVE LEDGER-NUMERAL TO EXC-ERROR.
	MOVE RUN-DATE-WS TO EXC-RUN-DATE.
	WRITE EXCEPTION-RECORD.
EB1.	MOVE READ-COUNT TO TRAILER-READ.
	MOVE CLEAN-COUNT TO TRAILER-CLEAN.
	MOVE REJECT-COUNT TO TRAILER-REJECTED.
		MOVE 'CAL TABLE FULL - NOT CHECKED' TO OUT-ERROR
		WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF BRMAST-MISSING
		MOVE SPACES TO PRINT-LINE
		MOVE 'BRANCH' TO OUT-FIELD
		MOVE 'BRANCH MASTER MISSING' TO OUT-ERROR
		WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF IDCTL-MISSING
		MOVE SPACES TO PRINT-LINE
		MOVE 'LEDGER-ID' TO OUT-FIELD
		MOVE 'NO CUT-OVER - CHECK NOT MADE' TO OUT-ERROR
		WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE
	END-IF.
	IF OCR-MODE
		WRITE STDOUT-RECORD FROM OCR-SECTION-HEAD
			AFTER ADVANCING 2 LINES
	IF RAW-FILE-OPEN
		CLOSE RAW-FILE
	END-IF.
	CLOSE CLEAN-FILE, STANDARD-OUTPUT, EXCEPTION-FILE.
	STOP RUN.
OCR-LIST-ONE.
	MOVE ST-ID (S) TO ORIG-ID.
