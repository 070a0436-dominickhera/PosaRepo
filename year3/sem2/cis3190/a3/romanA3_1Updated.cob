		02 LEDGER-DATE    pic X(08).
		02 LEDGER-NUMERAL pic X(60).
		02 LEDGER-DIRECTION pic X(01).
*> how the document reached this run: I from the imaging feed
*> intake, R a correction recycled by ROMANFIX, space the keyed
*> data-entry extract - passed to conv for the reject records.
		02 LEDGER-SOURCE  pic X(01).
		02 FILLER         pic X(02).
fd STANDARD-OUTPUT.
	01 STDOUT-RECORD pic X(80).
fd EXPECTED-FILE.
*> onto the ledger master so the month-end branch statements know
*> whose document each posting is.
		02 POST-BRANCH  pic X(03).
*> how the document reached the run - K keyed, I imaging, R recycled
*> by ROMANFIX - so the re-key quality sample can be drawn by source.
*> Readers laid out to the 87 bytes before it simply stop short.
		02 POST-SOURCE  pic X(01).
fd DIAG-FILE.
	01 DIAG-RECORD pic X(80).
fd RUNCTL-FILE.
77	BR-COUNT   pic S9(4) USAGE IS COMPUTATIONAL value 0.
77	BR-SUM     pic S9(11) USAGE IS COMPUTATIONAL value 0.
77	BR-REJECTS pic S9(4) USAGE IS COMPUTATIONAL value 0.
*> what the branch reference master says about the open envelope's
*> code - its name for the subtotal line, and whether its documents
*> may post at all. See BRANCHK for the return codes.
77	BR-NAME pic X(30) value SPACES.
77	BR-REGION pic X(10) value SPACES.
77	BR-CHECK-DATE pic X(8) value SPACES.
77	BR-CHECK-RET pic S9 USAGE IS COMPUTATIONAL-3.
77	BR-REFUSED-SW pic X value 'N'.
	88 BRANCH-REFUSED value 'Y'.
77	BR-DOC-REFUSED-SW pic X value 'N'.
	88 BR-DOC-REFUSED value 'Y'.
77	BRMAST-WARNED-SW pic X value 'N'.
	88 BRMAST-WARNED value 'Y'.
77	BT-COUNT-WS pic 9(4).
77	BT-SUM-WS   pic 9(11).
77	DEC-VAL pic S9(8) USAGE IS COMPUTATIONAL value 0.
	88 DEC-BAD value 'Y'.
77	DEC-OK-SW pic X value 'N'.
	88 DEC-OK value 'Y'.
*> the standard reason code (see RSNTAB) for a reject this driver
*> appends itself through conv's convreject entry point.
77	DECREJ-CODE pic X(3) value SPACES.
77	DIR-ROMAN-COUNT pic S9(4) USAGE IS COMPUTATIONAL value 0.
77	DIR-DEC-COUNT   pic S9(4) USAGE IS COMPUTATIONAL value 0.
77	RUNCTL-STATUS pic X(02).
77	RUNLOCK-STATUS pic X(02).
77	DONE-STATUS pic X(02).
77	DONE-CHECKED-DATE pic X(8) value SPACES.
77	DONE-FOUND-SW pic X value 'N'.
	88 DONE-FOUND value 'Y'.
77	RUNHIST-STATUS pic X(02).
77	RH-EVENT-WS pic X(01).
77	RH-CC-WS pic 9(02).
77	OOB-SW pic X value 'N'.
	88 OOB-SEEN value 'Y'.
77	PRIME-RET pic S9 USAGE IS COMPUTATIONAL-3.
*> PRIMCHK says whether it answered from the filed prime table (T)
*> or computed (C) - the report's P flag does not distinguish.
77	PRIME-BASIS-WS pic X value SPACE.
77	PRIME-FOUND-COUNT pic S9(4) USAGE IS COMPUTATIONAL value 0.
77	STDIN-STATUS pic X(02).
77	STDOUT-STATUS pic X(02).
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(7)  value 'BRANCH '.
	02 SUB-CODE pic X(3).
	02 FILLER pic X(1)  value SPACE.
	02 SUB-NAME pic X(14).
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(10) value 'CONVERTED '.
	02 SUB-COUNT pic ZZZ9.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(12) value 'CONTROL SUM '.
	02 SUB-SUM pic Z(11).
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(8)  value 'REJECTS '.
	02 SUB-REJECTS pic ZZZ9.
01	BRANCH-RECON-LINE.
			and not FORCE-MODE
		perform DUP-RUN-REFUSE
	end-if.
*> RUNCTL only knows the last date - after a catch-up run has posted
*> several days, any of the earlier ones could be resubmitted past
*> it. Each new date met is also looked up on the completed-dates
*> trail, once, and refused the same way.
	if BUSINESS-DATE is not equal to SPACES
			and BUSINESS-DATE is not equal to DONE-CHECKED-DATE
			and not FORCE-MODE
		perform DONE-CHECK thru DONE-CHECK-X
		if DONE-FOUND
			perform DUP-RUN-REFUSE
		end-if
	end-if.
*> name the document to conv before anything can reject it, so
*> every reject appended for it carries its LEDGER-ID and source.
	call "convdoc" using LEDGER-ID, LEDGER-SOURCE.
*> a document inside the envelope of a branch the reference master
*> does not know, has closed, or does not have trading on the
*> document's date never reaches conv - it is rejected to REJFILE
*> under its own reason, so nothing posts to a branch that is not
*> there to own it.
	if BRANCH-ACTIVE
		perform BRANCH-DOC-CHECK thru BRANCH-DOC-CHECK-X
		if BR-DOC-REFUSED
			perform DECIMAL-REJ
			go to L1
		end-if
	end-if.
*> direction indicator: space or R is the Roman-form document the
*> run has always handled; D means the numeral field carries a keyed
*> decimal value and the registry needs the Roman form back, which
	move ARRAY-AREA to POST-NUMERAL.
	move TEMP to POST-DECIMAL.
	perform SET-POST-BRANCH.
	perform SET-POST-SOURCE.
	write POST-RECORD.
	add 1 to TOTAL-COUNT. add TEMP to TOTAL-SUM.
	add 1 to DIR-ROMAN-COUNT.
	if LEDGER-DATE is not equal to SPACES
		move LEDGER-DATE to BUSINESS-DATE
	end-if.
*> a document the abended attempt refused for its branch was
*> rejected, not posted - it must not be regenerated either.
	if BRANCH-ACTIVE
		perform BRANCH-DOC-CHECK thru BRANCH-DOC-CHECK-X
		if BR-DOC-REFUSED
			go to RESTART-REPOST-X
		end-if
	end-if.
	if LEDGER-DIRECTION is equal to 'D'
			or LEDGER-DIRECTION is equal to 'd'
		perform DEC-SCAN thru DEC-SCAN-X
	move ARRAY-AREA to POST-NUMERAL.
	move TEMP to POST-DECIMAL.
	perform SET-POST-BRANCH.
	perform SET-POST-SOURCE.
	write POST-RECORD.
*> branch attribution on the posting extract: the branch whose
*> envelope is open owns the document; a record outside any envelope
	else
		move SPACES to POST-BRANCH
	end-if.
*> the keyed data-entry extract carries no source stamp - spelled
*> out as K on the extract, the way conv spells it on the rejects.
SET-POST-SOURCE.
	if LEDGER-SOURCE is equal to 'I'
			or LEDGER-SOURCE is equal to 'R'
		move LEDGER-SOURCE to POST-SOURCE
	else
		move 'K' to POST-SOURCE
	end-if.
*> the checkpoint is rewritten in full every interval - record
*> position plus every trailer counter - so a restart resumes with
*> nothing double-counted and no reject re-appended. conv's staged
	move 16 to RH-CC-WS.
	perform RUNHIST-NOTE.
	stop run.
DONE-CHECK.
	move BUSINESS-DATE to DONE-CHECKED-DATE.
	move 'N' to DONE-FOUND-SW.
	open input DONE-FILE.
	if DONE-STATUS is not equal to '00'
		go to DONE-CHECK-X.
DC1.	read DONE-FILE at end go to DC8.
	if DONE-DATE is equal to BUSINESS-DATE
		set DONE-FOUND to true
		go to DC8.
	go to DC1.
DC8.	close DONE-FILE.
DONE-CHECK-X.
	exit.
LOCK-CHECK.
	move 'N' to LOCK-HELD-SW.
	open input RUNLOCK-FILE.
*> decimal equivalent is prime - the subprogram builds its table on
*> the first call of the run and answers from it thereafter.
FLAG-PRIME.
	call "PRIMCHK" using TEMP, PRIME-RET, PRIME-BASIS-WS.
	if PRIME-RET is equal to 1
		move 'P' to OUT-PRIME-FLAG
		add 1 to PRIME-FOUND-COUNT
	move 0 to BR-SUM.
	move 0 to BR-REJECTS.
	move 'Y' to BRANCH-ACTIVE-SW.
*> look the envelope's code up on the branch reference master for
*> its name, and say at the header - not fifty rejects later - when
*> the whole envelope is going to be refused.
	move 'N' to BR-REFUSED-SW.
	move SPACES to BR-CHECK-DATE.
	call "BRANCHK" using BR-CODE, BR-CHECK-DATE, BR-NAME, BR-REGION,
		BR-CHECK-RET.
	if BR-CHECK-RET is equal to 1 or BR-CHECK-RET is equal to 2
		set BRANCH-REFUSED to true
		move BR-CODE to WARN-CODE
		if BR-CHECK-RET is equal to 1
			move 'UNKNOWN - DOCUMENTS REJECTED' to WARN-TEXT
		else
			move 'CLOSED - DOCUMENTS REJECTED' to WARN-TEXT
		end-if
		move BRANCH-WARN-LINE to RPT-WORK
		perform WRITE-RPT
	end-if.
	if BR-CHECK-RET is equal to 9 and not BRMAST-WARNED
		set BRMAST-WARNED to true
		move BR-CODE to WARN-CODE
		move 'MASTER MISSING - NOT CHECKED' to WARN-TEXT
		move BRANCH-WARN-LINE to RPT-WORK
		perform WRITE-RPT
	end-if.
*> tell conv whose envelope is open so the rejects it appends to
*> REJFILE carry the branch too - the month-end branch statements
*> count a branch's rejects from that column.
		go to BRANCH-CLOSE-X
	end-if.
	move BR-CODE to SUB-CODE.
	move BR-NAME to SUB-NAME.
	move BR-COUNT to SUB-COUNT.
	move BR-SUM to SUB-SUM.
	move BR-REJECTS to SUB-REJECTS.
		move LEDGER-NUMERAL (5:11) to BT-SUM-WS
		move BT-COUNT-WS to RECON-KEYED
		move BT-SUM-WS to RECON-KEYED-SUM
		if BRANCH-REFUSED
			move 'BRANCH REJECTED' to BRANCH-STATUS
		else
			if BT-COUNT-WS is equal to BR-COUNT
					and BT-SUM-WS is equal to BR-SUM
				move 'IN BALANCE' to BRANCH-STATUS
			else
				move 'OUT OF BALANCE' to BRANCH-STATUS
				set OOB-SEEN to true
			end-if
		end-if
	else
		move 0 to RECON-KEYED
	call "convbranch" using NO-BRANCH-WS.
BRANCH-CLOSE-X.
	exit.
*> hold one document of the open envelope against the branch
*> reference master on the document's own date - a branch that
*> opened or closed part way through the extract is judged day by
*> day. A missing master (return 9) refuses nothing.
BRANCH-DOC-CHECK.
	move 'N' to BR-DOC-REFUSED-SW.
	move LEDGER-DATE to BR-CHECK-DATE.
	call "BRANCHK" using BR-CODE, BR-CHECK-DATE, BR-NAME, BR-REGION,
		BR-CHECK-RET.
	if BR-CHECK-RET is equal to 1
		move 'B01' to DECREJ-CODE
		move 'UNKNOWN BRANCH' to DERR-TEXT
		set BR-DOC-REFUSED to true
	end-if.
	if BR-CHECK-RET is equal to 2
		move 'B02' to DECREJ-CODE
		move 'BRANCH CLOSED' to DERR-TEXT
		set BR-DOC-REFUSED to true
	end-if.
	if BR-CHECK-RET is equal to 3
		move 'B03' to DECREJ-CODE
		move 'BRANCH NOT EFFECTIVE ON DATE' to DERR-TEXT
		set BR-DOC-REFUSED to true
	end-if.
BRANCH-DOC-CHECK-X.
	exit.
*> decimal-direction ledger record: edit the keyed decimal out of
*> the numeral field, regenerate the Roman form through dconv, and
*> report/extract/count it exactly like an accepted Roman-form
DECIMAL-DIR.
	perform DEC-SCAN thru DEC-SCAN-X.
	if not DEC-OK
		move 'D01' to DECREJ-CODE
		move 'INVALID DECIMAL LEDGER VALUE' to DERR-TEXT
		perform DECIMAL-REJ
		go to DECIMAL-DIR-X.
	move SPACES to ARRAY-AREA.
	call "dconv" using TEMP, ARRAY-AREA, RET.
	if RET is not equal to 1
		move 'D02' to DECREJ-CODE
		move 'DECIMAL VALUE OUT OF RANGE' to DERR-TEXT
		perform DECIMAL-REJ
		go to DECIMAL-DIR-X.
	move ARRAY-AREA to POST-NUMERAL.
	move TEMP to POST-DECIMAL.
	perform SET-POST-BRANCH.
	perform SET-POST-SOURCE.
	write POST-RECORD.
	add 1 to TOTAL-COUNT. add TEMP to TOTAL-SUM.
	add 1 to DIR-DEC-COUNT.
*> and branch are stamped the one place they are owned - and the
*> checkpoint that counts it, so the morning reconciliation sees it
*> and a keyed correction can recycle it like the Roman-direction
*> rejects. A document refused for its branch goes the same way.
DECIMAL-REJ.
	add 1 to REJECT-COUNT.
	if BRANCH-ACTIVE
	move DECERR-LINE to RPT-WORK.
	perform WRITE-RPT.
	move LEDGER-NUMERAL to ARRAY-AREA.
	call "convreject" using ARRAY-AREA, DECREJ-CODE.
	add 1 to REJ-SINCE-CHKPT.
	if REJ-SINCE-CHKPT is not less than REJECT-FLUSH-INTERVAL
		perform WRITE-CHKPT
