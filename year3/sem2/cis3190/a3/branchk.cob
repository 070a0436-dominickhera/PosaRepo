*> IDENTIFICATION DIVISION.
identification division.
*> PROGRAM-ID. BRANCHK.
program-id. BRANCHK.
*> ENVIRONMENT DIVISION.
environment division.
*> INPUT-OUTPUT SECTION.
input-output section.
*> FILE-CONTROL.
file-control.
	select BRANCH-FILE assign to "BRMAST"
		organization is line sequential
		file status is BRANCH-STATUS.

data division.
file section.
fd BRANCH-FILE.
	copy BRREC.

working-storage section.
77 BRANCH-STATUS pic X(02).
77 LOADED-SW pic X value 'N'.
	88 TABLE-LOADED value 'Y'.
77 BRT-COUNT pic S9(4) USAGE IS COMPUTATIONAL value 0.
77 K  pic S9(4) USAGE IS COMPUTATIONAL.
77 FX pic S9(4) USAGE IS COMPUTATIONAL.
*> the branch reference master, loaded from BRMAST on the first call
*> of the run and answered from storage thereafter - the same
*> build-once discipline OPERCHK applies to the operator master.
*> Return codes:
*>   0  known, open, and effective on the date asked about
*>   1  no such branch code on the master
*>   2  branch closed
*>   3  branch open but the date falls outside its effective dates
*>   9  master missing, unreadable or empty - nothing was checked
*> A date of spaces asks about the branch itself, without the
*> effective-date test. Unlike the operator master, a missing branch
*> master does not refuse everything: the callers run without the
*> edit and say so on their reports, the way a missing calendar
*> skips the processing-day edit.
01 BRT-TABLE.
	02 BRT-ENTRY occurs 500 times.
		03 BRT-CODE   pic X(3).
		03 BRT-NAME   pic X(30).
		03 BRT-REGION pic X(10).
		03 BRT-STATUS pic X(1).
		03 BRT-FROM   pic X(8).
		03 BRT-TO     pic X(8).

linkage section.
77 CHECK-CODE pic X(3).
77 CHECK-DATE pic X(8).
77 BRANCH-NAME pic X(30).
77 BRANCH-REGION pic X(10).
77 BRANCH-RET pic S9 USAGE IS COMPUTATIONAL-3.

procedure division using CHECK-CODE, CHECK-DATE, BRANCH-NAME,
		BRANCH-REGION, BRANCH-RET.
	if not TABLE-LOADED
		perform LOAD-TABLE thru LOAD-TABLE-X
		set TABLE-LOADED to true
	end-if.
	move SPACES to BRANCH-NAME.
	move SPACES to BRANCH-REGION.
	if BRT-COUNT is equal to 0
		move 9 to BRANCH-RET
		goback
	end-if.
	move 0 to FX.
	perform FIND-ONE
		varying K from 1 by 1
		until K is greater than BRT-COUNT
			or FX is greater than 0.
	if FX is equal to 0
		move 1 to BRANCH-RET
		goback
	end-if.
	move BRT-NAME (FX) to BRANCH-NAME.
	move BRT-REGION (FX) to BRANCH-REGION.
	move 0 to BRANCH-RET.
	if BRT-STATUS (FX) is not equal to 'O'
		move 2 to BRANCH-RET
		goback
	end-if.
	if CHECK-DATE is equal to SPACES
		goback
	end-if.
	if BRT-FROM (FX) is not equal to SPACES
			and CHECK-DATE is less than BRT-FROM (FX)
		move 3 to BRANCH-RET
	end-if.
	if BRT-TO (FX) is not equal to SPACES
			and CHECK-DATE is greater than BRT-TO (FX)
		move 3 to BRANCH-RET
	end-if.
	goback.
FIND-ONE.
	if BRT-CODE (K) is equal to CHECK-CODE
		move K to FX
	end-if.
LOAD-TABLE.
	move 0 to BRT-COUNT.
	open input BRANCH-FILE.
	if BRANCH-STATUS is not equal to '00'
		go to LOAD-TABLE-X.
	perform LOAD-ONE
		until BRANCH-STATUS is not equal to '00'
			or BRT-COUNT is not less than 500.
	close BRANCH-FILE.
LOAD-TABLE-X.
	exit.
LOAD-ONE.
	read BRANCH-FILE
		at end move '10' to BRANCH-STATUS
		not at end
			if BRM-CODE is not equal to SPACES
				add 1 to BRT-COUNT
				move BRM-CODE to BRT-CODE (BRT-COUNT)
				move BRM-NAME to BRT-NAME (BRT-COUNT)
				move BRM-REGION to BRT-REGION (BRT-COUNT)
				move BRM-STATUS to BRT-STATUS (BRT-COUNT)
				move BRM-EFF-FROM to BRT-FROM (BRT-COUNT)
				move BRM-EFF-TO to BRT-TO (BRT-COUNT)
			end-if
	end-read.
