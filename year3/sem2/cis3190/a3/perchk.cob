*> IDENTIFICATION DIVISION.
identification division.
*> PROGRAM-ID. PERCHK.
program-id. PERCHK.
*> ENVIRONMENT DIVISION.
environment division.
*> INPUT-OUTPUT SECTION.
input-output section.
*> FILE-CONTROL.
file-control.
	select PERIOD-FILE assign to "PERCTL"
		organization is line sequential
		file status is PERIOD-STATUS.

data division.
file section.
fd PERIOD-FILE.
	copy PERREC.

working-storage section.
77 PERIOD-STATUS pic X(02).
77 LOADED-SW pic X value 'N'.
	88 CONTROL-LOADED value 'Y'.
*> the latest closed month on PERCTL, found on the first call of the
*> run and answered from storage thereafter - the same build-once
*> discipline IDCHK applies to its cut-over date. Months close in
*> order and never reopen, so that one month answers for every
*> month before it.
*> Return codes:
*>   0  the date's month is open
*>   1  the date's month is closed - nothing dated in it may change
*>   9  PERCTL missing, or no month closed on it yet - nothing is
*>      closed, and the callers say so on their reports
*> Only the first six characters of the date (YYYYMM) are looked at.
*> A date that is not numeric - spaces on a record posted before the
*> ledger date existed - belongs to no period and is answered open.
77 HIGH-CLOSED pic X(06) value SPACES.

linkage section.
77 CHECK-DATE pic X(8).
77 PERIOD-RET pic S9 USAGE IS COMPUTATIONAL-3.

procedure division using CHECK-DATE, PERIOD-RET.
	if not CONTROL-LOADED
		perform LOAD-CONTROL thru LOAD-CONTROL-X
		set CONTROL-LOADED to true
	end-if.
	if HIGH-CLOSED is equal to SPACES
		move 9 to PERIOD-RET
		goback
	end-if.
	if CHECK-DATE (1:6) is numeric
			and CHECK-DATE (1:6) is not greater than HIGH-CLOSED
		move 1 to PERIOD-RET
	else
		move 0 to PERIOD-RET
	end-if.
	goback.
LOAD-CONTROL.
	move SPACES to HIGH-CLOSED.
	open input PERIOD-FILE.
	if PERIOD-STATUS is not equal to '00'
		go to LOAD-CONTROL-X.
	perform LOAD-ONE
		until PERIOD-STATUS is not equal to '00'.
	close PERIOD-FILE.
LOAD-CONTROL-X.
	exit.
LOAD-ONE.
	read PERIOD-FILE
		at end move '10' to PERIOD-STATUS
		not at end
			if PER-CLOSED
					and PER-MONTH is numeric
					and (HIGH-CLOSED is equal to SPACES
						or PER-MONTH is greater than HIGH-CLOSED)
				move PER-MONTH to HIGH-CLOSED
			end-if
	end-read.
