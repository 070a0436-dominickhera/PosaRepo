*> IDENTIFICATION DIVISION.
identification division.
*> PROGRAM-ID. IDCHK.
program-id. IDCHK.
*> ENVIRONMENT DIVISION.
environment division.
*> INPUT-OUTPUT SECTION.
input-output section.
*> FILE-CONTROL.
file-control.
	select IDCTL-FILE assign to "IDCTL"
		organization is line sequential
		file status is IDCTL-STATUS.

data division.
file section.
fd IDCTL-FILE.
	copy IDCREC.

working-storage section.
77 IDCTL-STATUS pic X(02).
77 LOADED-SW pic X value 'N'.
	88 CONTROL-LOADED value 'Y'.
77 CUTOVER-WS pic X(08) value SPACES.
77 BASE-WS pic X(07).
77 CHAR-WS pic X(01).
77 BAD-CHAR-SW pic X value 'N'.
	88 BAD-CHAR-SEEN value 'Y'.
77 K  pic S9(4) USAGE IS COMPUTATIONAL.
77 J  pic S9(4) USAGE IS COMPUTATIONAL.
77 AX pic S9(4) USAGE IS COMPUTATIONAL.
77 P  pic S9(4) USAGE IS COMPUTATIONAL.
77 S  pic S9(4) USAGE IS COMPUTATIONAL.
77 Q  pic S9(4) USAGE IS COMPUTATIONAL.
*> document numbers are seven characters of base number and one
*> check character, taken from the 36 characters below. The check
*> character is the ISO 7064 MOD 37,36 hybrid one: it catches every
*> single mis-keyed character and all but a handful of swaps of two
*> neighbouring characters, the two mistakes that used to turn up
*> days later as a posting DUPLICATE or CONFLICT against someone
*> else's document.
*> The cut-over date comes from IDCTL on the first call of the run
*> and is answered from storage thereafter - the same build-once
*> discipline BRANCHK applies to the branch master.
*> Return codes:
*>   0  check character agrees
*>   1  check character wrong, or the id is not eight characters
*>      drawn from the table below
*>   2  not checked - the document is dated before the cut-over
*>   9  no cut-over set, or IDCTL missing - nothing was checked
*> A date of spaces means the caller does not know the document's
*> date (an id that is not on the master, say) and the id is held
*> to the check regardless. Like the branch master, a missing
*> control does not refuse everything: the callers run without the
*> check and say so on their reports.
01 ALPHA-VALUES.
	02 FILLER pic X(36) value
		'0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
01 ALPHA-TABLE redefines ALPHA-VALUES.
	02 ALPHA-CHAR pic X(1) occurs 36 times.

linkage section.
77 CHECK-ID pic X(8).
77 CHECK-DATE pic X(8).
77 CHECK-RET pic S9 USAGE IS COMPUTATIONAL-3.
77 GEN-BASE pic X(7).
77 GEN-CHAR pic X(1).

procedure division using CHECK-ID, CHECK-DATE, CHECK-RET.
	if not CONTROL-LOADED
		perform LOAD-CONTROL thru LOAD-CONTROL-X
		set CONTROL-LOADED to true
	end-if.
	if CUTOVER-WS is equal to SPACES
		move 9 to CHECK-RET
		goback
	end-if.
	if CHECK-DATE is not equal to SPACES
			and CHECK-DATE is less than CUTOVER-WS
		move 2 to CHECK-RET
		goback
	end-if.
	move CHECK-ID (1:7) to BASE-WS.
	perform COMPUTE-CHECK thru COMPUTE-CHECK-X.
	if BAD-CHAR-SEEN
			or CHECK-ID (8:1) is not equal to CHAR-WS
		move 1 to CHECK-RET
	else
		move 0 to CHECK-RET
	end-if.
	goback.
*> alternate entry point for the run that issues number ranges - it
*> hands over a seven-character base and gets back the check
*> character that completes it (space if the base holds a character
*> outside the table). No control is needed to compute one.
entry "IDCHKGEN" using GEN-BASE, GEN-CHAR.
	move GEN-BASE to BASE-WS.
	perform COMPUTE-CHECK thru COMPUTE-CHECK-X.
	if BAD-CHAR-SEEN
		move SPACE to GEN-CHAR
	else
		move CHAR-WS to GEN-CHAR
	end-if.
	goback.
*> the running value starts at 36; each character's value (0-35) is
*> added in modulo 36 (a zero remainder counting as 36), doubled,
*> and reduced modulo 37. The check character is the one whose value
*> would bring the last remainder round to 1.
COMPUTE-CHECK.
	move 'N' to BAD-CHAR-SW.
	move SPACE to CHAR-WS.
	move 36 to P.
	perform CHECK-ONE
		varying K from 1 by 1
		until K is greater than 7
			or BAD-CHAR-SEEN.
	if BAD-CHAR-SEEN
		go to COMPUTE-CHECK-X.
	compute S = 37 - P.
	divide S by 36 giving Q remainder S.
	add 1 to S.
	move ALPHA-CHAR (S) to CHAR-WS.
COMPUTE-CHECK-X.
	exit.
CHECK-ONE.
	move 0 to AX.
	perform FIND-CHAR
		varying J from 1 by 1
		until J is greater than 36
			or AX is greater than 0.
	if AX is equal to 0
		set BAD-CHAR-SEEN to true
	else
		compute S = P + AX - 1
		divide S by 36 giving Q remainder S
		if S is equal to 0
			move 36 to S
		end-if
		compute S = S * 2
		divide S by 37 giving Q remainder P
	end-if.
FIND-CHAR.
	if ALPHA-CHAR (J) is equal to BASE-WS (K:1)
		move J to AX
	end-if.
LOAD-CONTROL.
	move SPACES to CUTOVER-WS.
	open input IDCTL-FILE.
	if IDCTL-STATUS is not equal to '00'
		go to LOAD-CONTROL-X.
	read IDCTL-FILE
		at end move SPACES to IDC-CUTOVER
	end-read.
	if IDC-CUTOVER is numeric
		move IDC-CUTOVER to CUTOVER-WS
	end-if.
	close IDCTL-FILE.
LOAD-CONTROL-X.
	exit.
