*> Shared PERCTL accounting-period control layout - one record per
*> month, COPYd by PERCHK (the closed-period test the maintenance,
*> approval, backout and posting runs make through it) and by
*> ROMANCLS (the supervisor's close run, the only program that
*> writes it). PER-MONTH is the YYYYMM of the ledger dates it
*> governs. A month is closed once its record carries C - and so is
*> every month before the latest closed one, since months close in
*> order and never reopen. The close run also files an O record for
*> the month that follows, the current open period. The operator,
*> date and time are those of the close (or of the opening), and
*> the document count and decimal total are what the master held
*> for the month at the moment it closed - the figures the branch
*> statements went out with.
01 PER-RECORD.
	02 PER-MONTH   pic X(06).
	02 FILLER      pic X(01).
	02 PER-STATUS  pic X(01).
		88 PER-OPEN   value 'O'.
		88 PER-CLOSED value 'C'.
	02 FILLER      pic X(01).
	02 PER-OPID    pic X(08).
	02 FILLER      pic X(01).
	02 PER-DATE    pic X(08).
	02 FILLER      pic X(01).
	02 PER-TIME    pic 9(08).
	02 FILLER      pic X(01).
	02 PER-DOCS    pic 9(06).
	02 FILLER      pic X(01).
	02 PER-TOTAL   pic 9(12).
	02 FILLER      pic X(25).
