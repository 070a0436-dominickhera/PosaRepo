*> through the convbranch entry point below, stamped on every reject
*> appended while it stands, spaces between envelopes.
77 REJECT-BRANCH-WS pic X(3) value SPACES.
*> the document the driver is converting - set through the convdoc
*> entry point below, stamped on every reject appended for it.
77 REJECT-ID-WS pic X(8) value SPACES.
*> how that document reached the night run, set alongside it through
*> convdoc - the I or R the imaging intake and the correction run
*> stamp on their records, space (keyed) on the data-entry extract.
77 REJECT-SOURCE-WS pic X(1) value SPACE.
77 RX pic S9(4) USAGE IS COMPUTATIONAL.
*> staging buffer for reject records - see REJECT-APPEND below for
*> the flush discipline that keeps the checkpoint guarantee.
01 REJ-BUF-LIMIT pic S9(4) USAGE IS COMPUTATIONAL value 100.
77 VINC-SW pic X value 'N'.
	88 VINC-PRESENT value 'Y'.
copy REJREC.
copy RSNTAB.

linkage section.
77 M    pic S99 USAGE IS COMPUTATIONAL.
77 ERR  pic S9 USAGE IS COMPUTATIONAL-3.
77 SUM1 pic S9(8) USAGE IS COMPUTATIONAL.
77 BRANCH-AREA pic X(3).
77 DOC-AREA pic X(8).
77 CODE-AREA pic X(3).
77 SOURCE-AREA pic X(1).
copy ARRAYAREA.

procedure division using ARRAY-AREA, M, ERR, SUM1.
move ZONE to PRIOR-ZONE.
move D to PREV.
B7. move ERROR-MESS to REJECT-REASON-WS.
	move 'N01' to EXCEPT-CODE.
	move 2 to ERR.
	go to B10.
B9. move GRAMMAR-MESS to REJECT-REASON-WS.
	move 'N02' to EXCEPT-CODE.
	move 3 to ERR.
	go to B10.
B11. move OVERFLOW-MESS to REJECT-REASON-WS.
	move 'N03' to EXCEPT-CODE.
	move 4 to ERR.
B10.
	*> convvalidate and convlookup (req 013/this round) only want the
		perform REJECT-APPEND
	end-if.
B8. goback.
*> one staged REJFILE record, reason code already in EXCEPT-CODE -
*> its text is taken from the shared reason table here, so every
*> writer words a cause the same way. The
*> reject used to be appended and CLOSED on the spot, and on a
*> reject-heavy night those per-record dataset opens were most of
*> the batch window. Records now collect in the buffer below and go
	accept REJECT-DATE-WS from DATE.
	move REJECT-DATE-WS to EXCEPT-RUN-DATE.
	move REJECT-BRANCH-WS to EXCEPT-BRANCH.
	move REJECT-ID-WS to EXCEPT-ID.
	move SPACES to EXCEPT-REASON.
	perform REASON-FIND
		varying RX from 1 by 1
		until RX is greater than REASON-LIMIT.
	if REJECT-SOURCE-WS is equal to SPACE
		move 'K' to EXCEPT-SOURCE
	else
		move REJECT-SOURCE-WS to EXCEPT-SOURCE
	end-if.
*> the self-flush below is a backstop only - the driver flushes
*> every fifty rejects, well inside this buffer, so a full buffer
*> means a caller that never flushes (and then this keeps the run
	end-if.
	add 1 to REJ-BUF-COUNT.
	move EXCEPT-LINE to REJ-BUF-ENTRY (REJ-BUF-COUNT).
REASON-FIND.
	if REASON-CODE (RX) is equal to EXCEPT-CODE
		move REASON-TEXT (RX) to EXCEPT-REASON
	end-if.
*> write every buffered reject in one dataset open and clear the
*> buffer. Safe to call with nothing pending.
REJ-FLUSH.
*> driver's decimal-direction failures - so they land in the same
*> correction-and-recycle pipeline as every other reject instead of
*> vanishing after their report line. The caller supplies the field
*> as keyed and the standard reason code; the code's text, sequence
*> numbering, status, run date, branch and source are stamped exactly
*> as for a grammar reject.
entry "convreject" using ARRAY-AREA, CODE-AREA.
	move CODE-AREA to EXCEPT-CODE.
	perform REJECT-APPEND.
	goback.
*> entry point for the batch driver to name the branch whose
entry "convbranch" using BRANCH-AREA.
	move BRANCH-AREA to REJECT-BRANCH-WS.
	goback.
*> entry point for the batch driver to name the document it is about
*> to convert - copied at once for the same reason as the branch,
*> and stamped on any reject appended for it, so a reject can be
*> followed back to the document (and the imaging vendor told which
*> of theirs failed) without matching numerals by eye. The source
*> byte off the same ledger record comes with it, so the rejects can
*> be counted by how the document arrived.
entry "convdoc" using DOC-AREA, SOURCE-AREA.
	move DOC-AREA to REJECT-ID-WS.
	move SOURCE-AREA to REJECT-SOURCE-WS.
	goback.
*> REJFILE is appended to across every run (req 003), but REJECT-SEQ is
*> WORKING-STORAGE and starts at 0 each time this program is loaded -
*> without this, a second run's records would restart at 0001 and
