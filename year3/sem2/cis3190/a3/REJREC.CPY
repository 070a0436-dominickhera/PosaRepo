*> EXCEPT-BRANCH is the branch whose envelope was open when the
*> reject was appended - spaces on a record outside any envelope and
*> on records written before the field existed - so the month-end
*> branch statements can count a branch's rejects. EXCEPT-ID is the
*> LEDGER-ID of the document that failed, so a reject can be traced
*> back to the document and its sender - spaces on records written
*> before the field existed. EXCEPT-CODE is the standard reason code
*> from the RSNTAB table (EXCEPT-REASON carries that code's text), so
*> rejects can be totalled by cause; EXCEPT-SOURCE says how the
*> document reached the night run - K keyed, I imaging feed, R a
*> recycled correction. Both are spaces on records written before
*> the fields existed.
01 EXCEPT-LINE.
	02 EXCEPT-SEQ    pic 9(4).
	02 FILLER        pic X(2) value SPACES.
		88 EXCEPT-RESOLVED value 'R'.
	02 EXCEPT-RUN-DATE pic X(6).
	02 EXCEPT-BRANCH pic X(3).
	02 EXCEPT-ID     pic X(8).
	02 EXCEPT-CODE   pic X(3).
	02 EXCEPT-SOURCE pic X(1).
		88 EXCEPT-KEYED    value 'K'.
		88 EXCEPT-IMAGED   value 'I'.
		88 EXCEPT-RECYCLED value 'R'.
	02 FILLER        pic X(3) value SPACES.
