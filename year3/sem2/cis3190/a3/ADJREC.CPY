*> Shared ADJHIST prior-period adjustment trail layout. Once a month
*> is closed its documents stay on the master exactly as the branch
*> statements showed them; a correction goes in instead as a dated
*> adjusting entry in the current open period, one record here per
*> entry, and the prior-period adjustments report reads them back.
*> Entry types:
*>   J  amount adjusted - ROMANAPV, on an approved J maintenance card
*>   V  document voided - ROMANAPV, on an approved V maintenance card
*>   P  late posting - ROMANPST, a document dated in a closed month
*>      that reached the posting run after the close; it goes onto
*>      the master under the adjustment date instead of its own
*> ADJ-DATE is the YYYYMMDD the entry is dated in the open period
*> and ADJ-ORIG-DATE the document's own ledger date in the closed
*> one. The before value is the document's standing before this
*> entry - the master's figure, less any adjustment already entered
*> against it - and the after value its standing once the entry is
*> taken; the amount is the difference, sign carried separately.
*> The trail is appended and never rewritten.
01 ADJ-RECORD.
	02 ADJ-DATE      pic X(08).
	02 FILLER        pic X(01).
	02 ADJ-TIME      pic 9(08).
	02 FILLER        pic X(01).
	02 ADJ-TYPE      pic X(01).
		88 ADJ-AMOUNT-ADJUSTED value 'J'.
		88 ADJ-VOIDED          value 'V'.
		88 ADJ-LATE-POSTING    value 'P'.
	02 FILLER        pic X(01).
	02 ADJ-ID        pic X(08).
	02 FILLER        pic X(01).
	02 ADJ-ORIG-DATE pic X(08).
	02 FILLER        pic X(01).
	02 ADJ-BRANCH    pic X(03).
	02 FILLER        pic X(01).
	02 ADJ-BEF-DECIMAL pic 9(08).
	02 FILLER        pic X(01).
	02 ADJ-AFT-DECIMAL pic 9(08).
	02 FILLER        pic X(01).
	02 ADJ-SIGN      pic X(01).
	02 ADJ-AMOUNT    pic 9(08).
	02 FILLER        pic X(01).
	02 ADJ-AFT-NUMERAL pic X(60).
	02 FILLER        pic X(01).
	02 ADJ-MAKER     pic X(08).
	02 FILLER        pic X(01).
	02 ADJ-APPROVER  pic X(08).
	02 FILLER        pic X(01).
	02 ADJ-SEQ       pic 9(06).
	02 FILLER        pic X(05).
