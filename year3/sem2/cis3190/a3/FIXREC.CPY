*> Shared FIXHIST correction-history record layout. ROMANFIX appends
*> one record per correction it is given, accepted or not, carrying
*> who keyed it and when, the reject sequence and document it was
*> for, what became of it (RECYCLED, STILL INVALID, ...) and the
*> corrected numeral - the correction sheet and the recycle dataset
*> are both gone by the next night, and this is what remains of them.
01 FIX-RECORD.
	02 FIX-RUN-DATE pic 9(06).
	02 FILLER       pic X(01).
	02 FIX-RUN-TIME pic 9(08).
	02 FILLER       pic X(01).
	02 FIX-OPID     pic X(08).
	02 FILLER       pic X(01).
	02 FIX-SEQ      pic 9(04).
	02 FILLER       pic X(01).
	02 FIX-ID       pic X(08).
	02 FILLER       pic X(01).
	02 FIX-DATE     pic X(08).
	02 FILLER       pic X(01).
	02 FIX-DISP     pic X(16).
	02 FILLER       pic X(01).
	02 FIX-NUMERAL  pic X(60).
