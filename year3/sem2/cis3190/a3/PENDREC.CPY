*> Shared PENDFILE pending-amendment record layout. ROMANMNT appends
*> one record per keyed amendment or delete instead of touching the
*> master; the approval run rewrites the file with each decision and
*> applies only the approved items; the pending report reads it
*> back. PEND-BEFORE is the whole master record as it stood when the
*> item was keyed - an approval is applied only while the master
*> still matches it byte for byte, so a change that has gone stale
*> underneath the checker is never applied blind. The checker fields
*> are spaces/zero until a decision is recorded; PEND-NOTE carries
*> the decline reason or the reason an approved item was not applied.
01 PEND-RECORD.
	02 PEND-SEQ      pic 9(06).
	02 FILLER        pic X(01).
	02 PEND-STATUS   pic X(01).
		88 PEND-WAITING  value 'P'.
		88 PEND-APPLIED  value 'A'.
		88 PEND-DECLINED value 'D'.
		88 PEND-STALE    value 'S'.
	02 FILLER        pic X(01).
	02 PEND-ACTION   pic X(01).
	02 FILLER        pic X(01).
	02 PEND-ID       pic X(08).
	02 FILLER        pic X(01).
	02 PEND-NUMERAL  pic X(60).
	02 FILLER        pic X(01).
	02 PEND-DECIMAL  pic 9(08).
	02 FILLER        pic X(01).
	02 PEND-MAKER    pic X(08).
	02 FILLER        pic X(01).
	02 PEND-KEY-DATE pic 9(06).
	02 FILLER        pic X(01).
	02 PEND-KEY-TIME pic 9(08).
	02 FILLER        pic X(01).
	02 PEND-BEFORE.
		03 PEND-BEF-ID      pic X(08).
		03 PEND-BEF-DATE    pic X(08).
		03 PEND-BEF-NUMERAL pic X(60).
		03 PEND-BEF-DECIMAL pic 9(08).
		03 PEND-BEF-POSTED  pic 9(06).
		03 PEND-BEF-BRANCH  pic X(03).
	02 FILLER        pic X(01).
	02 PEND-CHECKER  pic X(08).
	02 FILLER        pic X(01).
	02 PEND-CHK-DATE pic 9(06).
	02 FILLER        pic X(01).
	02 PEND-CHK-TIME pic 9(08).
	02 FILLER        pic X(01).
	02 PEND-NOTE     pic X(20).
	02 FILLER        pic X(26).
