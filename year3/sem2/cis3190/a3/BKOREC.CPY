*> Shared BKOHIST backout-history record layout. ROMANBKO appends one
*> record per master record it reverses, carrying who ran the backout
*> and when, the business date backed out, and the whole master
*> record as it stood the moment before it came off - the only place
*> a backed-out document's last posted image survives once the
*> retained posting-extract generations have rolled on.
01 BKOH-RECORD.
	02 BKOH-RUN-DATE pic 9(06).
	02 FILLER        pic X(01).
	02 BKOH-RUN-TIME pic 9(08).
	02 FILLER        pic X(01).
	02 BKOH-OPID     pic X(08).
	02 FILLER        pic X(01).
	02 BKOH-BUS-DATE pic X(08).
	02 FILLER        pic X(01).
	02 BKOH-IMAGE.
		03 BKOH-ID      pic X(08).
		03 BKOH-DATE    pic X(08).
		03 BKOH-NUMERAL pic X(60).
		03 BKOH-DECIMAL pic 9(08).
		03 BKOH-POSTED  pic 9(06).
		03 BKOH-BRANCH  pic X(03).
