*> Shared OPERMAST operator authorization record layout, COPYd by
*> OPERCHK (the check every guarded run makes), by ROMANOPM (the
*> maintenance run, the only program that writes the master) and by
*> ROMANRCT (the quarterly recertification listing). The ID is the
*> USER value the audit trails record; the level is cumulative, each
*> one including those below it. The name or note stops at column 51
*> so the status and expiry behind it have columns of their own: a
*> blank status is active (the master was kept by hand before the
*> status existed), S is suspended, and a suspended entry authorizes
*> nothing until a change card reinstates it. The expiry is the last
*> day, YYYYMMDD, the entry authorizes anything - blank for none. A
*> revoked operator comes off the master altogether; the before
*> image stays on OPMAUDIT. The last-changed operator and date are
*> those of the maintenance run that last touched the entry.
01 OPERM-RECORD.
	02 OPERM-ID     pic X(08).
	02 FILLER       pic X(01).
	02 OPERM-PRIV   pic X(01).
	02 FILLER       pic X(01).
	02 OPERM-NAME   pic X(40).
	02 FILLER       pic X(01).
	02 OPERM-STATUS pic X(01).
		88 OPERM-ACTIVE    value SPACE, 'A'.
		88 OPERM-SUSPENDED value 'S'.
	02 FILLER       pic X(01).
	02 OPERM-EXPIRY pic X(08).
	02 FILLER       pic X(01).
	02 OPERM-CHG-OPID pic X(08).
	02 FILLER       pic X(01).
	02 OPERM-CHG-DATE pic X(08).
