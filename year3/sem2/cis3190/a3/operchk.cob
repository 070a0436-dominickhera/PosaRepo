data division.
file section.
fd OPERATOR-FILE.
	copy OPRREC.

working-storage section.
77 OPERATOR-STATUS pic X(02).
77 OPER-COUNT pic S9(4) USAGE IS COMPUTATIONAL value 0.
77 K  pic S9(4) USAGE IS COMPUTATIONAL.
77 FX pic S9(4) USAGE IS COMPUTATIONAL.
77 TODAY-WS pic X(08).
*> the authorized operators and their privilege levels, loaded from
*> OPERMAST on the first call of the run and answered from storage
*> thereafter - the same build-once discipline PRIMCHK applies to
*>   1  keyed corrections (ROMANFIX)
*>   2  maintenance mode, and everything below
*>   3  force re-run of a processed date, and everything below
*>   4  supervisor approval of master maintenance (ROMANAPV) and
*>      issuing document number ranges (ROMANIDR), and everything
*>      below
*> A master that is missing, unreadable or empty authorizes NOBODY -
*> an authorization check that fails open is no check at all. By the
*> same rule a suspended entry, or one whose expiry date is before
*> today, is left out of the table and authorizes nothing; an expiry
*> that is neither blank nor a date is taken as expired.
01 OPER-TABLE.
	02 OPER-ENTRY occurs 200 times.
		03 OT-ID   pic X(8).
	end-if.
LOAD-TABLE.
	move 0 to OPER-COUNT.
	accept TODAY-WS from date YYYYMMDD.
	open input OPERATOR-FILE.
	if OPERATOR-STATUS is not equal to '00'
		go to LOAD-TABLE-X.
		not at end
			if OPERM-ID is not equal to SPACES
					and OPERM-PRIV is numeric
					and OPERM-ACTIVE
					and (OPERM-EXPIRY is equal to SPACES
						or (OPERM-EXPIRY is numeric
							and OPERM-EXPIRY is not less than TODAY-WS))
				add 1 to OPER-COUNT
				move OPERM-ID to OT-ID (OPER-COUNT)
				move OPERM-PRIV to OT-PRIV (OPER-COUNT)
