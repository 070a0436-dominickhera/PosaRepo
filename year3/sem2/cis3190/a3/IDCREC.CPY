*> Shared IDCTL document-number control layout - one record. COPYd
*> by IDCHK (the check-character test every program makes through
*> it) and by ROMANIDR (the run that issues number ranges and keeps
*> the record up to date). IDC-CUTOVER is the YYYYMMDD ledger date
*> from which every document must carry a check character in
*> position 8 of its LEDGER-ID - documents dated earlier were keyed
*> under the old free numbering and are not held to it. Spaces
*> means no cut-over has been set and nothing is checked yet.
*> IDC-LAST is the last seven-digit base number issued; the next
*> range starts one past it.
01 IDC-RECORD.
	02 IDC-CUTOVER  pic X(08).
	02 FILLER       pic X(01).
	02 IDC-LAST     pic 9(07).
	02 FILLER       pic X(64).
