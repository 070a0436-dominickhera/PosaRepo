*> Shared TKTFILE engraving work-ticket layout - one record per order
*> scheduled onto a ticket. Written by the daily scheduling run
*> (ROMANTKT) and COPYd by ROMANSTA, which reads it back when the
*> engraving desk keys a whole ticket as engraved. TKT-NUMBER is T,
*> the YYMMDD scheduling date and the ticket's digit within that day;
*> TKT-BAND is the engraving-length band (S short, M medium, L long)
*> and TKT-NOTATION P for plain numerals or B when either line is cut
*> in bar notation.
01 TKT-RECORD.
	02 TKT-NUMBER   pic X(08).
	02 FILLER       pic X(01).
	02 TKT-ORDER    pic X(08).
	02 FILLER       pic X(01).
	02 TKT-DATE     pic X(08).
	02 FILLER       pic X(01).
	02 TKT-CHARS    pic 9(03).
	02 FILLER       pic X(01).
	02 TKT-BAND     pic X(01).
	02 FILLER       pic X(01).
	02 TKT-NOTATION pic X(01).
	02 FILLER       pic X(46).
