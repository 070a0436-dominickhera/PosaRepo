*> Shared reject reason-code table, COPYd by conv (which stamps the
*> code and its text on every REJFILE record) and by the reject
*> Pareto report, so a cause is worded and numbered in this one
*> place - ROMANEDT puts the same codes on its field errors. The
*> first letter groups the causes - N the numeral, D a keyed decimal,
*> B the branch, I the document id, T the ledger date. X00 is not a
*> reject at all: it marks the sequence carry-forward record the
*> purge leaves on REJFILE, and every count passes over it. A new
*> cause is added at the end of its group's codes, never by
*> renumbering one already on file.
78 REASON-LIMIT value 19.
01 REASON-TABLE-VALUES.
	02 FILLER pic X(30) value 'N01ILLEGAL ROMAN NUMERAL'.
	02 FILLER pic X(30) value 'N02INVALID ROMAN NUMERAL FORM'.
	02 FILLER pic X(30) value 'N03NUMERAL VALUE OVERFLOW'.
	02 FILLER pic X(30) value 'N04NUMERAL MISSING'.
	02 FILLER pic X(30) value 'D01INVALID DECIMAL VALUE'.
	02 FILLER pic X(30) value 'D02DECIMAL VALUE OUT OF RANGE'.
	02 FILLER pic X(30) value 'B01UNKNOWN BRANCH'.
	02 FILLER pic X(30) value 'B02BRANCH CLOSED'.
	02 FILLER pic X(30) value 'B03BRANCH NOT EFFECTIVE'.
	02 FILLER pic X(30) value 'I01DOCUMENT ID MISSING'.
	02 FILLER pic X(30) value 'I02DOCUMENT ID EMBEDDED BLANK'.
	02 FILLER pic X(30) value 'I03DOCUMENT ID NOT ALPHANUM'.
	02 FILLER pic X(30) value 'I04CHECK CHARACTER WRONG'.
	02 FILLER pic X(30) value 'I05DUPLICATE IN BATCH'.
	02 FILLER pic X(30) value 'T01DATE NOT NUMERIC'.
	02 FILLER pic X(30) value 'T02MONTH NOT 01-12'.
	02 FILLER pic X(30) value 'T03DAY NOT IN MONTH'.
	02 FILLER pic X(30) value 'T04NOT A PROCESSING DAY'.
	02 FILLER pic X(30) value 'X00SEQUENCE CARRY FORWARD'.
01 REASON-TABLE redefines REASON-TABLE-VALUES.
	02 REASON-ENTRY occurs REASON-LIMIT times.
		03 REASON-CODE pic X(3).
		03 REASON-TEXT pic X(27).
