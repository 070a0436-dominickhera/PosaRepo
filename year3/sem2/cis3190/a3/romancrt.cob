*> (engraved) -> S (shipped); this run files R or P, the keyed
*> status transactions (ROMANSTA) advance the rest, and the same
*> master is how a re-run knows not to re-prove and how an order
*> number arriving twice in different weeks is caught. The invoice
*> fields are left empty here and filled by ROMANSTA when the order
*> ships.
FD ORDER-MASTER.
	01 ORDM-RECORD.
		02 ORDM-NUMBER    PICTURE X(08).
		02 ORDM-STATUS    PICTURE X(01).
		02 ORDM-RECEIVED  PICTURE 9(06).
		02 ORDM-UPDATED   PICTURE 9(06).
		02 ORDM-INVOICE   PICTURE X(08).
		02 ORDM-INV-AMOUNT PICTURE 9(07)V99.
		02 ORDM-INV-DATE  PICTURE 9(06).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(80).
WORKING-STORAGE SECTION.
	MOVE ORDM-STATUS-WS TO ORDM-STATUS.
	MOVE RUN-DATE-WS TO ORDM-RECEIVED.
	MOVE RUN-DATE-WS TO ORDM-UPDATED.
	MOVE SPACES TO ORDM-INVOICE.
	MOVE 0 TO ORDM-INV-AMOUNT.
	MOVE 0 TO ORDM-INV-DATE.
	WRITE ORDM-RECORD.
*> one conversion attempt per field - a field that is not numeric or
*> that dconv refuses sends the whole order to the problems page,
