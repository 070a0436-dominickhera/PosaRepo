		ACCESS IS DYNAMIC
		RECORD KEY IS ORDM-NUMBER
		FILE STATUS IS MASTER-STATUS.
	SELECT TICKET-FILE ASSIGN TO "TKTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TICKET-STATUS.
	SELECT PRICE-FILE ASSIGN TO "PRCTAB"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PRICE-STATUS.
	SELECT INVCTL-FILE ASSIGN TO "INVCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS INVCTL-STATUS.
	SELECT AR-FILE ASSIGN TO "ARFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AR-STATUS.
	SELECT REGISTER-FILE ASSIGN TO "INVRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REGISTER-STATUS.
	SELECT STANDARD-OUTPUT ASSIGN TO "STARPT"
		ORGANIZATION IS LINE SEQUENTIAL.

		02 TRX-NUMBER PICTURE X(08).
		02 FILLER     PICTURE X(01).
		02 TRX-STATUS PICTURE X(01).
		02 FILLER     PICTURE X(01).
		02 TRX-KIND   PICTURE X(01).
		02 FILLER     PICTURE X(68).
*> the invoice fields are filled when the order ships and kept
*> from then on, so a later cancellation knows what to credit.
FD ORDER-MASTER.
	01 ORDM-RECORD.
		02 ORDM-NUMBER    PICTURE X(08).
		02 ORDM-STATUS    PICTURE X(01).
		02 ORDM-RECEIVED  PICTURE 9(06).
		02 ORDM-UPDATED   PICTURE 9(06).
		02 ORDM-INVOICE   PICTURE X(08).
		02 ORDM-INV-AMOUNT PICTURE 9(07)V99.
		02 ORDM-INV-DATE  PICTURE 9(06).
FD TICKET-FILE.
	COPY TKTREC.
*> the engraving price table the registry office maintains: one card
*> per price change, effective from its YYYYMMDD date until the next
*> card's. A base charge per order, a charge per engraved character
*> (year and serial lines both - the brackets that stand for the
*> overbar are not cut, so are not charged), and a surcharge when
*> the year has to be cut in bar notation. Amounts carry two
*> implied decimals.
FD PRICE-FILE.
	01 PRICE-RECORD.
		02 PRC-EFF-FROM PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 PRC-BASE     PICTURE 9(05)V99.
		02 FILLER       PICTURE X(01).
		02 PRC-PER-CHAR PICTURE 9(03)V99.
		02 FILLER       PICTURE X(01).
		02 PRC-BAR      PICTURE 9(05)V99.
		02 FILLER       PICTURE X(50).
*> the last invoice / credit note number issued - one running
*> sequence for both, rewritten at the end of every run the way
*> RUNCTL is.
FD INVCTL-FILE.
	01 INVCTL-RECORD.
		02 INVCTL-LAST PICTURE 9(06).
		02 FILLER      PICTURE X(74).
*> the receivables extract: one I record per invoice and one C per
*> credit note (amounts always positive - the type says which way),
*> closed by a T trailer with the count and total of each so the
*> receivables ledger can prove it loaded the whole file.
FD AR-FILE.
	01 AR-RECORD.
		02 AR-TYPE      PICTURE X(01).
		02 FILLER       PICTURE X(01).
		02 AR-DOC       PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 AR-ORDER     PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 AR-RECIPIENT PICTURE X(30).
		02 FILLER       PICTURE X(01).
		02 AR-AMOUNT    PICTURE 9(07)V99.
		02 FILLER       PICTURE X(01).
		02 AR-DATE      PICTURE X(08).
		02 FILLER       PICTURE X(01).
		02 AR-REF       PICTURE X(08).
		02 FILLER       PICTURE X(02).
	01 AR-TRAILER.
		02 ART-TYPE      PICTURE X(01).
		02 FILLER        PICTURE X(01).
		02 ART-DATE      PICTURE X(08).
		02 FILLER        PICTURE X(01).
		02 ART-INV-COUNT PICTURE 9(06).
		02 FILLER        PICTURE X(01).
		02 ART-INV-TOTAL PICTURE 9(09)V99.
		02 FILLER        PICTURE X(01).
		02 ART-CR-COUNT  PICTURE 9(06).
		02 FILLER        PICTURE X(01).
		02 ART-CR-TOTAL  PICTURE 9(09)V99.
		02 FILLER        PICTURE X(32).
FD REGISTER-FILE.
	01 REGISTER-RECORD PICTURE X(132).
FD STANDARD-OUTPUT.
	01 STDOUT-RECORD PICTURE X(90).
WORKING-STORAGE SECTION.
77	WIP-P-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	WIP-E-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	WIP-S-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	WIP-X-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	TICKET-STATUS PICTURE X(02).
77	TICKET-HITS PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	PRICE-STATUS PICTURE X(02).
77	INVCTL-STATUS PICTURE X(02) VALUE '00'.
77	AR-STATUS PICTURE X(02).
77	REGISTER-STATUS PICTURE X(02).
*> R - the invoice number control could not be read, so no S or X
*> is applied today; F - a billing output would not open, so no
*> transaction is applied at all.
77	BILLING-SW PICTURE X VALUE 'Y'.
	88 BILLING-OK VALUE 'Y'.
	88 BILLING-REFUSED VALUE 'R'.
	88 BILLING-FAILED VALUE 'F'.
77	TODAY-WS PICTURE X(08).
77	PRC-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	PRC-IX PICTURE S9(4) USAGE IS COMPUTATIONAL VALUE 0.
77	K  PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	C  PICTURE S99 USAGE IS COMPUTATIONAL.
77	RET PICTURE S9 USAGE IS COMPUTATIONAL-3.
77	TEMP PICTURE S9(8) USAGE IS COMPUTATIONAL.
77	YEAR-NUM PICTURE 9(4).
77	SERIAL-NUM PICTURE 9(6).
77	CHAR-COUNT PICTURE S9(4) USAGE IS COMPUTATIONAL.
77	BAR-SW PICTURE X VALUE 'N'.
	88 YEAR-IN-BAR VALUE 'Y'.
77	UNPRICED-SW PICTURE X VALUE 'N'.
	88 ORDER-UNPRICED VALUE 'Y'.
77	LAST-DOC-NUM PICTURE 9(06) VALUE 0.
77	DOC-NUMBER PICTURE X(08).
77	CHAR-CHARGE PICTURE 9(07)V99.
77	BAR-CHARGE PICTURE 9(07)V99.
77	ORDER-AMOUNT PICTURE 9(07)V99.
77	INV-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	CR-COUNT PICTURE S9(6) USAGE IS COMPUTATIONAL VALUE 0.
77	INV-TOTAL PICTURE 9(09)V99 VALUE 0.
77	CR-TOTAL PICTURE 9(09)V99 VALUE 0.
77	NET-TOTAL PICTURE S9(09)V99 VALUE 0.
COPY ARRAYAREA.
*> the price cards, held for the run; the one in effect today is
*> found once, at the start.
01	PRICE-TABLE.
	02 PRICE-ENTRY OCCURS 50 TIMES.
		03 PT-FROM     PICTURE X(8).
		03 PT-BASE     PICTURE 9(05)V99.
		03 PT-PER-CHAR PICTURE 9(03)V99.
		03 PT-BAR      PICTURE 9(05)V99.
01	TITLE-LINE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(40) VALUE
	02 FILLER PICTURE X(6) VALUE 'STATUS'.
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE 'DISPOSITION'.
	02 FILLER PICTURE X(15) VALUE SPACES.
	02 FILLER PICTURE X(8) VALUE 'DOCUMENT'.
01	UNDERLINE-2.
	02 FILLER PICTURE X(86) VALUE
		' -------------------------------------------------------------------------------------'.
	02 OUT-STATUS PICTURE X(1).
	02 FILLER PICTURE X(7) VALUE SPACES.
	02 OUT-DISP PICTURE X(24).
	02 FILLER PICTURE X(2) VALUE SPACES.
	02 OUT-DOC PICTURE X(8).
01	WIP-TITLE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(41) VALUE
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'SHIPPED '.
	02 WC-S PICTURE ZZZ9.
	02 FILLER PICTURE X(4)  VALUE SPACES.
	02 FILLER PICTURE X(10) VALUE 'CANCELLED '.
	02 WC-X PICTURE ZZZ9.
01	REG-TITLE.
	02 FILLER PICTURE X(9)  VALUE SPACES.
	02 FILLER PICTURE X(40) VALUE
		'CERTIFICATE INVOICE AND CREDIT REGISTER'.
	02 FILLER PICTURE X(5)  VALUE SPACES.
	02 REG-T-DATE PICTURE X(8).
01	REG-UNDERLINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(120) VALUE ALL '-'.
01	REG-HEADS.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(8)  VALUE 'DOCUMENT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(7)  VALUE 'TYPE   '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'ORDER   '.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(30) VALUE 'RECIPIENT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(5)  VALUE 'CHARS'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE '     BASE'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(10) VALUE ' CHARACTER'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(9)  VALUE '      BAR'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(11) VALUE '     AMOUNT'.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 FILLER PICTURE X(8)  VALUE 'INVOICE '.
01	REG-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 REG-DOC PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-TYPE PICTURE X(7).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-ORDER PICTURE X(8).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-RECIPIENT PICTURE X(30).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-CHARS PICTURE ZZZZ9.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-BASE PICTURE ZZ,ZZ9.99.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-CHAR-CHG PICTURE ZZZ,ZZ9.99.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-BAR PICTURE ZZ,ZZ9.99.
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-AMOUNT PICTURE Z,ZZZ,ZZ9.99.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 REG-REF PICTURE X(8).
01	REG-TOTAL-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 REG-TOT-TEXT PICTURE X(20).
	02 FILLER PICTURE X(2)  VALUE SPACES.
	02 REG-TOT-COUNT PICTURE ZZZZZ9.
	02 FILLER PICTURE X(73) VALUE SPACES.
	02 REG-TOT-AMOUNT PICTURE -ZZZ,ZZZ,ZZ9.99.
01	REG-NOTE-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(3)  VALUE '** '.
	02 REG-NOTE PICTURE X(60).
	02 FILLER PICTURE X(3)  VALUE ' **'.
01	ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(37) VALUE
		'** ORDER MASTER UNAVAILABLE - STATUS '.
	02 ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(20) VALUE ' - NOTHING DONE **'.
01	FILE-ERROR-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(22) VALUE '** FILE UNAVAILABLE - '.
	02 FILE-ERR-NAME PICTURE X(8).
	02 FILLER PICTURE X(8)  VALUE ' STATUS '.
	02 FILE-ERR-STATUS PICTURE X(2).
	02 FILLER PICTURE X(3)  VALUE ' - '.
	02 FILE-ERR-TEXT PICTURE X(30).
01	TRAILER-LINE.
	02 FILLER PICTURE X(1)  VALUE SPACE.
	02 FILLER PICTURE X(17) VALUE 'TRANSACTIONS READ'.
	02 TRAILER-REFUSED PICTURE ZZZ9.

PROCEDURE DIVISION.
	ACCEPT TODAY-WS FROM DATE YYYYMMDD.
	MOVE TODAY-WS (3:6) TO RUN-DATE-WS.
	OPEN OUTPUT STANDARD-OUTPUT.
	WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
	WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
	END-IF.
	IF NOT TRANS-FILE-OPEN
		GO TO SB0.
	PERFORM BILLING-OPEN THRU BILLING-OPEN-X.
	IF BILLING-FAILED
		CLOSE TRANS-FILE
		GO TO SB0.
SL1.	READ TRANS-FILE AT END GO TO SL8.
	ADD 1 TO TRANS-COUNT.
	MOVE TRX-NUMBER TO OUT-NUMBER.
	MOVE TRX-STATUS TO OUT-STATUS.
	MOVE SPACES TO OUT-DOC.
*> a T in column 12 keys a whole engraving ticket at once: every
*> order the scheduling run put on it moves to E together, each on
*> its own line.
	IF TRX-KIND IS EQUAL TO 'T'
		PERFORM TICKET-APPLY THRU TICKET-APPLY-X
		GO TO SL1.
*> the lifecycle only ever advances, one step at a time: E may only
*> follow P, S may only follow E. Anything else - an unknown order,
*> a backwards move, a skipped step - is refused so the engraving
*> desk's keying cannot quietly rewrite history. X (cancelled) may
*> end an order at any stage, once.
	IF TRX-STATUS IS NOT EQUAL TO 'E'
			AND TRX-STATUS IS NOT EQUAL TO 'S'
			AND TRX-STATUS IS NOT EQUAL TO 'X'
		MOVE 'STATUS NOT E / S / X' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO SL7.
	IF BILLING-REFUSED AND TRX-STATUS IS NOT EQUAL TO 'E'
		MOVE 'INVOICE CONTROL FAILED' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO SL7.
	MOVE TRX-NUMBER TO ORDM-NUMBER.
		MOVE 'OUT OF SEQUENCE' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO SL7.
	IF TRX-STATUS IS EQUAL TO 'X'
			AND ORDM-STATUS IS EQUAL TO 'X'
		MOVE 'ALREADY CANCELLED' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO SL7.
	MOVE 'APPLIED' TO OUT-DISP.
*> shipping is what bills the order: no S goes through without its
*> invoice, so an order that cannot be priced stays at E - on the
*> WIP list where someone will see it - rather than leaving the
*> building unbilled.
	IF TRX-STATUS IS EQUAL TO 'S'
		PERFORM PRICE-ORDER THRU PRICE-ORDER-X
		IF ORDER-UNPRICED
			ADD 1 TO REFUSE-COUNT
			GO TO SL7
		END-IF
		PERFORM ISSUE-INVOICE
	END-IF.
*> a cancellation after the order has been billed is credited in
*> full against the invoice it shipped on; before that there is
*> nothing on the receivables ledger to take back.
	IF TRX-STATUS IS EQUAL TO 'X'
		IF ORDM-STATUS IS EQUAL TO 'S'
				AND ORDM-INVOICE IS NOT EQUAL TO SPACES
			PERFORM ISSUE-CREDIT
		ELSE
			MOVE 'CANCELLED - NOT BILLED' TO OUT-DISP
		END-IF
	END-IF.
	MOVE TRX-STATUS TO ORDM-STATUS.
	MOVE RUN-DATE-WS TO ORDM-UPDATED.
	REWRITE ORDM-RECORD.
	ADD 1 TO APPLIED-COUNT.
SL7.	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO SL1.
	IF ORDM-STATUS IS EQUAL TO 'S'
		ADD 1 TO WIP-S-COUNT
		GO TO WL1.
	IF ORDM-STATUS IS EQUAL TO 'X'
		ADD 1 TO WIP-X-COUNT
		GO TO WL1.
	MOVE ORDM-NUMBER TO WIP-NUMBER.
	MOVE ORDM-STATUS TO WIP-STATUS.
	MOVE ORDM-RECEIVED TO WIP-RECEIVED.
	MOVE WIP-P-COUNT TO WC-P.
	MOVE WIP-E-COUNT TO WC-E.
	MOVE WIP-S-COUNT TO WC-S.
	MOVE WIP-X-COUNT TO WC-X.
	WRITE STDOUT-RECORD FROM WIP-COUNT-LINE AFTER ADVANCING 2 LINES.
	CLOSE ORDER-MASTER.
	MOVE TRANS-COUNT TO TRAILER-TRANS.
	MOVE REFUSE-COUNT TO TRAILER-REFUSED.
	WRITE STDOUT-RECORD FROM TRAILER-LINE AFTER ADVANCING 2 LINES.
	CLOSE STANDARD-OUTPUT.
	IF TRANS-FILE-OPEN AND BILLING-OK
		PERFORM BILLING-CLOSE THRU BILLING-CLOSE-X
	END-IF.
*> shop-standard completion codes so the scheduler can branch:
*> 0 clean, 4 a transaction was refused (the keyed sheet needs a
*> second look), 12 the master would not open, the invoice number
*> control could not be read (no S or X applied) or rewritten (the
*> next run would issue the same numbers again - fix INVCTL before
*> it runs), or a billing output would not open (nothing applied).
	IF REFUSE-COUNT IS GREATER THAN 0
		MOVE 4 TO RETURN-CODE.
	IF INVCTL-STATUS IS NOT EQUAL TO '00'
			OR NOT BILLING-OK
		MOVE 12 TO RETURN-CODE.
	STOP RUN.
TICKET-APPLY.
	MOVE TRX-NUMBER TO OUT-DOC.
	IF TRX-STATUS IS NOT EQUAL TO 'E'
		MOVE 'TICKETS ARE KEYED E ONLY' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO TA8.
	MOVE 0 TO TICKET-HITS.
	OPEN INPUT TICKET-FILE.
	IF TICKET-STATUS IS NOT EQUAL TO '00'
		MOVE 'TICKET FILE UNAVAILABLE' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO TA8.
TA1.	READ TICKET-FILE AT END GO TO TA7.
	IF TKT-NUMBER IS NOT EQUAL TO TRX-NUMBER
		GO TO TA1.
	ADD 1 TO TICKET-HITS.
	MOVE TKT-ORDER TO OUT-NUMBER.
	MOVE TKT-ORDER TO ORDM-NUMBER.
	READ ORDER-MASTER
		INVALID KEY
			MOVE 'NOT ON MASTER' TO OUT-DISP
			ADD 1 TO REFUSE-COUNT
			GO TO TA2
	END-READ.
	IF ORDM-STATUS IS NOT EQUAL TO 'P'
		MOVE 'OUT OF SEQUENCE' TO OUT-DISP
		ADD 1 TO REFUSE-COUNT
		GO TO TA2.
	MOVE 'E' TO ORDM-STATUS.
	MOVE RUN-DATE-WS TO ORDM-UPDATED.
	REWRITE ORDM-RECORD.
	MOVE 'APPLIED' TO OUT-DISP.
	ADD 1 TO APPLIED-COUNT.
TA2.	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
	GO TO TA1.
TA7.	CLOSE TICKET-FILE.
	IF TICKET-HITS IS GREATER THAN 0
		GO TO TICKET-APPLY-X.
	MOVE 'TICKET NOT ON FILE' TO OUT-DISP.
	ADD 1 TO REFUSE-COUNT.
TA8.	WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
TICKET-APPLY-X.
	EXIT.
*> the billing side of the run: today's price card, the last number
*> issued, and the two billing outputs, opened only on a day there
*> are transactions to apply. Only a control that does not exist yet
*> starts the numbering at one; a control that is there but will not
*> read must never restart it, or numbers already on the receivables
*> ledger would be issued again - S and X wait until it is mended.
BILLING-OPEN.
	OPEN INPUT INVCTL-FILE.
	IF INVCTL-STATUS IS EQUAL TO '35'
		MOVE 0 TO LAST-DOC-NUM
		GO TO BO1.
	IF INVCTL-STATUS IS NOT EQUAL TO '00'
		GO TO BO8.
	READ INVCTL-FILE.
	IF INVCTL-STATUS IS NOT EQUAL TO '00'
		CLOSE INVCTL-FILE
		GO TO BO8.
	IF INVCTL-LAST IS NOT NUMERIC
		CLOSE INVCTL-FILE
		GO TO BO8.
	MOVE INVCTL-LAST TO LAST-DOC-NUM.
	CLOSE INVCTL-FILE.
BO1.	OPEN INPUT PRICE-FILE.
	IF PRICE-STATUS IS EQUAL TO '00'
		PERFORM LOAD-PRICE
			UNTIL PRICE-STATUS IS NOT EQUAL TO '00'
				OR PRC-COUNT IS NOT LESS THAN 50
		CLOSE PRICE-FILE
	END-IF.
	MOVE 0 TO PRC-IX.
	PERFORM FIND-PRICE
		VARYING K FROM 1 BY 1
		UNTIL K IS GREATER THAN PRC-COUNT.
*> no order ships, nor is a shipped one cancelled, unless its
*> receivables record can be written - an output that will not open
*> stops the whole day's keying.
	OPEN OUTPUT AR-FILE.
	IF AR-STATUS IS NOT EQUAL TO '00'
		MOVE 'ARFILE' TO FILE-ERR-NAME
		MOVE AR-STATUS TO FILE-ERR-STATUS
		GO TO BO9.
	OPEN OUTPUT REGISTER-FILE.
	IF REGISTER-STATUS IS NOT EQUAL TO '00'
		CLOSE AR-FILE
		MOVE 'INVRPT' TO FILE-ERR-NAME
		MOVE REGISTER-STATUS TO FILE-ERR-STATUS
		GO TO BO9.
	MOVE TODAY-WS TO REG-T-DATE.
	WRITE REGISTER-RECORD FROM REG-TITLE AFTER ADVANCING 0 LINES.
	WRITE REGISTER-RECORD FROM REG-UNDERLINE AFTER ADVANCING 1 LINE.
	WRITE REGISTER-RECORD FROM REG-HEADS AFTER ADVANCING 1 LINE.
	WRITE REGISTER-RECORD FROM REG-UNDERLINE AFTER ADVANCING 1 LINE.
	IF PRC-IX IS EQUAL TO 0
		MOVE 'NO PRICE CARD IN EFFECT - NO ORDER CAN SHIP TODAY'
			TO REG-NOTE
		WRITE REGISTER-RECORD FROM REG-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	GO TO BILLING-OPEN-X.
BO8.	MOVE 'INVCTL' TO FILE-ERR-NAME.
	MOVE INVCTL-STATUS TO FILE-ERR-STATUS.
	MOVE 'NO S OR X APPLIED **' TO FILE-ERR-TEXT.
	WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE.
	SET BILLING-REFUSED TO TRUE.
	GO TO BILLING-OPEN-X.
BO9.	MOVE 'NOTHING APPLIED **' TO FILE-ERR-TEXT.
	WRITE STDOUT-RECORD FROM FILE-ERROR-LINE AFTER ADVANCING 1 LINE.
	SET BILLING-FAILED TO TRUE.
BILLING-OPEN-X.
	EXIT.
LOAD-PRICE.
	READ PRICE-FILE
		AT END MOVE '10' TO PRICE-STATUS
		NOT AT END
			IF PRC-EFF-FROM IS NUMERIC
					AND PRC-BASE IS NUMERIC
					AND PRC-PER-CHAR IS NUMERIC
					AND PRC-BAR IS NUMERIC
				ADD 1 TO PRC-COUNT
				MOVE PRC-EFF-FROM TO PT-FROM (PRC-COUNT)
				MOVE PRC-BASE TO PT-BASE (PRC-COUNT)
				MOVE PRC-PER-CHAR TO PT-PER-CHAR (PRC-COUNT)
				MOVE PRC-BAR TO PT-BAR (PRC-COUNT)
			END-IF
	END-READ.
*> the card in effect is the latest one dated on or before today,
*> whatever order the cards were keyed in.
FIND-PRICE.
	IF PT-FROM (K) IS NOT GREATER THAN TODAY-WS
		IF PRC-IX IS EQUAL TO 0
			MOVE K TO PRC-IX
		ELSE
			IF PT-FROM (K) IS NOT LESS THAN PT-FROM (PRC-IX)
				MOVE K TO PRC-IX
			END-IF
		END-IF
	END-IF.
*> price one order from what will actually be cut: the year and
*> serial numerals, converted again exactly as the proof run did.
PRICE-ORDER.
	MOVE 'N' TO UNPRICED-SW.
	MOVE 'N' TO BAR-SW.
	MOVE 0 TO CHAR-COUNT.
	IF PRC-IX IS EQUAL TO 0
		MOVE 'NO PRICE IN EFFECT' TO OUT-DISP
		SET ORDER-UNPRICED TO TRUE
		GO TO PRICE-ORDER-X.
	IF ORDM-YEAR IS NOT NUMERIC OR ORDM-SERIAL IS NOT NUMERIC
		MOVE 'ENGRAVING NOT PRICEABLE' TO OUT-DISP
		SET ORDER-UNPRICED TO TRUE
		GO TO PRICE-ORDER-X.
	MOVE ORDM-YEAR TO YEAR-NUM.
	MOVE YEAR-NUM TO TEMP.
	CALL "dconv" USING TEMP, ARRAY-AREA, RET.
	IF RET IS NOT EQUAL TO 1
		MOVE 'ENGRAVING NOT PRICEABLE' TO OUT-DISP
		SET ORDER-UNPRICED TO TRUE
		GO TO PRICE-ORDER-X.
	IF ARRAY-CHAR (1) IS EQUAL TO '('
		SET YEAR-IN-BAR TO TRUE.
	PERFORM COUNT-CHAR
		VARYING C FROM 1 BY 1
		UNTIL C IS GREATER THAN ARRAY-CHAR-LIMIT.
	MOVE ORDM-SERIAL TO SERIAL-NUM.
	MOVE SERIAL-NUM TO TEMP.
	CALL "dconv" USING TEMP, ARRAY-AREA, RET.
	IF RET IS NOT EQUAL TO 1
		MOVE 'ENGRAVING NOT PRICEABLE' TO OUT-DISP
		SET ORDER-UNPRICED TO TRUE
		GO TO PRICE-ORDER-X.
	PERFORM COUNT-CHAR
		VARYING C FROM 1 BY 1
		UNTIL C IS GREATER THAN ARRAY-CHAR-LIMIT.
	COMPUTE CHAR-CHARGE = CHAR-COUNT * PT-PER-CHAR (PRC-IX).
	MOVE 0 TO BAR-CHARGE.
	IF YEAR-IN-BAR
		MOVE PT-BAR (PRC-IX) TO BAR-CHARGE.
	COMPUTE ORDER-AMOUNT = PT-BASE (PRC-IX) + CHAR-CHARGE + BAR-CHARGE.
PRICE-ORDER-X.
	EXIT.
COUNT-CHAR.
	IF ARRAY-CHAR (C) IS NOT EQUAL TO SPACE
			AND ARRAY-CHAR (C) IS NOT EQUAL TO '('
			AND ARRAY-CHAR (C) IS NOT EQUAL TO ')'
		ADD 1 TO CHAR-COUNT.
ISSUE-INVOICE.
	ADD 1 TO LAST-DOC-NUM.
	MOVE 'IN' TO DOC-NUMBER (1:2).
	MOVE LAST-DOC-NUM TO DOC-NUMBER (3:6).
	MOVE DOC-NUMBER TO ORDM-INVOICE.
	MOVE ORDER-AMOUNT TO ORDM-INV-AMOUNT.
	MOVE RUN-DATE-WS TO ORDM-INV-DATE.
	MOVE SPACES TO AR-RECORD.
	MOVE 'I' TO AR-TYPE.
	MOVE SPACES TO AR-REF.
	MOVE SPACES TO REG-REF.
	MOVE 'INVOICE' TO REG-TYPE.
	MOVE CHAR-COUNT TO REG-CHARS.
	MOVE PT-BASE (PRC-IX) TO REG-BASE.
	MOVE CHAR-CHARGE TO REG-CHAR-CHG.
	MOVE BAR-CHARGE TO REG-BAR.
	PERFORM WRITE-BILLING.
	ADD 1 TO INV-COUNT.
	ADD ORDER-AMOUNT TO INV-TOTAL.
	MOVE 'APPLIED - INVOICED' TO OUT-DISP.
ISSUE-CREDIT.
	ADD 1 TO LAST-DOC-NUM.
	MOVE 'CN' TO DOC-NUMBER (1:2).
	MOVE LAST-DOC-NUM TO DOC-NUMBER (3:6).
	MOVE ORDM-INV-AMOUNT TO ORDER-AMOUNT.
	MOVE SPACES TO AR-RECORD.
	MOVE 'C' TO AR-TYPE.
	MOVE ORDM-INVOICE TO AR-REF.
	MOVE ORDM-INVOICE TO REG-REF.
	MOVE 'CREDIT' TO REG-TYPE.
	MOVE 0 TO REG-CHARS.
	MOVE 0 TO REG-BASE.
	MOVE 0 TO REG-CHAR-CHG.
	MOVE 0 TO REG-BAR.
	PERFORM WRITE-BILLING.
	ADD 1 TO CR-COUNT.
	ADD ORDER-AMOUNT TO CR-TOTAL.
	MOVE 'CANCELLED - CREDITED' TO OUT-DISP.
WRITE-BILLING.
	MOVE DOC-NUMBER TO AR-DOC.
	MOVE ORDM-NUMBER TO AR-ORDER.
	MOVE ORDM-RECIPIENT TO AR-RECIPIENT.
	MOVE ORDER-AMOUNT TO AR-AMOUNT.
	MOVE TODAY-WS TO AR-DATE.
	WRITE AR-RECORD.
	MOVE DOC-NUMBER TO REG-DOC.
	MOVE ORDM-NUMBER TO REG-ORDER.
	MOVE ORDM-RECIPIENT TO REG-RECIPIENT.
	MOVE ORDER-AMOUNT TO REG-AMOUNT.
	WRITE REGISTER-RECORD FROM REG-LINE AFTER ADVANCING 1 LINE.
	MOVE DOC-NUMBER TO OUT-DOC.
*> close the billing outputs: the register's totals, the extract's
*> trailer, and the number control carried forward to the next run.
BILLING-CLOSE.
	MOVE 'INVOICES' TO REG-TOT-TEXT.
	MOVE INV-COUNT TO REG-TOT-COUNT.
	MOVE INV-TOTAL TO REG-TOT-AMOUNT.
	WRITE REGISTER-RECORD FROM REG-TOTAL-LINE AFTER ADVANCING 2 LINES.
	MOVE 'CREDIT NOTES' TO REG-TOT-TEXT.
	MOVE CR-COUNT TO REG-TOT-COUNT.
	COMPUTE NET-TOTAL = 0 - CR-TOTAL.
	MOVE NET-TOTAL TO REG-TOT-AMOUNT.
	WRITE REGISTER-RECORD FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NET BILLED' TO REG-TOT-TEXT.
	COMPUTE REG-TOT-COUNT = INV-COUNT + CR-COUNT.
	COMPUTE NET-TOTAL = INV-TOTAL - CR-TOTAL.
	MOVE NET-TOTAL TO REG-TOT-AMOUNT.
	WRITE REGISTER-RECORD FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
	CLOSE REGISTER-FILE.
	MOVE SPACES TO AR-TRAILER.
	MOVE 'T' TO ART-TYPE.
	MOVE TODAY-WS TO ART-DATE.
	MOVE INV-COUNT TO ART-INV-COUNT.
	MOVE INV-TOTAL TO ART-INV-TOTAL.
	MOVE CR-COUNT TO ART-CR-COUNT.
	MOVE CR-TOTAL TO ART-CR-TOTAL.
	WRITE AR-TRAILER.
	CLOSE AR-FILE.
	OPEN OUTPUT INVCTL-FILE.
	IF INVCTL-STATUS IS NOT EQUAL TO '00'
		DISPLAY 'ROMANSTA I/O ERROR - INVCTL OPEN STATUS '
			INVCTL-STATUS
		GO TO BILLING-CLOSE-X.
	MOVE SPACES TO INVCTL-RECORD.
	MOVE LAST-DOC-NUM TO INVCTL-LAST.
	WRITE INVCTL-RECORD.
	CLOSE INVCTL-FILE.
BILLING-CLOSE-X.
	EXIT.
