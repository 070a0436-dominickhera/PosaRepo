000100*------------------------------------------------------------*
000200* PRIMREC - PRIMTAB PRIME TABLE RECORD, 50 BYTES FIXED.      *
000300* FILED BY SIEVE ALONGSIDE THE PRINTED LISTING, VERIFIED BY  *
000400* SIEVEVFY, LOOKED UP BY PRIMCHK AND CONSUMED BY THE RATE-   *
000500* BASIS STEP OF THE ACTUARIAL RATING SYSTEM. ONE SECTION PER *
000600* RANGE CARD: A HEADER (H) CARRYING THE CARD NUMBER, ITS     *
000700* LABEL, THE RANGE SIEVED AND THE RUN DATE, ONE DETAIL (D)   *
000800* PER PRIME IN ASCENDING ORDER, AND A TRAILER (T) CARRYING   *
000900* THE SECTION'S PRIME COUNT AND LARGEST PRIME. ONE GRAND     *
001000* TOTAL (G) RECORD ENDS THE FILE. EVERY NUMBER IS            *
001100* ZERO-FILLED DISPLAY, SO THE FILE READS THE SAME ANYWHERE.  *
001200* PT-SECTION-STATUS IS SPACE FOR A RANGE SIEVED IN THIS RUN, *
001300* S FOR ONE COMPLETED BEFORE A RESTART AND NOT RE-SIEVED     *
001400* (ITS PRIMES ARE IN THE EARLIER GENERATION), M FOR A        *
001500* MALFORMED CARD. ONLY A SIEVED SECTION CARRIES DETAILS.     *
001600*------------------------------------------------------------*
001700 01  PRIMTAB-RECORD.
001800     05  PT-TYPE            PICTURE X(01).
001900         88  PT-HEADER              VALUE 'H'.
002000         88  PT-DETAIL              VALUE 'D'.
002100         88  PT-TRAILER             VALUE 'T'.
002200         88  PT-GRAND               VALUE 'G'.
002300     05  FILLER             PICTURE X(01).
002400     05  PT-BODY            PICTURE X(48).
002500     05  PT-HEADER-BODY REDEFINES PT-BODY.
002600         10  PT-RANGE-LO    PICTURE 9(08).
002700         10  FILLER         PICTURE X(01).
002800         10  PT-RANGE-HI    PICTURE 9(08).
002900         10  FILLER         PICTURE X(01).
003000         10  PT-RUN-DATE    PICTURE 9(06).
003100         10  FILLER         PICTURE X(01).
003200         10  PT-CARD        PICTURE 9(04).
003300         10  FILLER         PICTURE X(01).
003400         10  PT-SECTION-STATUS PICTURE X(01).
003500             88  PT-SIEVED          VALUE SPACE.
003600         10  FILLER         PICTURE X(01).
003700         10  PT-LABEL       PICTURE X(12).
003800         10  FILLER         PICTURE X(04).
003900     05  PT-DETAIL-BODY REDEFINES PT-BODY.
004000         10  PT-PRIME       PICTURE 9(08).
004100         10  FILLER         PICTURE X(40).
004200     05  PT-TRAILER-BODY REDEFINES PT-BODY.
004300         10  PT-COUNT       PICTURE 9(08).
004400         10  FILLER         PICTURE X(01).
004500         10  PT-LARGEST     PICTURE 9(08).
004600         10  FILLER         PICTURE X(01).
004700         10  PT-TRL-CARD    PICTURE 9(04).
004800         10  FILLER         PICTURE X(26).
004900     05  PT-GRAND-BODY REDEFINES PT-BODY.
005000         10  PT-GRAND-COUNT PICTURE 9(08).
005100         10  FILLER         PICTURE X(01).
005200         10  PT-GRAND-LARGEST PICTURE 9(08).
005300         10  FILLER         PICTURE X(01).
005400         10  PT-SECTIONS    PICTURE 9(04).
005500         10  FILLER         PICTURE X(26).
