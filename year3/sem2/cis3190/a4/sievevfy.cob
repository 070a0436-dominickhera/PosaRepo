001600*                    DOWNSTREAM ACTUARIAL STEP. SAME          *
001700*                    PHILOSOPHY AS THE LEDGER SIDE'S EXPTOTAL *
001800*                    RECONCILIATION - A CHECK, NOT TRUST.     *
001810*   10/14/26   DH    ALSO VERIFIES THE PRIMTAB PRIME TABLE     *
001820*                    BEFORE IT IS RELEASED - HEADER FIRST,     *
001830*                    TRAILER LAST, EVERY PRIME RE-TESTED, IN   *
001840*                    ASCENDING ORDER AND INSIDE THE HEADER     *
001850*                    RANGE, COUNT AND LARGEST AGAINST ITS      *
001860*                    TRAILER, AND COUNT, LARGEST AND SUM OF    *
001870*                    PRIMES AGAINST THE LISTING.               *
001871*   10/14/26   DH    CHECKS A MULTI-RANGE RUN SECTION BY       *
001872*                    SECTION - EACH RANGE'S LISTED PRIMES      *
001873*                    AGAINST ITS OWN TRAILER AND ITS OWN PRIME *
001874*                    TABLE SECTION, THE TABLE'S SECTIONS IN    *
001875*                    ORDER, AND THE GRAND TOTAL ON BOTH FILES  *
001876*                    AGAINST THE SUM OF THE SECTIONS.          *
001877*   10/14/26   DH    PRIME TABLE ERROR TEXT WIDENED SO THE     *
001878*                    LONGER MESSAGES PRINT IN FULL.            *
001900*------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002500         FILE STATUS IS LISTING-STATUS.
002600     SELECT STANDARD-OUTPUT ASSIGN TO "VFYRPT"
002700         ORGANIZATION IS LINE SEQUENTIAL.
002710     SELECT PRIME-TABLE ASSIGN TO "PRIMTAB"
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS PRIMTAB-STATUS.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003200 01  LISTING-REC     PICTURE X(80).
003300 FD  STANDARD-OUTPUT.
003400 01  STDOUT-RECORD   PICTURE X(80).
003410 FD  PRIME-TABLE.
003420     COPY PRIMREC.
003500
003600 WORKING-STORAGE SECTION.
003700 77  LISTING-STATUS PICTURE X(02) VALUE SPACES.
006000 77  DISCREPANT-SW  PICTURE X(01) VALUE 'N'.
006100     88  RUN-DISCREPANT     VALUE 'Y'.
006200 77  ERR-SHOWN      PICTURE S9(4) COMP VALUE ZERO.
006201 77  PRIMTAB-STATUS PICTURE X(02) VALUE SPACES.
006204 77  SW-TAB-OPEN    PICTURE X(01) VALUE 'N'.
006207     88  TABLE-OPENED       VALUE 'Y'.
006210 77  SW-TAB-EOF     PICTURE X(01) VALUE 'N'.
006213     88  END-OF-TABLE       VALUE 'Y'.
006216 77  SW-TAB-HEADER  PICTURE X(01) VALUE 'N'.
006219     88  TABLE-HEADER-SEEN  VALUE 'Y'.
006222 77  SW-TAB-TRAILER PICTURE X(01) VALUE 'N'.
006225     88  TABLE-TRAILER-SEEN VALUE 'Y'.
006228 77  TAB-RECORDS    PICTURE S9(8) COMP VALUE ZERO.
006231 77  TAB-COUNT      PICTURE S9(8) COMP VALUE ZERO.
006234 77  TAB-LARGEST    PICTURE S9(8) COMP VALUE ZERO.
006237 77  TAB-PREV       PICTURE S9(8) COMP VALUE ZERO.
006240 77  TAB-LO         PICTURE 9(08) VALUE ZERO.
006243 77  TAB-HI         PICTURE 9(08) VALUE ZERO.
006246 77  TAB-CLAIM-COUNT   PICTURE 9(08) VALUE ZERO.
006249 77  TAB-CLAIM-LARGEST PICTURE 9(08) VALUE ZERO.
006252*    SUM OF EVERY PRIME LISTED AND EVERY PRIME TABLED - EQUAL
006255*    COUNTS AND EQUAL SUMS MEAN THE TWO FILES HOLD THE SAME
006258*    PRIMES, NOT JUST THE SAME NUMBER OF THEM.
006261 77  LISTED-SUM     PICTURE S9(18) COMP VALUE ZERO.
006264 77  TABLE-SUM      PICTURE S9(18) COMP VALUE ZERO.
006267 77  SECTION-MAX    PICTURE S9(4) COMP VALUE 50.
006270 77  LSEC-COUNT     PICTURE S9(4) COMP VALUE ZERO.
006273 77  TSEC-COUNT     PICTURE S9(4) COMP VALUE ZERO.
006276 77  SEC-IX         PICTURE S9(4) COMP VALUE ZERO.
006279 77  SEC-LIMIT      PICTURE S9(4) COMP VALUE ZERO.
006282 77  SECTIONS-LOST  PICTURE S9(4) COMP VALUE ZERO.
006285 77  CLAIM-GRAND-COUNT   PICTURE 9(08) VALUE ZERO.
006288 77  CLAIM-GRAND-LARGEST PICTURE 9(08) VALUE ZERO.
006291 77  GRAND-TAB-COUNT     PICTURE 9(08) VALUE ZERO.
006294 77  GRAND-TAB-LARGEST   PICTURE 9(08) VALUE ZERO.
006297 77  CLAIM-SECTIONS PICTURE 9(04) VALUE ZERO.
006300 77  SW-GRAND       PICTURE X(01) VALUE 'N'.
006303     88  GRAND-SEEN         VALUE 'Y'.
006306 77  SW-TAB-GRAND   PICTURE X(01) VALUE 'N'.
006309     88  TABLE-GRAND-SEEN   VALUE 'Y'.
006312 77  SW-TAB-SECTION PICTURE X(01) VALUE 'N'.
006315     88  TABLE-SECTION-OPEN VALUE 'Y'.
006318 77  SW-TAB-SIEVED  PICTURE X(01) VALUE SPACE.
006321     88  TABLE-SECTION-SIEVED VALUE SPACE.
006324*    ONE ENTRY PER RANGE SECTION OF THE LISTING (L-) AND OF THE
006327*    PRIME TABLE (T-), IN THE ORDER EACH FILE PRESENTS THEM -
006330*    SIEVE WRITES BOTH IN CARD ORDER, SO ENTRY N OF ONE MUST
006333*    MATCH ENTRY N OF THE OTHER. LISTED DETAIL LINES THAT COME
006336*    BEFORE ANY RANGE HEADING OPEN AN UNNUMBERED SECTION.
006339 01  SECTION-TABLE.
006342     05  SECTION-ENTRY OCCURS 50 TIMES.
006345         10  L-CARD          PICTURE 9(04).
006348         10  L-COUNT         PICTURE S9(8) COMP.
006351         10  L-LARGEST       PICTURE S9(8) COMP.
006354         10  L-SUM           PICTURE S9(18) COMP.
006357         10  L-CLAIM-COUNT   PICTURE 9(08).
006360         10  L-CLAIM-LARGEST PICTURE 9(08).
006363         10  L-TRAILER       PICTURE X(01).
006366         10  T-CARD          PICTURE 9(04).
006369         10  T-COUNT         PICTURE S9(8) COMP.
006372         10  T-LARGEST       PICTURE S9(8) COMP.
006375         10  T-SUM           PICTURE S9(18) COMP.
006378         10  T-CLAIM-COUNT   PICTURE 9(08).
006381         10  T-CLAIM-LARGEST PICTURE 9(08).
006384         10  T-TRAILER       PICTURE X(01).
006387 01  TITLE-LINE.
006400     05  FILLER  PICTURE X(14) VALUE SPACES.
006500     05  FILLER  PICTURE X(34) VALUE
006600         'PRIME LISTING - INDEPENDENT CHECK'.
007100     05  FILLER  PICTURE X(01) VALUE SPACE.
007200     05  FILLER  PICTURE X(24) VALUE 'NOT PRIME BUT LISTED -  '.
007300     05  ERR-VALUE PICTURE Z(8).
007310 01  TABLE-ERROR-LINE.
007320     05  FILLER  PICTURE X(01) VALUE SPACE.
007330     05  FILLER  PICTURE X(14) VALUE 'PRIME TABLE - '.
007340     05  TERR-TEXT  PICTURE X(26).
007350     05  TERR-VALUE PICTURE Z(8).
007352     05  FILLER  PICTURE X(10) VALUE '  SECTION '.
007354     05  TERR-SECTION PICTURE 9(04).
007360 01  TABLE-SUM-LINE.
007370     05  FILLER  PICTURE X(01) VALUE SPACE.
007380     05  TSL-LABEL-1 PICTURE X(15).
007390     05  TSL-VALUE-1 PICTURE Z(7)9.
007391     05  FILLER  PICTURE X(05) VALUE SPACES.
007392     05  TSL-LABEL-2 PICTURE X(15).
007393     05  TSL-VALUE-2 PICTURE Z(7)9.
007394 01  SECTION-CHECK-LINE.
007395     05  FILLER  PICTURE X(01) VALUE SPACE.
007396     05  FILLER  PICTURE X(08) VALUE 'SECTION '.
007397     05  SCL-CARD PICTURE 9(04).
007398     05  FILLER  PICTURE X(09) VALUE '  LISTED '.
007399     05  SCL-LISTED PICTURE Z(7)9.
007400     05  FILLER  PICTURE X(09) VALUE '  TABLED '.
007401     05  SCL-TABLED PICTURE Z(7)9.
007402     05  FILLER  PICTURE X(02) VALUE SPACES.
007403     05  SCL-VERDICT PICTURE X(30).
007404 01  COUNT-LINE.
007500     05  FILLER  PICTURE X(01) VALUE SPACE.
007600     05  FILLER  PICTURE X(15) VALUE 'LISTED PRIMES  '.
007700     05  OUT-LISTED PICTURE Z(7)9.
007800     05  FILLER  PICTURE X(05) VALUE SPACES.
007900     05  FILLER  PICTURE X(15) VALUE 'GRAND TOTAL    '.
008000     05  OUT-CLAIMED PICTURE Z(7)9.
008100 01  LARGE-LINE.
008200     05  FILLER  PICTURE X(01) VALUE SPACE.
008300     05  FILLER  PICTURE X(15) VALUE 'LARGEST LISTED '.
008400     05  OUT-LARGEST PICTURE Z(7)9.
008500     05  FILLER  PICTURE X(05) VALUE SPACES.
008600     05  FILLER  PICTURE X(15) VALUE 'GRAND TOTAL    '.
008700     05  OUT-CLAIMED-LG PICTURE Z(7)9.
008800 01  STATUS-LINE.
008900     05  FILLER  PICTURE X(01) VALUE SPACE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009500     PERFORM 2000-READ-LISTING THRU 2000-EXIT
009600         UNTIL END-OF-LISTING.
009610     PERFORM 5000-READ-TABLE THRU 5000-EXIT
009620         UNTIL END-OF-TABLE.
009700     PERFORM 8000-SUMMARIZE THRU 8000-EXIT.
009800     PERFORM 9999-TERMINATE THRU 9999-EXIT.
009900     STOP RUN.
011200         MOVE 12 TO RETURN-CODE
011300         STOP RUN
011400     END-IF.
011410*    THE PRIME TABLE IS OPENED SEPARATELY SO A MISSING TABLE IS
011420*    REPORTED AS A DISCREPANCY AFTER THE LISTING IS CHECKED,
011430*    RATHER THAN STOPPING THE LISTING CHECK.
011440     OPEN INPUT PRIME-TABLE.
011450     IF PRIMTAB-STATUS = '00'
011460         SET TABLE-OPENED TO TRUE
011470     ELSE
011480         SET END-OF-TABLE TO TRUE
011490     END-IF.
011491     PERFORM 2400-CLEAR-LISTED THRU 2400-EXIT
011492         VARYING SEC-IX FROM 1 BY 1
011493         UNTIL SEC-IX > SECTION-MAX.
011494     PERFORM 5150-CLEAR-TABLED THRU 5150-EXIT
011495         VARYING SEC-LIMIT FROM 1 BY 1
011496         UNTIL SEC-LIMIT > SECTION-MAX.
011497     MOVE ZERO TO SEC-IX.
011498     MOVE ZERO TO SEC-LIMIT.
011500 1000-EXIT.
011600     EXIT.
011700
011800*------------------------------------------------------------*
011900* 2000-READ-LISTING - ONE LISTING LINE: A RANGE HEADING      *
012000* OPENS A SECTION, SECTION AND GRAND TRAILERS ARE CAPTURED,   *
012010* OTHER HEADING/TEXT LINES ARE PASSED OVER, AND EVERY NUMBER  *
012100* ON A DETAIL LINE IS RE-TESTED BY TRIAL DIVISION.            *
012200*------------------------------------------------------------*
012300 2000-READ-LISTING.
012400     READ LISTING-FILE
012600     END-READ.
012700     IF END-OF-LISTING
012800         GO TO 2000-EXIT.
012802     IF LISTING-REC = SPACES
012804         GO TO 2000-EXIT.
012810     IF LISTING-REC (2:6) = 'RANGE '
012820         PERFORM 2300-OPEN-SECTION THRU 2300-EXIT
012830         GO TO 2000-EXIT.
012900     IF LISTING-REC (2:12) = 'PRIMES FOUND'
012910         IF SEC-IX = ZERO
012920             PERFORM 2300-OPEN-SECTION THRU 2300-EXIT
012930         END-IF
013000         SET TRAILER-SEEN TO TRUE
013100         MOVE LISTING-REC (16:8) TO FIELD-WORK
013200         PERFORM 7000-FIELD-TO-NUM THRU 7000-EXIT
013400         MOVE LISTING-REC (44:8) TO FIELD-WORK
013500         PERFORM 7000-FIELD-TO-NUM THRU 7000-EXIT
013600         MOVE PRIME-WORK TO TRAILER-LARGEST-IN
013610         IF SEC-IX > ZERO
013620             MOVE 'Y' TO L-TRAILER (SEC-IX)
013630             MOVE TRAILER-COUNT-IN TO L-CLAIM-COUNT (SEC-IX)
013640             MOVE TRAILER-LARGEST-IN TO L-CLAIM-LARGEST (SEC-IX)
013650         END-IF
013700         GO TO 2000-EXIT.
013710     IF LISTING-REC (2:12) = 'GRAND TOTAL '
013720         SET GRAND-SEEN TO TRUE
013730         MOVE LISTING-REC (16:8) TO FIELD-WORK
013740         PERFORM 7000-FIELD-TO-NUM THRU 7000-EXIT
013750         MOVE PRIME-WORK TO CLAIM-GRAND-COUNT
013760         MOVE LISTING-REC (44:8) TO FIELD-WORK
013770         PERFORM 7000-FIELD-TO-NUM THRU 7000-EXIT
013780         MOVE PRIME-WORK TO CLAIM-GRAND-LARGEST
013790         GO TO 2000-EXIT.
013800     MOVE 'N' TO SW-ALPHA.
013900     PERFORM 2100-SCAN-TEXT
014000         VARYING C FROM 1 BY 1
014100         UNTIL C > 80 OR TEXT-LINE.
014200     IF TEXT-LINE
014300         GO TO 2000-EXIT.
014310     IF SEC-IX = ZERO
014320         PERFORM 2300-OPEN-SECTION THRU 2300-EXIT
014330     END-IF.
014400     PERFORM 2200-ONE-COLUMN THRU 2200-EXIT
014500         VARYING K FROM 0 BY 1
014600         UNTIL K > 4.
016200     IF PRIME-WORK > LARGEST-SEEN
016300         MOVE PRIME-WORK TO LARGEST-SEEN
016400     END-IF.
016410     ADD PRIME-WORK TO LISTED-SUM.
016420     IF SEC-IX > ZERO
016430         ADD 1 TO L-COUNT (SEC-IX)
016440         ADD PRIME-WORK TO L-SUM (SEC-IX)
016450         IF PRIME-WORK > L-LARGEST (SEC-IX)
016460             MOVE PRIME-WORK TO L-LARGEST (SEC-IX)
016470         END-IF
016480     END-IF.
016500     PERFORM 3000-TRIAL-DIVIDE THRU 3000-EXIT.
016600     IF NOT VALUE-IS-PRIME
016700         SET RUN-DISCREPANT TO TRUE
017500     END-IF.
017600 2200-EXIT.
017700     EXIT.
017701*------------------------------------------------------------*
017702* 2300-OPEN-SECTION - A NEW LISTING SECTION: ITS CARD NUMBER  *
017703* COMES FROM THE RANGE HEADING (ZERO FOR DETAIL THAT STARTS   *
017704* WITHOUT ONE), AND THE HEADING IS ECHOED SO ANY FAULT        *
017705* PRINTED AFTER IT READS AGAINST THE RIGHT RANGE. A SECTION   *
017706* PAST THE TABLE'S 50 IS COUNTED AND MAKES THE RUN DISCREPANT.*
017707*------------------------------------------------------------*
017708 2300-OPEN-SECTION.
017709     IF LSEC-COUNT NOT < SECTION-MAX
017710         ADD 1 TO SECTIONS-LOST
017711         SET RUN-DISCREPANT TO TRUE
017712         MOVE ZERO TO SEC-IX
017713         GO TO 2300-EXIT.
017714     ADD 1 TO LSEC-COUNT.
017715     MOVE LSEC-COUNT TO SEC-IX.
017716     PERFORM 2400-CLEAR-LISTED THRU 2400-EXIT.
017717     IF LISTING-REC (2:6) = 'RANGE '
017718         AND LISTING-REC (8:4) IS NUMERIC
017719         MOVE LISTING-REC (8:4) TO L-CARD (SEC-IX)
017720     END-IF.
017721     IF LISTING-REC (2:6) = 'RANGE '
017722         WRITE STDOUT-RECORD FROM LISTING-REC
017723             AFTER ADVANCING 1 LINE
017724     END-IF.
017725 2300-EXIT.
017726     EXIT.
017727 2400-CLEAR-LISTED.
017728     MOVE ZERO TO L-CARD (SEC-IX).
017729     MOVE ZERO TO L-COUNT (SEC-IX).
017730     MOVE ZERO TO L-LARGEST (SEC-IX).
017731     MOVE ZERO TO L-SUM (SEC-IX).
017732     MOVE ZERO TO L-CLAIM-COUNT (SEC-IX).
017733     MOVE ZERO TO L-CLAIM-LARGEST (SEC-IX).
017734     MOVE 'N' TO L-TRAILER (SEC-IX).
017735 2400-EXIT.
017736     EXIT.
017800
017900*------------------------------------------------------------*
018000* 3000-TRIAL-DIVIDE - THE INDEPENDENT TEST: NO SIEVE TABLE,   *
019800     ADD 1 TO DIVISOR.
019900     GO TO 3010-TEST-NEXT.
020000 3000-EXIT.
020003     EXIT.
020006
020009*------------------------------------------------------------*
020012* 5000-READ-TABLE - ONE PRIME TABLE RECORD. EACH SECTION IS A *
020015* HEADER, ITS DETAILS AND ITS TRAILER, AND NOTHING MAY FOLLOW  *
020018* THE GRAND TOTAL; EACH DETAIL MUST BE NUMERIC, ABOVE THE ONE  *
020021* BEFORE IT IN THE SECTION, INSIDE THE SECTION'S HEADER RANGE, *
020024* AND PRIME BY THE SAME TRIAL DIVISION THE LISTING GETS.      *
020027*------------------------------------------------------------*
020030 5000-READ-TABLE.
020033     READ PRIME-TABLE
020036         AT END SET END-OF-TABLE TO TRUE
020039     END-READ.
020042     IF END-OF-TABLE
020045         GO TO 5000-EXIT.
020048     ADD 1 TO TAB-RECORDS.
020051     MOVE ZERO TO TERR-VALUE.
020054     IF TABLE-GRAND-SEEN
020057         MOVE 'RECORD AFTER GRAND TOTAL' TO TERR-TEXT
020060         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020063         GO TO 5000-EXIT.
020066     IF PT-HEADER
020069         PERFORM 5100-TABLE-HEADER THRU 5100-EXIT
020072         GO TO 5000-EXIT.
020075     IF PT-TRAILER
020078         PERFORM 5200-TABLE-TRAILER THRU 5200-EXIT
020081         GO TO 5000-EXIT.
020084     IF PT-GRAND
020087         PERFORM 5300-TABLE-GRAND THRU 5300-EXIT
020090         GO TO 5000-EXIT.
020093     IF NOT PT-DETAIL
020096         MOVE 'RECORD TYPE UNKNOWN' TO TERR-TEXT
020099         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020102         GO TO 5000-EXIT.
020105     IF NOT TABLE-SECTION-OPEN
020108         MOVE 'DETAIL OUTSIDE A SECTION' TO TERR-TEXT
020111         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020114         GO TO 5000-EXIT.
020117     IF PT-PRIME NOT NUMERIC
020120         MOVE 'PRIME NOT NUMERIC' TO TERR-TEXT
020123         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020126         GO TO 5000-EXIT.
020129     MOVE PT-PRIME TO PRIME-WORK.
020132     MOVE PRIME-WORK TO TERR-VALUE.
020135     ADD 1 TO TAB-COUNT.
020138     ADD PRIME-WORK TO TABLE-SUM.
020141     IF SEC-LIMIT > ZERO
020144         ADD 1 TO T-COUNT (SEC-LIMIT)
020147         ADD PRIME-WORK TO T-SUM (SEC-LIMIT)
020150         IF PRIME-WORK > T-LARGEST (SEC-LIMIT)
020153             MOVE PRIME-WORK TO T-LARGEST (SEC-LIMIT)
020156         END-IF
020159     END-IF.
020162     IF NOT TABLE-SECTION-SIEVED
020165         MOVE 'DETAIL IN UNSIEVED SECTION' TO TERR-TEXT
020168         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020171     END-IF.
020174     IF PRIME-WORK NOT > TAB-PREV
020177         MOVE 'OUT OF SEQUENCE' TO TERR-TEXT
020180         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020183     END-IF.
020186     IF PRIME-WORK < TAB-LO OR PRIME-WORK > TAB-HI
020189         MOVE 'OUTSIDE HEADER RANGE' TO TERR-TEXT
020192         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020195     END-IF.
020198     MOVE PRIME-WORK TO TAB-PREV.
020201     IF PRIME-WORK > TAB-LARGEST
020204         MOVE PRIME-WORK TO TAB-LARGEST
020207     END-IF.
020210     PERFORM 3000-TRIAL-DIVIDE THRU 3000-EXIT.
020213     IF NOT VALUE-IS-PRIME
020216         MOVE 'NOT PRIME BUT TABLED' TO TERR-TEXT
020219         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020222     END-IF.
020225 5000-EXIT.
020228     EXIT.
020231*------------------------------------------------------------*
020234* 5100-TABLE-HEADER - OPENS THE NEXT TABLE SECTION. THE ONE   *
020237* BEFORE IT MUST HAVE BEEN CLOSED BY ITS TRAILER. THE SECTION *
020240* STATUS IS HELD FOR THE DETAILS THAT FOLLOW: ONLY A SECTION  *
020243* SIEVED IN THE RUN (STATUS SPACE) MAY CARRY ANY.             *
020246*------------------------------------------------------------*
020252 5100-TABLE-HEADER.
020253     IF TABLE-SECTION-OPEN
020254         MOVE 'HEADER BEFORE TRAILER' TO TERR-TEXT
020255         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020256     END-IF.
020257     SET TABLE-HEADER-SEEN TO TRUE.
020258     SET TABLE-SECTION-OPEN TO TRUE.
020259     MOVE ZERO TO TAB-PREV.
020260     MOVE ZERO TO TAB-LO.
020261     MOVE ZERO TO TAB-HI.
020262     IF TSEC-COUNT NOT < SECTION-MAX
020263         ADD 1 TO SECTIONS-LOST
020264         SET RUN-DISCREPANT TO TRUE
020265         MOVE ZERO TO SEC-LIMIT
020266     ELSE
020267         ADD 1 TO TSEC-COUNT
020268         MOVE TSEC-COUNT TO SEC-LIMIT
020269         PERFORM 5150-CLEAR-TABLED THRU 5150-EXIT
020270     END-IF.
020271     IF SEC-LIMIT > ZERO AND PT-CARD NUMERIC
020272         MOVE PT-CARD TO T-CARD (SEC-LIMIT)
020273     END-IF.
020274     MOVE PT-SECTION-STATUS TO SW-TAB-SIEVED.
020275     IF PT-RANGE-LO NUMERIC AND PT-RANGE-HI NUMERIC
020276         MOVE PT-RANGE-LO TO TAB-LO
020277         MOVE PT-RANGE-HI TO TAB-HI
020278     ELSE
020279         MOVE 'HEADER RANGE NOT NUMERIC' TO TERR-TEXT
020280         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020281     END-IF.
020282 5100-EXIT.
020283     EXIT.
020284 5150-CLEAR-TABLED.
020285     MOVE ZERO TO T-CARD (SEC-LIMIT).
020286     MOVE ZERO TO T-COUNT (SEC-LIMIT).
020287     MOVE ZERO TO T-LARGEST (SEC-LIMIT).
020288     MOVE ZERO TO T-SUM (SEC-LIMIT).
020289     MOVE ZERO TO T-CLAIM-COUNT (SEC-LIMIT).
020290     MOVE ZERO TO T-CLAIM-LARGEST (SEC-LIMIT).
020291     MOVE 'N' TO T-TRAILER (SEC-LIMIT).
020292 5150-EXIT.
020293     EXIT.
020294*------------------------------------------------------------*
020295* 5200-TABLE-TRAILER - CLOSES THE OPEN SECTION; ITS CARD      *
020296* NUMBER MUST BE THE ONE ITS HEADER CARRIED.                  *
020297*------------------------------------------------------------*
020298 5200-TABLE-TRAILER.
020299     IF NOT TABLE-SECTION-OPEN
020300         MOVE 'TRAILER WITHOUT HEADER' TO TERR-TEXT
020301         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020302         GO TO 5200-EXIT.
020303     SET TABLE-TRAILER-SEEN TO TRUE.
020304     MOVE 'N' TO SW-TAB-SECTION.
020305     IF PT-COUNT NOT NUMERIC OR PT-LARGEST NOT NUMERIC
020306         OR PT-TRL-CARD NOT NUMERIC
020307         MOVE 'TRAILER NOT NUMERIC' TO TERR-TEXT
020308         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020309         GO TO 5200-EXIT.
020310     ADD PT-COUNT TO TAB-CLAIM-COUNT.
020311     IF PT-LARGEST > TAB-CLAIM-LARGEST
020312         MOVE PT-LARGEST TO TAB-CLAIM-LARGEST
020313     END-IF.
020314     IF SEC-LIMIT = ZERO
020315         GO TO 5200-EXIT.
020316     MOVE 'Y' TO T-TRAILER (SEC-LIMIT).
020317     MOVE PT-COUNT TO T-CLAIM-COUNT (SEC-LIMIT).
020318     MOVE PT-LARGEST TO T-CLAIM-LARGEST (SEC-LIMIT).
020319     IF PT-TRL-CARD NOT = T-CARD (SEC-LIMIT)
020320         MOVE PT-TRL-CARD TO TERR-VALUE
020321         MOVE 'TRAILER CARD MISMATCH' TO TERR-TEXT
020322         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020323     END-IF.
020324 5200-EXIT.
020325     EXIT.
020326*------------------------------------------------------------*
020327* 5300-TABLE-GRAND - THE GRAND TOTAL CLOSES THE FILE; IT IS   *
020328* FOOTED AGAINST THE SECTIONS IN 8100-SUMMARIZE-TABLE.        *
020329*------------------------------------------------------------*
020330 5300-TABLE-GRAND.
020331     IF TABLE-SECTION-OPEN
020332         MOVE 'GRAND TOTAL BEFORE TRAILER' TO TERR-TEXT
020333         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020334         MOVE 'N' TO SW-TAB-SECTION
020335     END-IF.
020336     SET TABLE-GRAND-SEEN TO TRUE.
020337     IF PT-GRAND-COUNT NOT NUMERIC OR PT-GRAND-LARGEST NOT NUMERIC
020338         OR PT-SECTIONS NOT NUMERIC
020339         MOVE 'GRAND TOTAL NOT NUMERIC' TO TERR-TEXT
020340         PERFORM 5900-TABLE-ERROR THRU 5900-EXIT
020341         GO TO 5300-EXIT.
020342     MOVE PT-GRAND-COUNT TO GRAND-TAB-COUNT.
020343     MOVE PT-GRAND-LARGEST TO GRAND-TAB-LARGEST.
020344     MOVE PT-SECTIONS TO CLAIM-SECTIONS.
020345 5300-EXIT.
020346     EXIT.
020349*------------------------------------------------------------*
020352* 5900-TABLE-ERROR - ONE PRIME TABLE FAULT: THE RUN IS        *
020355* DISCREPANT, AND THE FAULT PRINTS UNDER THE SAME 50-LINE CAP *
020358* THE LISTING'S FAULTS SHARE.                                 *
020361*------------------------------------------------------------*
020364 5900-TABLE-ERROR.
020367     SET RUN-DISCREPANT TO TRUE.
020368     MOVE SEC-LIMIT TO TERR-SECTION.
020370     IF ERR-SHOWN < 50
020373         ADD 1 TO ERR-SHOWN
020376         WRITE STDOUT-RECORD FROM TABLE-ERROR-LINE
020379             AFTER ADVANCING 1 LINE
020382     END-IF.
020385 5900-EXIT.
020388     EXIT.
020391
020394*------------------------------------------------------------*
020400* 7000-FIELD-TO-NUM - AN EIGHT-BYTE LISTING COLUMN, LEADING   *
020500* SPACES AND ALL, AS A NUMBER; ZERO WHEN THE COLUMN IS BLANK  *
020600* OR CARRIES ANYTHING BUT DIGITS.                             *
021700     EXIT.
021800
021900*------------------------------------------------------------*
022000* 8000-SUMMARIZE - EVERY SECTION CHECKED ON ITS OWN, THEN THE *
022100* RECOMPUTED COUNT AND LARGEST AGAINST THE GRAND TOTAL'S      *
022110* CLAIMS, AND THE VERDICT.                                    *
022200*------------------------------------------------------------*
022300 8000-SUMMARIZE.
022310     MOVE LSEC-COUNT TO SEC-LIMIT.
022320     IF TABLE-OPENED AND TSEC-COUNT > SEC-LIMIT
022330         MOVE TSEC-COUNT TO SEC-LIMIT
022340     END-IF.
022350     PERFORM 8200-CHECK-SECTION THRU 8200-EXIT
022360         VARYING SEC-IX FROM 1 BY 1
022370         UNTIL SEC-IX > SEC-LIMIT.
022380     IF SECTIONS-LOST > ZERO
022390         MOVE 'MORE THAN 50 RANGE SECTIONS' TO OUT-STATUS
022391         WRITE STDOUT-RECORD FROM STATUS-LINE
022392             AFTER ADVANCING 1 LINE
022393     END-IF.
022400     MOVE LISTED-COUNT TO OUT-LISTED.
022500     MOVE CLAIM-GRAND-COUNT TO OUT-CLAIMED.
022600     WRITE STDOUT-RECORD FROM COUNT-LINE
022700         AFTER ADVANCING 2 LINES.
022800     MOVE LARGEST-SEEN TO OUT-LARGEST.
022900     MOVE CLAIM-GRAND-LARGEST TO OUT-CLAIMED-LG.
023000     WRITE STDOUT-RECORD FROM LARGE-LINE
023100         AFTER ADVANCING 1 LINE.
023200     IF NOT TRAILER-SEEN
023500         WRITE STDOUT-RECORD FROM STATUS-LINE
023600             AFTER ADVANCING 1 LINE
023700     END-IF.
023710     IF NOT GRAND-SEEN
023720         SET RUN-DISCREPANT TO TRUE
023730         MOVE 'GRAND TOTAL LINE MISSING FROM LISTING' TO
023740             OUT-STATUS
023750         WRITE STDOUT-RECORD FROM STATUS-LINE
023760             AFTER ADVANCING 1 LINE
023770     END-IF.
023800     IF LISTED-COUNT NOT = CLAIM-GRAND-COUNT
023900         OR LARGEST-SEEN NOT = CLAIM-GRAND-LARGEST
024000         SET RUN-DISCREPANT TO TRUE
024100     END-IF.
024110     PERFORM 8100-SUMMARIZE-TABLE THRU 8100-EXIT.
024200     IF RUN-DISCREPANT
024300         MOVE 'DISCREPANT - HOLD THE ACTUARIAL STEP' TO
024400             OUT-STATUS
024500     ELSE
024600         MOVE 'VERIFIED - LISTING AND TABLE RE-TESTED' TO
024700             OUT-STATUS
024800     END-IF.
024900     WRITE STDOUT-RECORD FROM STATUS-LINE
025000         AFTER ADVANCING 2 LINES.
025100 8000-EXIT.
025200     EXIT.
025201
025204*------------------------------------------------------------*
025207* 8100-SUMMARIZE-TABLE - THE PRIME TABLE'S RANGE, COUNT AND   *
025210* LARGEST AGAINST ITS OWN TRAILER, THEN AGAINST THE LISTING - *
025213* THE TABLE IS ONLY RELEASED WHEN IT HOLDS THE SAME PRIMES.   *
025216*------------------------------------------------------------*
025219 8100-SUMMARIZE-TABLE.
025222     IF NOT TABLE-OPENED
025225         SET RUN-DISCREPANT TO TRUE
025228         MOVE 'PRIME TABLE DATASET WOULD NOT OPEN' TO OUT-STATUS
025231         WRITE STDOUT-RECORD FROM STATUS-LINE
025234             AFTER ADVANCING 2 LINES
025237         GO TO 8100-EXIT.
025240     MOVE 'TABLE SECTIONS ' TO TSL-LABEL-1.
025243     MOVE TSEC-COUNT TO TSL-VALUE-1.
025246     MOVE 'GRAND CLAIMS   ' TO TSL-LABEL-2.
025249     MOVE CLAIM-SECTIONS TO TSL-VALUE-2.
025252     WRITE STDOUT-RECORD FROM TABLE-SUM-LINE
025255         AFTER ADVANCING 2 LINES.
025258     MOVE 'TABLED PRIMES  ' TO TSL-LABEL-1.
025261     MOVE TAB-COUNT TO TSL-VALUE-1.
025264     MOVE 'TRAILER CLAIMS ' TO TSL-LABEL-2.
025266     MOVE TAB-CLAIM-COUNT TO TSL-VALUE-2.
025268     WRITE STDOUT-RECORD FROM TABLE-SUM-LINE
025270         AFTER ADVANCING 1 LINE.
025272     MOVE 'LARGEST TABLED ' TO TSL-LABEL-1.
025274     MOVE TAB-LARGEST TO TSL-VALUE-1.
025276     MOVE TAB-CLAIM-LARGEST TO TSL-VALUE-2.
025278     WRITE STDOUT-RECORD FROM TABLE-SUM-LINE
025280         AFTER ADVANCING 1 LINE.
025282     IF NOT TABLE-HEADER-SEEN
025284         SET RUN-DISCREPANT TO TRUE
025286         MOVE 'HEADER RECORD MISSING FROM TABLE' TO OUT-STATUS
025288         WRITE STDOUT-RECORD FROM STATUS-LINE
025290             AFTER ADVANCING 1 LINE
025292     END-IF.
025294     IF NOT TABLE-TRAILER-SEEN
025296         SET RUN-DISCREPANT TO TRUE
025298         MOVE 'TRAILER RECORD MISSING FROM TABLE' TO OUT-STATUS
025300         WRITE STDOUT-RECORD FROM STATUS-LINE
025302             AFTER ADVANCING 1 LINE
025304     END-IF.
025306     IF NOT TABLE-GRAND-SEEN
025308         SET RUN-DISCREPANT TO TRUE
025310         MOVE 'GRAND TOTAL RECORD MISSING FROM TABLE' TO
025312             OUT-STATUS
025314         WRITE STDOUT-RECORD FROM STATUS-LINE
025316             AFTER ADVANCING 1 LINE
025318     ELSE
025320         IF GRAND-TAB-COUNT NOT = TAB-COUNT
025322             OR GRAND-TAB-LARGEST NOT = TAB-LARGEST
025324             OR CLAIM-SECTIONS NOT = TSEC-COUNT + SECTIONS-LOST
025326             SET RUN-DISCREPANT TO TRUE
025328             MOVE 'TABLE GRAND TOTAL DOES NOT FOOT' TO
025330                 OUT-STATUS
025332             WRITE STDOUT-RECORD FROM STATUS-LINE
025334                 AFTER ADVANCING 1 LINE
025336         END-IF
025338     END-IF.
025340     IF TAB-COUNT NOT = TAB-CLAIM-COUNT
025342         OR TAB-LARGEST NOT = TAB-CLAIM-LARGEST
025344         SET RUN-DISCREPANT TO TRUE
025346     END-IF.
025348     IF TAB-COUNT NOT = LISTED-COUNT
025350         OR TAB-LARGEST NOT = LARGEST-SEEN
025352         OR TABLE-SUM NOT = LISTED-SUM
025354         SET RUN-DISCREPANT TO TRUE
025356         MOVE 'TABLE AND LISTING HOLD DIFFERENT PRIMES' TO
025358             OUT-STATUS
025360         WRITE STDOUT-RECORD FROM STATUS-LINE
025362             AFTER ADVANCING 1 LINE
025364     END-IF.
025366 8100-EXIT.
025368     EXIT.
025370
025372*------------------------------------------------------------*
025374* 8200-CHECK-SECTION - ONE RANGE SECTION: THE LISTING AGAINST *
025376* ITS OWN TRAILER, THE TABLE SECTION AGAINST ITS OWN TRAILER, *
025378* THEN THE TWO AGAINST EACH OTHER - SAME CARD, SAME COUNT,    *
025380* SAME LARGEST, SAME SUM. THE FIRST FAULT FOUND IS PRINTED.   *
025382*------------------------------------------------------------*
025384 8200-CHECK-SECTION.
025386     MOVE 'AGREES' TO SCL-VERDICT.
025388     MOVE L-CARD (SEC-IX) TO SCL-CARD.
025390     MOVE L-COUNT (SEC-IX) TO SCL-LISTED.
025392     MOVE T-COUNT (SEC-IX) TO SCL-TABLED.
025394     IF SEC-IX > LSEC-COUNT
025396         MOVE T-CARD (SEC-IX) TO SCL-CARD
025398         MOVE 'IN TABLE BUT NOT IN LISTING' TO SCL-VERDICT
025400         GO TO 8250-PRINT-SECTION.
025402     IF L-TRAILER (SEC-IX) NOT = 'Y'
025404         MOVE 'LISTING TRAILER MISSING' TO SCL-VERDICT
025406         GO TO 8250-PRINT-SECTION.
025408     IF L-COUNT (SEC-IX) NOT = L-CLAIM-COUNT (SEC-IX)
025410         OR L-LARGEST (SEC-IX) NOT = L-CLAIM-LARGEST (SEC-IX)
025412         MOVE 'LISTING TRAILER DISAGREES' TO SCL-VERDICT
025414         GO TO 8250-PRINT-SECTION.
025416     IF NOT TABLE-OPENED
025418         MOVE 'LISTING AGREES - NO TABLE' TO SCL-VERDICT
025420         GO TO 8250-PRINT-SECTION.
025422     IF SEC-IX > TSEC-COUNT
025424         MOVE 'IN LISTING BUT NOT IN TABLE' TO SCL-VERDICT
025426         GO TO 8250-PRINT-SECTION.
025428     IF T-TRAILER (SEC-IX) NOT = 'Y'
025430         MOVE 'TABLE TRAILER MISSING' TO SCL-VERDICT
025432         GO TO 8250-PRINT-SECTION.
025434     IF T-COUNT (SEC-IX) NOT = T-CLAIM-COUNT (SEC-IX)
025436         OR T-LARGEST (SEC-IX) NOT = T-CLAIM-LARGEST (SEC-IX)
025438         MOVE 'TABLE TRAILER DISAGREES' TO SCL-VERDICT
025440         GO TO 8250-PRINT-SECTION.
025442     IF T-CARD (SEC-IX) NOT = L-CARD (SEC-IX)
025444         MOVE 'CARD NUMBERS DIFFER' TO SCL-VERDICT
025446         GO TO 8250-PRINT-SECTION.
025448     IF T-COUNT (SEC-IX) NOT = L-COUNT (SEC-IX)
025450         OR T-LARGEST (SEC-IX) NOT = L-LARGEST (SEC-IX)
025452         OR T-SUM (SEC-IX) NOT = L-SUM (SEC-IX)
025454         MOVE 'TABLE AND LISTING DIFFER' TO SCL-VERDICT
025456     END-IF.
025458 8250-PRINT-SECTION.
025460     IF SCL-VERDICT NOT = 'AGREES'
025462         SET RUN-DISCREPANT TO TRUE
025464     END-IF.
025466     WRITE STDOUT-RECORD FROM SECTION-CHECK-LINE
025468         AFTER ADVANCING 1 LINE.
025470 8200-EXIT.
025472     EXIT.
025474
025476 9999-TERMINATE.
025500     CLOSE LISTING-FILE STANDARD-OUTPUT.
025510     IF TABLE-OPENED
025520         CLOSE PRIME-TABLE
025530     END-IF.
025600     IF RUN-DISCREPANT
025700         MOVE 8 TO RETURN-CODE
025800     END-IF.
