001299*                    RECORD CAN EXPRESS IS ACTUALLY SIEVED IN  *
001310*                    BOUNDED STORAGE INSTEAD OF SILENTLY       *
001320*                    CLAMPING AT THE OLD 99999 TABLE CEILING.  *
001321*   10/14/26   DH    ALSO FILES THE PRIMTAB PRIME TABLE - A     *
001322*                    FIXED-FORMAT HEADER/DETAIL/TRAILER FILE   *
001323*                    (COPY PRIMREC) FOR PRIMCHK, PRIMINQ AND   *
001324*                    THE RATE-BASIS STEP, SO NOTHING DOWNSTREAM*
001325*                    HAS TO PARSE THE PRINTED LISTING.         *
001326*   10/14/26   DH    A DECK OF RANGE CARDS PER RUN, EACH WITH  *
001330*                    A REQUEST LABEL IN COLUMNS 18-29: ONE     *
001334*                    LISTING SECTION AND ONE COUNT/LARGEST     *
001338*                    TRAILER PER CARD, THEN A GRAND-TOTAL      *
001342*                    TRAILER; OVERLAPPING RANGES AND MALFORMED *
001346*                    CARDS FLAGGED (CC 4). RESTPT NOW RECORDS  *
001350*                    THE CARD AND SEGMENT TO RESUME FROM AND   *
001354*                    IS CLEARED ONCE THE DECK FINISHES; THE    *
001358*                    PRIME TABLE CARRIES ONE HEADER/TRAILER    *
001362*                    SECTION PER CARD PLUS A GRAND TOTAL.      *
001367*------------------------------------------------------------*
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
001900     SELECT RESTART-FILE ASSIGN TO "RESTPT"
002000         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS RESTART-STATUS.
002110     SELECT PRIME-TABLE ASSIGN TO "PRIMTAB"
002120         ORGANIZATION IS LINE SEQUENTIAL
002130         FILE STATUS IS PRIMTAB-STATUS.

002300 DATA DIVISION.
002400 FILE SECTION.
002600 01  STDIN-RECORD.
002700     05  STDIN-START PICTURE 9(08).
002800     05  STDIN-END   PICTURE 9(08).
002810     05  FILLER      PICTURE X(01).
002820     05  STDIN-LABEL PICTURE X(12).
002900     05  FILLER      PICTURE X(51).
003000 FD  STANDARD-OUTPUT.
003100 01  STDOUT-RECORD   PICTURE X(80).
003200 FD  RESTART-FILE.
003300 01  RESTART-REC.
003301     05  RST-CARD    PICTURE 9(04).
003302     05  RST-SEGMENT PICTURE 9(06).
003303     05  RST-THRU    PICTURE 9(08).
003310 FD  DIAG-FILE.
003320 01  DIAG-RECORD     PICTURE X(80).
003330 FD  PRIME-TABLE.
003340     COPY PRIMREC.

003500 WORKING-STORAGE SECTION.
003600 77  SEG-SIZE       PICTURE S9(8) COMP VALUE 99999.
004300 77  PRIME-COUNT    PICTURE S9(8) COMP VALUE ZERO.
004400 77  LARGEST-PRIME  PICTURE S9(8) COMP VALUE ZERO.
004500 77  RESTART-STATUS PICTURE X(02) VALUE SPACES.
004505 77  PRIMTAB-STATUS PICTURE X(02) VALUE SPACES.
004510 77  INPUT-STATUS   PICTURE X(02) VALUE SPACES.
004511 77  RUN-DATE-WS    PICTURE 9(06) VALUE ZERO.
004512 77  PAGE-COUNT     PICTURE S9(4) COMP VALUE ZERO.
004513 77  LINE-COUNT     PICTURE S9(4) COMP VALUE ZERO.
004514 77  PAGE-LIMIT     PICTURE S9(4) COMP VALUE 55.
004515 77  COL-IDX        PICTURE S9(1) COMP VALUE ZERO.
004516 77  CARD-MAX       PICTURE S9(4) COMP VALUE 50.
004517 77  CARD-COUNT     PICTURE S9(4) COMP VALUE ZERO.
004518 77  CARD-IX        PICTURE S9(4) COMP VALUE ZERO.
004519 77  OVL-IX         PICTURE S9(4) COMP VALUE ZERO.
004520 77  CARDS-DROPPED  PICTURE S9(4) COMP VALUE ZERO.
004521 77  MALFORMED-COUNT PICTURE S9(4) COMP VALUE ZERO.
004522 77  OVERLAP-COUNT  PICTURE S9(4) COMP VALUE ZERO.
004523 77  RESUME-CARD    PICTURE S9(4) COMP VALUE ZERO.
004524 77  RESUME-SEG     PICTURE S9(8) COMP VALUE ZERO.
004525 77  SEG-NUMBER     PICTURE S9(8) COMP VALUE ZERO.
004526 77  GRAND-COUNT    PICTURE S9(8) COMP VALUE ZERO.
004527 77  GRAND-LARGEST  PICTURE S9(8) COMP VALUE ZERO.
004528 77  SW-RESTART     PICTURE X(01) VALUE 'N'.
004529     88  RESTART-FOUND      VALUE 'Y'.
004530 77  SW-RESUMED     PICTURE X(01) VALUE 'N'.
004531     88  SECTION-RESUMED    VALUE 'Y'.
004532 77  SECTION-STATE  PICTURE X(01) VALUE SPACE.
004533     88  SECTION-SIEVED     VALUE SPACE.
004534     88  SECTION-SKIPPED    VALUE 'S'.
004535     88  SECTION-MALFORMED  VALUE 'M'.
004536*    THE RANGE CARD DECK, READ WHOLE BEFORE ANY SIEVING SO EACH
004537*    CARD CAN BE CHECKED AGAINST EVERY CARD AHEAD OF IT FOR
004538*    OVERLAP. CT-STATUS IS SPACE FOR A GOOD CARD, M FOR ONE
004539*    WHOSE BOUNDS ARE NOT NUMERIC OR RUN BACKWARDS.
004540 01  CARD-TABLE.
004541     05  CARD-ENTRY OCCURS 50 TIMES.
004542         10  CT-START   PICTURE S9(8) COMP.
004543         10  CT-END     PICTURE S9(8) COMP.
004544         10  CT-LABEL   PICTURE X(12).
004545         10  CT-STATUS  PICTURE X(01).
004550 01  DIAG-LINE.
004560     05  FILLER      PICTURE X(01) VALUE SPACE.
004570     05  FILLER      PICTURE X(12) VALUE 'I/O ERROR - '.
004580     05  DIAG-FILE-NAME PICTURE X(08).
004585     05  FILLER      PICTURE X(01) VALUE SPACE.
004590     05  DIAG-OP     PICTURE X(06).
004591     05  FILLER      PICTURE X(08) VALUE ' STATUS '.
004592     05  DIAG-STATUS PICTURE X(02).
004593     05  FILLER      PICTURE X(03) VALUE ' - '.
004594     05  DIAG-TEXT   PICTURE X(30).
004600 77  SW-EOF         PICTURE X(01) VALUE 'N'.
004700     88  END-OF-INPUT       VALUE 'Y'.
004800*    ONE 99999-WIDE SEGMENT WINDOW OF FLAGS, REUSED FOR EVERY
007100     05  FILLER  PICTURE X(13) VALUE 'LARGEST PRIME'.
007200     05  FILLER  PICTURE X(02) VALUE SPACES.
007300     05  TRAILER-LARGEST PICTURE Z(8).
007301 01  GRAND-LINE.
007302     05  FILLER  PICTURE X(01) VALUE SPACE.
007303     05  FILLER  PICTURE X(12) VALUE 'GRAND TOTAL '.
007304     05  FILLER  PICTURE X(02) VALUE SPACES.
007305     05  GRAND-COUNT-OUT PICTURE Z(7)9.
007306     05  FILLER  PICTURE X(05) VALUE SPACES.
007307     05  FILLER  PICTURE X(13) VALUE 'LARGEST PRIME'.
007308     05  FILLER  PICTURE X(02) VALUE SPACES.
007309     05  GRAND-LARGEST-OUT PICTURE Z(8).
007310*    EACH LISTING SECTION OPENS WITH THIS LINE - RANGE AND CARD
007311*    NUMBER IN COLUMNS 2-11 - SO THE VERIFICATION AND GAP STEPS
007312*    CAN TELL ONE CARD'S PRIMES FROM THE NEXT.
007313 01  SECTION-LINE.
007314     05  FILLER  PICTURE X(01) VALUE SPACE.
007315     05  FILLER  PICTURE X(06) VALUE 'RANGE '.
007316     05  SEC-CARD PICTURE 9(04).
007317     05  FILLER  PICTURE X(02) VALUE SPACES.
007318     05  SEC-LABEL PICTURE X(12).
007319     05  FILLER  PICTURE X(02) VALUE SPACES.
007320     05  FILLER  PICTURE X(05) VALUE 'FROM '.
007321     05  SEC-FROM PICTURE Z(7)9.
007322     05  FILLER  PICTURE X(04) VALUE ' TO '.
007323     05  SEC-TO  PICTURE Z(7)9.
007324 01  OVERLAP-LINE.
007325     05  FILLER  PICTURE X(01) VALUE SPACE.
007326     05  FILLER  PICTURE X(19) VALUE '*** OVERLAPS RANGE '.
007327     05  OVL-CARD PICTURE 9(04).
007328     05  FILLER  PICTURE X(02) VALUE SPACES.
007329     05  OVL-LABEL PICTURE X(12).
007330     05  FILLER  PICTURE X(04) VALUE ' ***'.
007331 01  RESUME-LINE.
007332     05  FILLER  PICTURE X(01) VALUE SPACE.
007333     05  FILLER  PICTURE X(22) VALUE 'RESUMED AFTER SEGMENT '.
007334     05  RES-SEG PICTURE Z(5)9.
007335     05  FILLER  PICTURE X(15) VALUE ' - SIEVED FROM '.
007336     05  RES-FROM PICTURE Z(7)9.
007337 01  MESSAGE-LINE.
007338     05  FILLER  PICTURE X(01) VALUE SPACE.
007339     05  MSG-TEXT PICTURE X(60).
007340 01  CARDS-LINE.
007341     05  FILLER  PICTURE X(01) VALUE SPACE.
007342     05  FILLER  PICTURE X(12) VALUE 'CARDS READ  '.
007343     05  CL-CARDS PICTURE ZZZ9.
007344     05  FILLER  PICTURE X(03) VALUE SPACES.
007345     05  FILLER  PICTURE X(12) VALUE 'OVERLAPPING '.
007346     05  CL-OVERLAP PICTURE ZZZ9.
007347     05  FILLER  PICTURE X(03) VALUE SPACES.
007348     05  FILLER  PICTURE X(10) VALUE 'MALFORMED '.
007349     05  CL-MALFORMED PICTURE ZZZ9.
007350     05  FILLER  PICTURE X(03) VALUE SPACES.
007351     05  FILLER  PICTURE X(11) VALUE 'OVER LIMIT '.
007352     05  CL-DROPPED PICTURE ZZZ9.

007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007800     PERFORM 2000-BUILD-BASE THRU 2000-EXIT.
007900     PERFORM 5000-ONE-RANGE THRU 5000-EXIT
007905         VARYING CARD-IX FROM 1 BY 1
007910         UNTIL CARD-IX > CARD-COUNT.
007915     PERFORM 3500-GRAND-TRAILER THRU 3500-EXIT.
008000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
008100     STOP RUN.

008300*------------------------------------------------------------*
008400* 1000-INITIALIZE - OPEN FILES, READ THE DECK OF RANGE CARDS,*
008500* PICK UP ANY RESTART POINT, AND OPEN THE PRIME TABLE.        *
008600*------------------------------------------------------------*
008700 1000-INITIALIZE.
008800     OPEN INPUT STANDARD-INPUT OUTPUT STANDARD-OUTPUT.
008891         MOVE 12 TO RETURN-CODE
008892         STOP RUN
008893     END-IF.
008900     PERFORM 1050-READ-CARD THRU 1050-EXIT
009000         UNTIL END-OF-INPUT.
009100     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
009125     ACCEPT RUN-DATE-WS FROM DATE.
009150     PERFORM 1300-OPEN-TABLE THRU 1300-EXIT.
009175 1000-EXIT.
009200     EXIT.
009225
009250*------------------------------------------------------------*
009275* 1050-READ-CARD - ONE RANGE CARD: START IN COLUMNS 1-8, END  *
009300* IN 9-16, REQUEST LABEL IN 18-29. BLANK CARDS ARE PASSED     *
009325* OVER; A CARD PAST THE 50-CARD DECK LIMIT IS COUNTED AND     *
009350* LEFT UNSIEVED; BOUNDS THAT ARE NOT NUMERIC OR RUN BACKWARDS *
009375* MARK THE CARD MALFORMED - IT STILL GETS ITS SECTION, SO THE *
009400* DESK SEES IT, BUT NOTHING IS SIEVED FOR IT.                *
009425*------------------------------------------------------------*
009450 1050-READ-CARD.
009475     READ STANDARD-INPUT
009500         AT END SET END-OF-INPUT TO TRUE
009525     END-READ.
009550     IF END-OF-INPUT
009575         GO TO 1050-EXIT.
009600     IF STDIN-RECORD = SPACES
009625         GO TO 1050-EXIT.
009650     IF CARD-COUNT NOT < CARD-MAX
009675         ADD 1 TO CARDS-DROPPED
009700         GO TO 1050-EXIT.
009725     ADD 1 TO CARD-COUNT.
009750     MOVE STDIN-LABEL TO CT-LABEL (CARD-COUNT).
009775     MOVE SPACE TO CT-STATUS (CARD-COUNT).
009800     MOVE ZERO TO CT-START (CARD-COUNT).
009825     MOVE ZERO TO CT-END (CARD-COUNT).
009850     IF STDIN-START NOT NUMERIC OR STDIN-END NOT NUMERIC
009875         MOVE 'M' TO CT-STATUS (CARD-COUNT)
009900         ADD 1 TO MALFORMED-COUNT
009925         GO TO 1050-EXIT.
009950     MOVE STDIN-START TO CT-START (CARD-COUNT).
009975     MOVE STDIN-END TO CT-END (CARD-COUNT).
010000     IF CT-END (CARD-COUNT) < CT-START (CARD-COUNT)
010025         MOVE 'M' TO CT-STATUS (CARD-COUNT)
010050         ADD 1 TO MALFORMED-COUNT
010075     END-IF.
010100 1050-EXIT.
010125     EXIT.
010150
010175*------------------------------------------------------------*
010200* 1200-PRINT-HEADINGS - TITLE, RUN DATE/PAGE NUMBER AND       *
010225* COLUMN HEADINGS, AT THE TOP OF THE REPORT AND AGAIN AT     *
010250* EVERY 55-LINE PAGE BREAK.                                   *
010275*------------------------------------------------------------*
010300 1200-PRINT-HEADINGS.
010325     ADD 1 TO PAGE-COUNT.
010350     MOVE PAGE-COUNT TO HEAD-PAGE.
010375     MOVE RUN-DATE-WS TO HEAD-DATE.
010400     IF PAGE-COUNT = 1
010425         WRITE STDOUT-RECORD FROM TITLE-LINE
010450             AFTER ADVANCING 0 LINES
010475     ELSE
010500         WRITE STDOUT-RECORD FROM TITLE-LINE
010525             AFTER ADVANCING PAGE
010550     END-IF.
010575     WRITE STDOUT-RECORD FROM PAGE-LINE
010600         AFTER ADVANCING 1 LINE.
010625     WRITE STDOUT-RECORD FROM UNDERLINE-1
010650         AFTER ADVANCING 1 LINE.
010675     WRITE STDOUT-RECORD FROM COL-HEADS
010700         AFTER ADVANCING 1 LINE.
010725     WRITE STDOUT-RECORD FROM UNDERLINE-2
010750         AFTER ADVANCING 1 LINE.
010775     MOVE 5 TO LINE-COUNT.
010800 1200-EXIT.
010825     EXIT.
010850
010875*------------------------------------------------------------*
010900* 1300-OPEN-TABLE - OPEN THE PRIMTAB PRIME TABLE. A TABLE   *
010925* THAT WILL NOT OPEN STOPS THE RUN BEFORE ANY SEGMENT IS CUT *
010950* (CC 12). EACH SECTION'S HEADER IS FILED BY                 *
010975* 5100-SECTION-HEAD.                                         *
011000*------------------------------------------------------------*
011025 1300-OPEN-TABLE.
011050     OPEN OUTPUT PRIME-TABLE.
011075     IF PRIMTAB-STATUS NOT = '00'
011100         MOVE 'PRIMTAB ' TO DIAG-FILE-NAME
011125         MOVE 'OPEN'     TO DIAG-OP
011150         MOVE PRIMTAB-STATUS TO DIAG-STATUS
011175         PERFORM 8000-DIAG-NOTE THRU 8000-EXIT
011200         DISPLAY 'SIEVE I/O ERROR - PRIMTAB OPEN STATUS '
011225             PRIMTAB-STATUS
011250         CLOSE STANDARD-INPUT STANDARD-OUTPUT
011275         MOVE 12 TO RETURN-CODE
011300         STOP RUN
011325     END-IF.
011350 1300-EXIT.
011375     EXIT.

011700*------------------------------------------------------------*
011800* 1100-CHECK-RESTART - PICK UP THE CHECKPOINT A PRIOR RUN     *
011900* LEFT: THE CARD, THE LAST SEGMENT FINISHED ON IT, AND THE    *
011910* VALUE THAT SEGMENT ENDED ON. 5000-ONE-RANGE APPLIES IT.     *
012000*------------------------------------------------------------*
012100 1100-CHECK-RESTART.
012200     OPEN INPUT RESTART-FILE.
012300     IF RESTART-STATUS = '00'
012400         READ RESTART-FILE
012500             AT END MOVE ZERO TO RESUME-CARD
012600             NOT AT END
012610                 IF RST-CARD NUMERIC AND RST-SEGMENT NUMERIC
012620                     AND RST-THRU NUMERIC
012630                     MOVE RST-CARD TO RESUME-CARD
012640                     MOVE RST-SEGMENT TO RESUME-SEG
012650                     MOVE RST-THRU TO RESUME-FROM
012660                 END-IF
012700         END-READ
012800         CLOSE RESTART-FILE
012900         IF RESUME-CARD > ZERO AND RESUME-CARD NOT > CARD-COUNT
013000             SET RESTART-FOUND TO TRUE
013100         END-IF
013200     END-IF.
013300 1100-EXIT.
016560 4010-NEXT-SEGMENT.
016570     IF SEG-LO > END-BOUND
016580         GO TO 4000-EXIT.
016585     COMPUTE SEG-HI = SEG-LO + SEG-SIZE - 1.
016590     ADD 1 TO SEG-NUMBER.
016591     IF SEG-HI > END-BOUND
016592         MOVE END-BOUND TO SEG-HI
016593     END-IF.
017005     MOVE 'N' TO SIEVE-FLAG (DIVISOR).
017006 4400-CUT-RESTART.
017007     OPEN OUTPUT RESTART-FILE.
017008     MOVE CARD-IX TO RST-CARD.
017010     MOVE SEG-NUMBER TO RST-SEGMENT.
017012     MOVE SEG-HI TO RST-THRU.
017014     WRITE RESTART-REC.
017016     CLOSE RESTART-FILE.
017020*------------------------------------------------------------*
017030* 3000-PRINT-TRAILER - FLUSH THE LAST PARTIAL LISTING LINE    *
017040* AND PRINT THE PRIME-COUNT/LARGEST-PRIME TRAILER, THEN FILE  *
017045* THE SAME TWO FIGURES AS THE PRIME TABLE'S TRAILER RECORD.   *
017050*------------------------------------------------------------*
017060 3000-PRINT-TRAILER.
017070     IF COL-IDX > ZERO
017110     MOVE LARGEST-PRIME TO TRAILER-LARGEST.
017200     WRITE STDOUT-RECORD FROM TRAILER-LINE
017300         AFTER ADVANCING 2 LINES.
017310     MOVE SPACES TO PRIMTAB-RECORD.
017320     MOVE 'T' TO PT-TYPE.
017330     MOVE PRIME-COUNT TO PT-COUNT.
017340     MOVE LARGEST-PRIME TO PT-LARGEST.
017345     MOVE CARD-IX TO PT-TRL-CARD.
017350     WRITE PRIMTAB-RECORD.
017400 3000-EXIT.
017500     EXIT.
017600 3100-PRINT-ONE.
017800         MOVE CAND TO OUT-PRIME (COL-IDX)
018100         ADD 1 TO PRIME-COUNT
018200         MOVE CAND TO LARGEST-PRIME
018205         PERFORM 3300-TABLE-DETAIL
018210         IF COL-IDX = 5
018220             PERFORM 3200-FLUSH-LINE
018230         END-IF
018392     ADD 1 TO LINE-COUNT.
018393     MOVE SPACES TO PRINT-LINE.
018394     MOVE ZERO TO COL-IDX.
018395*------------------------------------------------------------*
018396* 3300-TABLE-DETAIL - ONE PRIME TABLE DETAIL RECORD PER PRIME, *
018397* IN THE SAME ASCENDING ORDER THE LISTING PRINTS THEM.       *
018398*------------------------------------------------------------*
018399 3300-TABLE-DETAIL.
018400     MOVE SPACES TO PRIMTAB-RECORD.
018401     MOVE 'D' TO PT-TYPE.
018402     MOVE CAND TO PT-PRIME.
018403     WRITE PRIMTAB-RECORD.
018404*------------------------------------------------------------*
018405* 3500-GRAND-TRAILER - AFTER THE LAST SECTION: THE GRAND      *
018406* TOTAL OF PRIMES FOUND ACROSS EVERY RANGE AND THE LARGEST,   *
018407* THE CARD COUNTS, AND THE PRIME TABLE'S GRAND-TOTAL RECORD.  *
018408* PRIMES IN AN OVERLAP ARE LISTED, AND COUNTED, IN EACH       *
018409* SECTION THEY FALL IN.                                      *
018410*------------------------------------------------------------*
018411 3500-GRAND-TRAILER.
018412     IF PAGE-COUNT = ZERO
018413         PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT
018414     END-IF.
018415     MOVE GRAND-COUNT TO GRAND-COUNT-OUT.
018416     MOVE GRAND-LARGEST TO GRAND-LARGEST-OUT.
018417     WRITE STDOUT-RECORD FROM GRAND-LINE
018418         AFTER ADVANCING 3 LINES.
018419     MOVE CARD-COUNT TO CL-CARDS.
018420     MOVE OVERLAP-COUNT TO CL-OVERLAP.
018421     MOVE MALFORMED-COUNT TO CL-MALFORMED.
018422     MOVE CARDS-DROPPED TO CL-DROPPED.
018423     WRITE STDOUT-RECORD FROM CARDS-LINE
018424         AFTER ADVANCING 1 LINE.
018425     MOVE SPACES TO PRIMTAB-RECORD.
018426     MOVE 'G' TO PT-TYPE.
018427     MOVE GRAND-COUNT TO PT-GRAND-COUNT.
018428     MOVE GRAND-LARGEST TO PT-GRAND-LARGEST.
018429     MOVE CARD-COUNT TO PT-SECTIONS.
018430     WRITE PRIMTAB-RECORD.
018431 3500-EXIT.
018432     EXIT.
018433
018434*------------------------------------------------------------*
018435* 5000-ONE-RANGE - ONE CARD'S SECTION. A CARD AHEAD OF THE    *
018436* RESTART CARD, OR THE RESTART CARD ITSELF WHEN ITS LAST      *
018437* SEGMENT WAS ALREADY FINISHED, WAS COMPLETED BEFORE THE      *
018438* RESTART AND IS NOT RE-SIEVED; THE RESTART CARD PICKS UP     *
018439* AFTER ITS CHECKPOINT; EVERY LATER CARD IS SIEVED IN FULL.   *
018440*------------------------------------------------------------*
018441 5000-ONE-RANGE.
018442     MOVE ZERO TO PRIME-COUNT.
018443     MOVE ZERO TO LARGEST-PRIME.
018444     MOVE ZERO TO SEG-NUMBER.
018445     MOVE 'N' TO SW-RESUMED.
018446     MOVE CT-STATUS (CARD-IX) TO SECTION-STATE.
018447     MOVE CT-START (CARD-IX) TO START-BOUND.
018448     MOVE CT-END (CARD-IX) TO END-BOUND.
018449     IF SECTION-SIEVED AND RESTART-FOUND
018450         PERFORM 5050-APPLY-RESTART THRU 5050-EXIT
018451     END-IF.
018452     IF START-BOUND < 2
018453         MOVE 2 TO START-BOUND
018454     END-IF.
018455     PERFORM 5100-SECTION-HEAD THRU 5100-EXIT.
018456     IF SECTION-SIEVED
018457         PERFORM 4000-SIEVE-SEGMENTS THRU 4000-EXIT
018458     END-IF.
018459     PERFORM 3000-PRINT-TRAILER THRU 3000-EXIT.
018460     ADD PRIME-COUNT TO GRAND-COUNT.
018461     IF LARGEST-PRIME > GRAND-LARGEST
018462         MOVE LARGEST-PRIME TO GRAND-LARGEST
018463     END-IF.
018464 5000-EXIT.
018465     EXIT.
018466 5050-APPLY-RESTART.
018467     IF CARD-IX < RESUME-CARD
018468         MOVE 'S' TO SECTION-STATE
018469         GO TO 5050-EXIT.
018470     IF CARD-IX > RESUME-CARD
018471         GO TO 5050-EXIT.
018472     IF RESUME-FROM NOT < END-BOUND
018473         MOVE 'S' TO SECTION-STATE
018474         GO TO 5050-EXIT.
018475     IF RESUME-FROM NOT < START-BOUND
018476         COMPUTE START-BOUND = RESUME-FROM + 1
018477         MOVE RESUME-SEG TO SEG-NUMBER
018478         SET SECTION-RESUMED TO TRUE
018479     END-IF.
018480 5050-EXIT.
018481     EXIT.
018482
018483*------------------------------------------------------------*
018484* 5100-SECTION-HEAD - EACH SECTION STARTS A NEW PAGE WITH ITS *
018485* RANGE LINE (CARD NUMBER, LABEL, BOUNDS AS PUNCHED), ANY     *
018486* MALFORMED/RESTART NOTE, A FLAG FOR EVERY EARLIER CARD THE   *
018487* RANGE OVERLAPS, AND THE SECTION'S PRIME TABLE HEADER - THE  *
018488* RANGE ACTUALLY SIEVED FOR A SECTION SIEVED IN THIS RUN.     *
018489*------------------------------------------------------------*
018490 5100-SECTION-HEAD.
018491     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
018492     MOVE CARD-IX TO SEC-CARD.
018493     MOVE CT-LABEL (CARD-IX) TO SEC-LABEL.
018494     MOVE CT-START (CARD-IX) TO SEC-FROM.
018495     MOVE CT-END (CARD-IX) TO SEC-TO.
018496     WRITE STDOUT-RECORD FROM SECTION-LINE
018497         AFTER ADVANCING 2 LINES.
018498     ADD 2 TO LINE-COUNT.
018499     IF SECTION-MALFORMED
018500         MOVE '*** CARD MALFORMED - RANGE NOT SIEVED ***'
018501             TO MSG-TEXT
018502         PERFORM 5300-NOTE THRU 5300-EXIT
018503     END-IF.
018504     IF SECTION-SKIPPED
018505         MOVE 'COMPLETED BEFORE THE RESTART - NOT RE-SIEVED'
018506             TO MSG-TEXT
018507         PERFORM 5300-NOTE THRU 5300-EXIT
018508     END-IF.
018509     IF SECTION-RESUMED
018510         MOVE SEG-NUMBER TO RES-SEG
018511         MOVE START-BOUND TO RES-FROM
018512         WRITE STDOUT-RECORD FROM RESUME-LINE
018513             AFTER ADVANCING 1 LINE
018514         ADD 1 TO LINE-COUNT
018515     END-IF.
018516     IF NOT SECTION-MALFORMED
018517         PERFORM 5200-CHECK-OVERLAP
018518             VARYING OVL-IX FROM 1 BY 1
018519             UNTIL OVL-IX NOT < CARD-IX
018520     END-IF.
018521     MOVE SPACES TO PRIMTAB-RECORD.
018522     MOVE 'H' TO PT-TYPE.
018523     IF SECTION-SIEVED
018524         MOVE START-BOUND TO PT-RANGE-LO
018525         MOVE END-BOUND TO PT-RANGE-HI
018526     ELSE
018527         MOVE CT-START (CARD-IX) TO PT-RANGE-LO
018528         MOVE CT-END (CARD-IX) TO PT-RANGE-HI
018529     END-IF.
018530     MOVE RUN-DATE-WS TO PT-RUN-DATE.
018531     MOVE CARD-IX TO PT-CARD.
018532     MOVE SECTION-STATE TO PT-SECTION-STATUS.
018533     MOVE CT-LABEL (CARD-IX) TO PT-LABEL.
018534     WRITE PRIMTAB-RECORD.
018535 5100-EXIT.
018536     EXIT.
018537 5200-CHECK-OVERLAP.
018538     IF CT-STATUS (OVL-IX) = SPACE
018539         AND CT-START (OVL-IX) NOT > CT-END (CARD-IX)
018540         AND CT-START (CARD-IX) NOT > CT-END (OVL-IX)
018541         ADD 1 TO OVERLAP-COUNT
018542         MOVE OVL-IX TO OVL-CARD
018543         MOVE CT-LABEL (OVL-IX) TO OVL-LABEL
018544         WRITE STDOUT-RECORD FROM OVERLAP-LINE
018545             AFTER ADVANCING 1 LINE
018546         ADD 1 TO LINE-COUNT
018547     END-IF.
018548 5300-NOTE.
018549     WRITE STDOUT-RECORD FROM MESSAGE-LINE
018550         AFTER ADVANCING 1 LINE.
018551     ADD 1 TO LINE-COUNT.
018552 5300-EXIT.
018553     EXIT.

018576*------------------------------------------------------------*
018600* 9999-TERMINATE - THE WHOLE DECK IS DONE, SO CLEAR THE       *
018700* RESTART POINT (CARD ZERO - NOTHING TO RESUME) AND CLOSE.    *
018800*------------------------------------------------------------*
018900 9999-TERMINATE.
019000     OPEN OUTPUT RESTART-FILE.
019100     MOVE ZERO TO RST-CARD.
019110     MOVE ZERO TO RST-SEGMENT.
019120     MOVE ZERO TO RST-THRU.
019200     WRITE RESTART-REC.
019300     CLOSE RESTART-FILE.
019400     CLOSE STANDARD-INPUT STANDARD-OUTPUT PRIME-TABLE.
019410*    SHOP-STANDARD COMPLETION CODES: 0 CLEAN, 4 OVERLAPPING,
019420*    MALFORMED OR EXCESS RANGE CARDS FLAGGED, 8 AN EMPTY DECK
019425*    OR NO PRIMES IN ANY RANGE, 12 FILE FAILURE (SET WHERE
019426*    FOUND).
019427     IF OVERLAP-COUNT > ZERO OR MALFORMED-COUNT > ZERO
019428         OR CARDS-DROPPED > ZERO
019429         MOVE 4 TO RETURN-CODE
019430     END-IF.
019431     IF CARD-COUNT = ZERO OR GRAND-COUNT = ZERO
019440         MOVE 8 TO RETURN-CODE
019450     END-IF.
019500 9999-EXIT.
