001500*                    SIEVE TRAILER'S PRIME COUNT. PARSES THE  *
001600*                    FIVE-COLUMN LISTING THE SAME WAY THE     *
001700*                    SIEVEVFY CHECK DOES.                     *
001710*   10/14/26   DH    ANALYZES A MULTI-RANGE RUN ONE RANGE      *
001720*                    SECTION AT A TIME - TWINS, GAPS AND       *
001730*                    FREQUENCIES NEVER SPAN TWO RANGES, EACH   *
001740*                    SECTION FOOTED TO ITS OWN TRAILER - THEN  *
001750*                    A SUMMARY OVER ALL RANGES FOOTED TO THE   *
001760*                    GRAND TOTAL.                              *
001800*------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
005900 77  BIG-GAP-COUNT  PICTURE S9(8) COMP VALUE ZERO.
006000 77  TRAILER-COUNT-IN PICTURE 9(08) VALUE ZERO.
006100 77  G              PICTURE S9(4) COMP VALUE ZERO.
006101 77  TRAILER-SUM    PICTURE S9(8) COMP VALUE ZERO.
006102 77  GRAND-CLAIM    PICTURE 9(08) VALUE ZERO.
006103 77  SECTION-COUNT  PICTURE S9(4) COMP VALUE ZERO.
006104 77  SEC-LISTED     PICTURE S9(8) COMP VALUE ZERO.
006105 77  SEC-TWINS      PICTURE S9(8) COMP VALUE ZERO.
006106 77  SEC-LARGEST-GAP PICTURE S9(8) COMP VALUE ZERO.
006107 77  SEC-GAP-LO     PICTURE S9(8) COMP VALUE ZERO.
006108 77  SEC-GAP-HI     PICTURE S9(8) COMP VALUE ZERO.
006109 77  SEC-BIG-GAPS   PICTURE S9(8) COMP VALUE ZERO.
006110 77  SW-SECTION     PICTURE X(01) VALUE 'N'.
006111     88  SECTION-OPEN       VALUE 'Y'.
006112 77  SW-GRAND       PICTURE X(01) VALUE 'N'.
006113     88  GRAND-SEEN         VALUE 'Y'.
006200*    GAP-SIZE FREQUENCIES FOR GAPS UP TO 100 - WIDER GAPS
006300*    (NONE EXIST UNDER THE 9(8) CEILING UNTIL FAR PAST WHAT
006400*    THE DESK ASKS FOR, BUT THE LISTING MAY BE A SLICE) GO TO
006500*    AN OVERFLOW COUNT SO THE TOTALS STILL FOOT.
006600 01  GAP-FREQ-TABLE.
006700     05  GAP-FREQ   PICTURE S9(8) COMP OCCURS 100 TIMES.
006710*    THE SAME FREQUENCIES FOR THE CURRENT RANGE SECTION ONLY.
006720 01  SEC-FREQ-TABLE.
006730     05  SEC-FREQ   PICTURE S9(8) COMP OCCURS 100 TIMES.
006800 01  TITLE-LINE.
006900     05  FILLER  PICTURE X(14) VALUE SPACES.
007000     05  FILLER  PICTURE X(34) VALUE
011600     05  FILLER  PICTURE X(05) VALUE SPACES.
011700     05  FILLER  PICTURE X(11) VALUE 'TWIN PAIRS '.
011800     05  OUT-TWINS PICTURE Z(7)9.
011810 01  ALL-RANGES-HEAD.
011820     05  FILLER  PICTURE X(01) VALUE SPACE.
011830     05  FILLER  PICTURE X(20) VALUE 'ALL RANGES - SECTION'.
011840     05  FILLER  PICTURE X(08) VALUE 'S READ  '.
011850     05  OUT-SECTIONS PICTURE ZZZ9.
011900 01  STATUS-LINE.
012000     05  FILLER  PICTURE X(01) VALUE SPACE.
012100     05  OUT-STATUS PICTURE X(45).
014300         MOVE 12 TO RETURN-CODE
014400         STOP RUN
014500     END-IF.
014800 1000-EXIT.
014900     EXIT.
014910 1100-CLEAR-FREQ.
014920     MOVE ZERO TO GAP-FREQ (G).
015000
015100*------------------------------------------------------------*
015200* 2000-READ-LISTING - ONE LISTING LINE: A RANGE HEADING      *
015300* OPENS A SECTION, A SECTION TRAILER CLOSES AND SUMMARIZES    *
015310* IT, THE GRAND TOTAL IS CAPTURED, OTHER HEADING/TEXT LINES   *
015320* ARE PASSED OVER, AND EVERY NUMBER ON A DETAIL LINE FEEDS    *
015400* THE GAP ANALYSIS IN LISTING ORDER - THE SIEVE WRITES EACH   *
015500* SECTION ASCENDING, SO CONSECUTIVE LISTED VALUES IN A        *
015600* SECTION ARE CONSECUTIVE PRIMES.                             *
015700*------------------------------------------------------------*
015800 2000-READ-LISTING.
015900     READ LISTING-FILE
016100     END-READ.
016200     IF END-OF-LISTING
016300         GO TO 2000-EXIT.
016310     IF LISTING-REC = SPACES
016320         GO TO 2000-EXIT.
016330     IF LISTING-REC (2:6) = 'RANGE '
016340         PERFORM 2300-OPEN-SECTION THRU 2300-EXIT
016350         GO TO 2000-EXIT.
016360     IF LISTING-REC (2:12) = 'GRAND TOTAL '
016370         SET GRAND-SEEN TO TRUE
016380         MOVE LISTING-REC (16:8) TO FIELD-WORK
016390         PERFORM 7000-FIELD-TO-NUM THRU 7000-EXIT
016395         MOVE PRIME-WORK TO GRAND-CLAIM
016398         GO TO 2000-EXIT.
016400     IF LISTING-REC (2:12) = 'PRIMES FOUND'
016410         IF NOT SECTION-OPEN
016420             PERFORM 2300-OPEN-SECTION THRU 2300-EXIT
016430         END-IF
016500         SET TRAILER-SEEN TO TRUE
016600         MOVE LISTING-REC (16:8) TO FIELD-WORK
016700         PERFORM 7000-FIELD-TO-NUM THRU 7000-EXIT
016800         MOVE PRIME-WORK TO TRAILER-COUNT-IN
016810         ADD TRAILER-COUNT-IN TO TRAILER-SUM
016820         PERFORM 8200-CLOSE-SECTION THRU 8200-EXIT
016900         GO TO 2000-EXIT.
017000     MOVE 'N' TO SW-ALPHA.
017100     PERFORM 2100-SCAN-TEXT
017300         UNTIL C > 80 OR TEXT-LINE.
017400     IF TEXT-LINE
017500         GO TO 2000-EXIT.
017510     IF NOT SECTION-OPEN
017520         PERFORM 2300-OPEN-SECTION THRU 2300-EXIT
017530     END-IF.
017600     PERFORM 2200-ONE-COLUMN THRU 2200-EXIT
017700         VARYING K FROM 0 BY 1
017800         UNTIL K > 4.
019100     IF PRIME-WORK = ZERO
019200         GO TO 2200-EXIT.
019300     ADD 1 TO LISTED-COUNT.
019310     ADD 1 TO SEC-LISTED.
019400     IF NOT FIRST-PRIME-SEEN
019500         SET FIRST-PRIME-SEEN TO TRUE
019600         MOVE PRIME-WORK TO PREV-PRIME
019800     COMPUTE GAP-WORK = PRIME-WORK - PREV-PRIME.
019900     IF GAP-WORK = 2
020000         ADD 1 TO TWIN-COUNT
020050         ADD 1 TO SEC-TWINS
020100         MOVE PREV-PRIME TO OUT-TWIN-LO
020200         MOVE PRIME-WORK TO OUT-TWIN-HI
020300         WRITE STDOUT-RECORD FROM TWIN-LINE
020800         MOVE PREV-PRIME TO LARGEST-GAP-LO
020900         MOVE PRIME-WORK TO LARGEST-GAP-HI
021000     END-IF.
021010     IF GAP-WORK > SEC-LARGEST-GAP
021020         MOVE GAP-WORK TO SEC-LARGEST-GAP
021030         MOVE PREV-PRIME TO SEC-GAP-LO
021040         MOVE PRIME-WORK TO SEC-GAP-HI
021050     END-IF.
021100     IF GAP-WORK > ZERO AND GAP-WORK NOT > 100
021200         ADD 1 TO GAP-FREQ (GAP-WORK)
021250         ADD 1 TO SEC-FREQ (GAP-WORK)
021300     ELSE
021400         ADD 1 TO BIG-GAP-COUNT
021450         ADD 1 TO SEC-BIG-GAPS
021500     END-IF.
021600     MOVE PRIME-WORK TO PREV-PRIME.
021700 2200-EXIT.
021800     EXIT.
021801*------------------------------------------------------------*
021802* 2300-OPEN-SECTION - A NEW RANGE SECTION. ONE STILL OPEN     *
021803* (NO TRAILER REACHED) IS SUMMARIZED FIRST. THE RANGE HEADING *
021804* IS ECHOED OVER THE SECTION'S TWIN PAIRS, AND THE GAP CHAIN  *
021805* RESTARTS - RANGES MAY BE DISJOINT OR OVERLAP, SO NO GAP OR  *
021806* TWIN IS EVER TAKEN ACROSS TWO OF THEM.                      *
021807*------------------------------------------------------------*
021808 2300-OPEN-SECTION.
021809     IF SECTION-OPEN
021810         PERFORM 8200-CLOSE-SECTION THRU 8200-EXIT
021811     END-IF.
021812     SET SECTION-OPEN TO TRUE.
021813     ADD 1 TO SECTION-COUNT.
021814     MOVE 'N' TO SW-TRAILER.
021815     MOVE 'N' TO SW-FIRST.
021816     MOVE ZERO TO TRAILER-COUNT-IN.
021817     MOVE ZERO TO SEC-LISTED.
021818     MOVE ZERO TO SEC-TWINS.
021819     MOVE ZERO TO SEC-LARGEST-GAP.
021820     MOVE ZERO TO SEC-GAP-LO.
021821     MOVE ZERO TO SEC-GAP-HI.
021822     MOVE ZERO TO SEC-BIG-GAPS.
021823     PERFORM 2400-CLEAR-SEC-FREQ
021824         VARYING G FROM 1 BY 1
021825         UNTIL G > 100.
021826     IF LISTING-REC (2:6) = 'RANGE '
021827         WRITE STDOUT-RECORD FROM LISTING-REC
021828             AFTER ADVANCING 2 LINES
021829     END-IF.
021830     WRITE STDOUT-RECORD FROM TWIN-HEAD
021831         AFTER ADVANCING 2 LINES.
021832 2300-EXIT.
021833     EXIT.
021834 2400-CLEAR-SEC-FREQ.
021835     MOVE ZERO TO SEC-FREQ (G).
021900
022000*------------------------------------------------------------*
022100* 7000-FIELD-TO-NUM - AN EIGHT-BYTE LISTING COLUMN, LEADING   *
023400     EXIT.
023500
023600*------------------------------------------------------------*
023700* 8000-SUMMARIZE - OVER ALL RANGES: LARGEST GAP, THE         *
023800* FREQUENCY TABLE, AND THE TOTALS FOOTED AGAINST THE SIEVE'S  *
023810* GRAND TOTAL AND AGAINST THE SECTION TRAILERS ADDED UP.      *
023900*------------------------------------------------------------*
024000 8000-SUMMARIZE.
024010     IF SECTION-OPEN
024020         PERFORM 8200-CLOSE-SECTION THRU 8200-EXIT
024030     END-IF.
024040     MOVE SECTION-COUNT TO OUT-SECTIONS.
024050     WRITE STDOUT-RECORD FROM ALL-RANGES-HEAD
024060         AFTER ADVANCING 3 LINES.
024100     WRITE STDOUT-RECORD FROM GAP-HEAD
024200         AFTER ADVANCING 2 LINES.
024300     WRITE STDOUT-RECORD FROM GAP-COL-HEADS
025800             AFTER ADVANCING 2 LINES
025900     END-IF.
026000     MOVE LISTED-COUNT TO OUT-LISTED.
026100     MOVE GRAND-CLAIM TO OUT-CLAIMED.
026200     MOVE TWIN-COUNT TO OUT-TWINS.
026300     WRITE STDOUT-RECORD FROM COUNT-LINE
026400         AFTER ADVANCING 2 LINES.
026500     IF NOT GRAND-SEEN
026600         SET RUN-DISCREPANT TO TRUE
026700         MOVE 'GRAND TOTAL LINE MISSING FROM LISTING' TO
026750             OUT-STATUS
026800         WRITE STDOUT-RECORD FROM STATUS-LINE
026900             AFTER ADVANCING 1 LINE
027000     END-IF.
027100     IF LISTED-COUNT NOT = GRAND-CLAIM
027150         OR TRAILER-SUM NOT = GRAND-CLAIM
027200         SET RUN-DISCREPANT TO TRUE
027300     END-IF.
027400     IF RUN-DISCREPANT
027500         MOVE 'DISCREPANT - ANALYSIS DOES NOT FOOT' TO
027600             OUT-STATUS
027700     ELSE
027800         MOVE 'FOOTED - ANALYSIS AGREES WITH TRAILERS' TO
027900             OUT-STATUS
028000     END-IF.
028100     WRITE STDOUT-RECORD FROM STATUS-LINE
028900         WRITE STDOUT-RECORD FROM GAP-LINE
029000             AFTER ADVANCING 1 LINE
029100     END-IF.
029110
029120*------------------------------------------------------------*
029130* 8200-CLOSE-SECTION - ONE RANGE SECTION'S FREQUENCY TABLE,   *
029140* LARGEST GAP AND COUNTS, FOOTED TO THAT SECTION'S OWN        *
029150* TRAILER; A SECTION THAT ENDS WITHOUT ONE IS DISCREPANT.     *
029160*------------------------------------------------------------*
029170 8200-CLOSE-SECTION.
029180     MOVE 'N' TO SW-SECTION.
029190     WRITE STDOUT-RECORD FROM GAP-HEAD
029200         AFTER ADVANCING 2 LINES.
029210     WRITE STDOUT-RECORD FROM GAP-COL-HEADS
029220         AFTER ADVANCING 1 LINE.
029230     PERFORM 8250-ONE-SEC-FREQ
029240         VARYING G FROM 1 BY 1
029250         UNTIL G > 100.
029260     IF SEC-BIG-GAPS > ZERO
029270         MOVE SEC-BIG-GAPS TO OUT-BIG-FREQ
029280         WRITE STDOUT-RECORD FROM BIGGAP-LINE
029290             AFTER ADVANCING 1 LINE
029300     END-IF.
029310     IF SEC-LARGEST-GAP > ZERO
029320         MOVE SEC-LARGEST-GAP TO OUT-LARGEST
029330         MOVE SEC-GAP-LO TO OUT-LG-LO
029340         MOVE SEC-GAP-HI TO OUT-LG-HI
029350         WRITE STDOUT-RECORD FROM LARGEST-LINE
029360             AFTER ADVANCING 2 LINES
029370     END-IF.
029380     MOVE SEC-LISTED TO OUT-LISTED.
029390     MOVE TRAILER-COUNT-IN TO OUT-CLAIMED.
029400     MOVE SEC-TWINS TO OUT-TWINS.
029410     WRITE STDOUT-RECORD FROM COUNT-LINE
029420         AFTER ADVANCING 2 LINES.
029430     IF NOT TRAILER-SEEN
029440         SET RUN-DISCREPANT TO TRUE
029450         MOVE 'TRAILER LINE MISSING FROM SECTION' TO OUT-STATUS
029460         WRITE STDOUT-RECORD FROM STATUS-LINE
029470             AFTER ADVANCING 1 LINE
029480     END-IF.
029490     IF SEC-LISTED NOT = TRAILER-COUNT-IN
029500         SET RUN-DISCREPANT TO TRUE
029510         MOVE 'SECTION DOES NOT FOOT TO ITS TRAILER' TO
029520             OUT-STATUS
029530         WRITE STDOUT-RECORD FROM STATUS-LINE
029540             AFTER ADVANCING 1 LINE
029550     END-IF.
029560 8200-EXIT.
029570     EXIT.
029580 8250-ONE-SEC-FREQ.
029590     IF SEC-FREQ (G) > ZERO
029600         MOVE G TO OUT-GAP-SIZE
029610         MOVE SEC-FREQ (G) TO OUT-GAP-FREQ
029620         WRITE STDOUT-RECORD FROM GAP-LINE
029630             AFTER ADVANCING 1 LINE
029640     END-IF.
029650
029660 9999-TERMINATE.
029670     CLOSE LISTING-FILE STANDARD-OUTPUT.
029680     IF RUN-DISCREPANT
029690         MOVE 8 TO RETURN-CODE
029700     END-IF.
029800 9999-EXIT.
029900     EXIT.
