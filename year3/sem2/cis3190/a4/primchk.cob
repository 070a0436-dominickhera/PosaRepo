001300*                    ON THE FIRST CALL AND REUSED FOR THE     *
001400*                    REST OF THE RUN; VALUES PAST THE TABLE   *
001500*                    CEILING ARE SETTLED BY TRIAL DIVISION.   *
001510*   10/14/26   DH    LOOKS PRIMES UP IN THE RELEASED PRIMTAB  *
001520*                    PRIME TABLE FILED BY THE SIEVE JOB,      *
001530*                    COMPUTING ONLY OUTSIDE THE TABLE'S RANGE *
001540*                    (OR WHEN NO SOUND TABLE IS ALLOCATED).   *
001550*                    NEW THIRD PARAMETER PRIME-BASIS TELLS    *
001560*                    THE CALLER WHICH WAY EACH ANSWER CAME:   *
001570*                    T FROM THE TABLE, C COMPUTED.            *
001571*   10/14/26   DH    PRIME TABLE NOW HOLDS ONE SECTION PER     *
001572*                    RANGE CARD PLUS A GRAND TOTAL. EVERY      *
001573*                    SECTION IS CHECKED AGAINST ITS OWN        *
001574*                    TRAILER AND THE WHOLE AGAINST THE GRAND   *
001575*                    TOTAL; A VALUE IS LOOKED UP IN WHICHEVER  *
001576*                    SIEVED SECTION'S RANGE HOLDS IT, SO GAPS  *
001577*                    BETWEEN DISJOINT RANGES ARE COMPUTED.     *
001600*------------------------------------------------------------*
001700 ENVIRONMENT DIVISION.
001710 INPUT-OUTPUT SECTION.
001720 FILE-CONTROL.
001730     SELECT PRIME-TABLE ASSIGN TO "PRIMTAB"
001740         ORGANIZATION IS LINE SEQUENTIAL
001750         FILE STATUS IS PRIMTAB-STATUS.
001800 DATA DIVISION.
001810 FILE SECTION.
001820 FD  PRIME-TABLE.
001830     COPY PRIMREC.
001900 WORKING-STORAGE SECTION.
002000 77  MAX-N          PICTURE S9(8) COMP VALUE 99999.
002100 77  CAND           PICTURE S9(8) COMP VALUE ZERO.
002600 77  REM-WS         PICTURE S9(8) COMP VALUE ZERO.
002700 77  SW-BUILT       PICTURE X(01) VALUE 'N'.
002800     88  TABLE-BUILT        VALUE 'Y'.
002804 77  PRIMTAB-STATUS PICTURE X(02) VALUE SPACES.
002808 77  SW-LOAD        PICTURE X(01) VALUE 'N'.
002812     88  LOAD-TRIED         VALUE 'Y'.
002816 77  SW-USABLE      PICTURE X(01) VALUE 'N'.
002820     88  LIST-USABLE        VALUE 'Y'.
002824 77  SW-REFUSED     PICTURE X(01) VALUE 'N'.
002828     88  LIST-REFUSED       VALUE 'Y'.
002832 77  SW-TAB-EOF     PICTURE X(01) VALUE 'N'.
002836     88  END-OF-TABLE       VALUE 'Y'.
002840 77  SW-TAB-TRAILER PICTURE X(01) VALUE 'N'.
002844     88  TRAILER-SEEN       VALUE 'Y'.
002848 77  LIST-MAX       PICTURE S9(8) COMP VALUE 200000.
002852 77  LIST-COUNT     PICTURE S9(8) COMP VALUE ZERO.
002856 77  TAB-DETAILS    PICTURE S9(8) COMP VALUE ZERO.
002860 77  TAB-LAST       PICTURE S9(8) COMP VALUE ZERO.
002864 77  TAB-LO         PICTURE S9(8) COMP VALUE ZERO.
002868 77  TAB-HI         PICTURE S9(8) COMP VALUE ZERO.
002872 77  PRIME-WORK     PICTURE S9(8) COMP VALUE ZERO.
002876 77  LO-IX          PICTURE S9(8) COMP VALUE ZERO.
002880 77  HI-IX          PICTURE S9(8) COMP VALUE ZERO.
002884 77  MID-IX         PICTURE S9(8) COMP VALUE ZERO.
002885 77  SEC-MAX        PICTURE S9(4) COMP VALUE 50.
002886 77  SEC-COUNT      PICTURE S9(4) COMP VALUE ZERO.
002887 77  SEC-IX         PICTURE S9(4) COMP VALUE ZERO.
002888 77  SEC-HIT        PICTURE S9(4) COMP VALUE ZERO.
002889 77  HEADERS-READ   PICTURE S9(4) COMP VALUE ZERO.
002890 77  SEC-DETAILS    PICTURE S9(8) COMP VALUE ZERO.
002891 77  SW-IN-SECTION  PICTURE X(01) VALUE 'N'.
002892     88  IN-SECTION         VALUE 'Y'.
002893 77  SW-SIEVED      PICTURE X(01) VALUE 'N'.
002894     88  SECTION-SIEVED     VALUE 'Y'.
002895 77  SW-KEPT        PICTURE X(01) VALUE 'N'.
002896     88  SECTION-KEPT       VALUE 'Y'.
002904 77  SW-CUT         PICTURE X(01) VALUE 'N'.
002912     88  SECTION-CUT        VALUE 'Y'.
002920*    ONE ENTRY PER SIEVED SECTION OF THE TABLE: ITS RANGE AND
002928*    WHERE ITS PRIMES SIT IN PRIME-LIST. A SECTION CUT SHORT BY
002936*    A FULL LIST ENDS AT THE LAST PRIME THAT FITS.
002944 01  SECTION-TABLE.
002952     05  SECTION-ENTRY OCCURS 50 TIMES.
002960         10  SC-LO      PICTURE S9(8) COMP.
002968         10  SC-HI      PICTURE S9(8) COMP.
002976         10  SC-FIRST   PICTURE S9(8) COMP.
002984         10  SC-LAST    PICTURE S9(8) COMP.
002992 01  SIEVE-TABLE.
003000     05  SIEVE-FLAG PICTURE X(01) OCCURS 99999 TIMES.
003010*    THE PRIMES OF THE RELEASED PRIME TABLE, ASCENDING, FOR THE
003020*    BINARY SEARCH. A TABLE LONGER THAN THIS LIST IS STILL USED
003030*    UP TO THE LAST PRIME THAT FITS - EVERY PRIME FROM THE
003040*    HEADER'S LOW BOUND TO THAT ONE IS HELD, SO THE LOOKUP RANGE
003050*    SIMPLY ENDS THERE AND ANYTHING ABOVE IT IS COMPUTED.
003060 01  PRIME-LIST.
003070     05  LIST-PRIME PICTURE S9(8) COMP OCCURS 200000 TIMES.
003100
003200 LINKAGE SECTION.
003300 77  PRIME-VALUE    PICTURE S9(8) COMP.
003400 77  PRIME-FLAG     PICTURE S9 COMP-3.
003410 77  PRIME-BASIS    PICTURE X(01).
003500
003600 PROCEDURE DIVISION USING PRIME-VALUE, PRIME-FLAG, PRIME-BASIS.
003700 0000-MAINLINE.
003800     IF NOT LOAD-TRIED
003900         PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
004000         SET LOAD-TRIED TO TRUE
004100     END-IF.
004200     MOVE 0 TO PRIME-FLAG.
004210     MOVE 'C' TO PRIME-BASIS.
004220     MOVE ZERO TO SEC-HIT.
004230     IF LIST-USABLE
004240         PERFORM 4100-FIND-SECTION
004250             VARYING SEC-IX FROM 1 BY 1
004255             UNTIL SEC-IX > SEC-COUNT OR SEC-HIT > ZERO
004260     END-IF.
004265     IF SEC-HIT > ZERO
004270         MOVE 'T' TO PRIME-BASIS
004275         PERFORM 4000-LOOK-UP THRU 4000-EXIT
004280         GOBACK
004285     END-IF.
004290*    BELOW 2 THE ANSWER IS NOT PRIME BY DEFINITION; IT COUNTS AS
004291*    A TABLE ANSWER WHEN A TABLED RANGE STARTS AT 2, SO A RANGE
004292*    QUESTION FROM 0 OR 1 STILL READS AS INSIDE THE TABLE.
004300     IF PRIME-VALUE < 2
004310         IF LIST-USABLE AND TAB-LO NOT > 2
004320             MOVE 'T' TO PRIME-BASIS
004330         END-IF
004400         GOBACK
004500     END-IF.
004600     IF PRIME-VALUE NOT > MAX-N
004610         IF NOT TABLE-BUILT
004620             PERFORM 2000-BUILD-SIEVE THRU 2000-EXIT
004630             SET TABLE-BUILT TO TRUE
004640         END-IF
004700         IF SIEVE-FLAG (PRIME-VALUE) = 'Y'
004800             MOVE 1 TO PRIME-FLAG
004900         END-IF
005100         PERFORM 3000-TRIAL-DIVIDE THRU 3000-EXIT
005200     END-IF.
005300     GOBACK.
005310
005320*------------------------------------------------------------*
005330* 1000-LOAD-TABLE - READ THE PRIME TABLE ONCE PER LOAD OF     *
005340* THIS MODULE. IT IS TRUSTED ONLY WHOLE: EVERY SECTION A      *
005342* HEADER, DETAILS NUMERIC, ASCENDING AND INSIDE THAT HEADER'S *
005344* RANGE, AND A TRAILER WHOSE COUNT AND LARGEST MATCH WHAT WAS *
005346* READ, THEN A GRAND TOTAL THAT FOOTS TO THE SECTIONS. ONLY   *
005348* SECTIONS SIEVED IN THE RUN ARE LOOKED UP. A MISSING OR      *
005350* UNSOUND TABLE IS SET ASIDE AND EVERY ANSWER IS COMPUTED, AS *
005352* BEFORE THE TABLE EXISTED - THE CALLER SEES IT IN            *
005354* PRIME-BASIS.                                                *
005356*------------------------------------------------------------*
005358 1000-LOAD-TABLE.
005360     OPEN INPUT PRIME-TABLE.
005362     IF PRIMTAB-STATUS NOT = '00'
005364         GO TO 1000-EXIT.
005366     PERFORM 1100-LOAD-ONE THRU 1100-EXIT
005368         UNTIL END-OF-TABLE OR LIST-REFUSED.
005370     CLOSE PRIME-TABLE.
005372     IF LIST-REFUSED OR NOT TRAILER-SEEN OR SEC-COUNT = ZERO
005374         GO TO 1000-EXIT.
005376     MOVE SC-LO (1) TO TAB-LO.
005378     PERFORM 1400-LOWEST-SECTION
005380         VARYING SEC-IX FROM 2 BY 1
005382         UNTIL SEC-IX > SEC-COUNT.
005384     SET LIST-USABLE TO TRUE.
005386 1000-EXIT.
005388     EXIT.
005390*------------------------------------------------------------*
005392* 1100-LOAD-ONE - ONE TABLE RECORD. TRAILER-SEEN MARKS THE    *
005394* GRAND TOTAL, AFTER WHICH NOTHING MAY FOLLOW.                *
005396*------------------------------------------------------------*
005398 1100-LOAD-ONE.
005400     READ PRIME-TABLE
005402         AT END SET END-OF-TABLE TO TRUE
005404     END-READ.
005406     IF END-OF-TABLE
005408         GO TO 1100-EXIT.
005410     IF TRAILER-SEEN
005412         SET LIST-REFUSED TO TRUE
005414         GO TO 1100-EXIT.
005416     IF PT-HEADER
005418         PERFORM 1200-OPEN-SECTION THRU 1200-EXIT
005420         GO TO 1100-EXIT.
005422     IF PT-TRAILER
005424         PERFORM 1300-CLOSE-SECTION THRU 1300-EXIT
005426         GO TO 1100-EXIT.
005428     IF PT-GRAND
005430         SET TRAILER-SEEN TO TRUE
005432         IF IN-SECTION
005434             OR PT-GRAND-COUNT NOT NUMERIC
005439             OR PT-SECTIONS NOT NUMERIC
005440             SET LIST-REFUSED TO TRUE
005441             GO TO 1100-EXIT
005442         END-IF
005443         IF PT-GRAND-COUNT NOT = TAB-DETAILS
005444             OR PT-SECTIONS NOT = HEADERS-READ
005445             SET LIST-REFUSED TO TRUE
005446         END-IF
005447         GO TO 1100-EXIT.
005448     IF NOT PT-DETAIL OR PT-PRIME NOT NUMERIC
005449         OR NOT IN-SECTION OR NOT SECTION-SIEVED
005450         SET LIST-REFUSED TO TRUE
005451         GO TO 1100-EXIT.
005452     MOVE PT-PRIME TO PRIME-WORK.
005453     IF PRIME-WORK NOT > TAB-LAST
005454         OR PRIME-WORK < TAB-LO OR PRIME-WORK > TAB-HI
005455         SET LIST-REFUSED TO TRUE
005456         GO TO 1100-EXIT.
005457     ADD 1 TO TAB-DETAILS.
005458     ADD 1 TO SEC-DETAILS.
005459     MOVE PRIME-WORK TO TAB-LAST.
005460     IF NOT SECTION-KEPT
005461         GO TO 1100-EXIT.
005462     IF LIST-COUNT < LIST-MAX
005463         ADD 1 TO LIST-COUNT
005464         MOVE PRIME-WORK TO LIST-PRIME (LIST-COUNT)
005465     ELSE
005466         SET SECTION-CUT TO TRUE
005467     END-IF.
005468 1100-EXIT.
005469     EXIT.
005470 1200-OPEN-SECTION.
005471     IF IN-SECTION
005472         OR PT-RANGE-LO NOT NUMERIC OR PT-RANGE-HI NOT NUMERIC
005473         SET LIST-REFUSED TO TRUE
005474         GO TO 1200-EXIT.
005475     SET IN-SECTION TO TRUE.
005476     ADD 1 TO HEADERS-READ.
005477     MOVE PT-RANGE-LO TO TAB-LO.
005478     MOVE PT-RANGE-HI TO TAB-HI.
005479     MOVE ZERO TO TAB-LAST.
005480     MOVE ZERO TO SEC-DETAILS.
005481     MOVE 'N' TO SW-SIEVED.
005482     MOVE 'N' TO SW-KEPT.
005483     MOVE 'N' TO SW-CUT.
005484     IF NOT PT-SIEVED
005485         GO TO 1200-EXIT.
005486     SET SECTION-SIEVED TO TRUE.
005487     IF SEC-COUNT < SEC-MAX AND LIST-COUNT < LIST-MAX
005488         SET SECTION-KEPT TO TRUE
005489         ADD 1 TO SEC-COUNT
005490         MOVE TAB-LO TO SC-LO (SEC-COUNT)
005491         MOVE TAB-HI TO SC-HI (SEC-COUNT)
005492         COMPUTE SC-FIRST (SEC-COUNT) = LIST-COUNT + 1
005493     END-IF.
005494 1200-EXIT.
005495     EXIT.
005496*    A KEPT SECTION THE LIST FILLED UP PART WAY THROUGH ENDS AT
005497*    ITS LAST STORED PRIME; ONE THAT STORED NONE IS DROPPED.
005498 1300-CLOSE-SECTION.
005499     IF NOT IN-SECTION
005500         OR PT-COUNT NOT NUMERIC OR PT-LARGEST NOT NUMERIC
005501         SET LIST-REFUSED TO TRUE
005502         GO TO 1300-EXIT.
005503     MOVE 'N' TO SW-IN-SECTION.
005504     IF PT-COUNT NOT = SEC-DETAILS
005505         OR PT-LARGEST NOT = TAB-LAST
005506         SET LIST-REFUSED TO TRUE
005507         GO TO 1300-EXIT.
005508     IF NOT SECTION-KEPT
005509         GO TO 1300-EXIT.
005510     MOVE LIST-COUNT TO SC-LAST (SEC-COUNT).
005511     IF SECTION-CUT
005512         IF SC-LAST (SEC-COUNT) < SC-FIRST (SEC-COUNT)
005513             SUBTRACT 1 FROM SEC-COUNT
005514         ELSE
005515             MOVE LIST-PRIME (LIST-COUNT) TO SC-HI (SEC-COUNT)
005516         END-IF
005517     END-IF.
005518 1300-EXIT.
005519     EXIT.
005520 1400-LOWEST-SECTION.
005521     IF SC-LO (SEC-IX) < TAB-LO
005522         MOVE SC-LO (SEC-IX) TO TAB-LO
005523     END-IF.
005548
005573*------------------------------------------------------------*
005600* 2000-BUILD-SIEVE - CLASSIC SIEVE OF ERATOSTHENES OVER THE   *
005700* FULL 2..MAX-N TABLE, RUN ONCE PER LOAD OF THIS MODULE, AND  *
005710* ONLY WHEN A VALUE OUTSIDE THE PRIME TABLE NEEDS IT.         *
005800*------------------------------------------------------------*
005900 2000-BUILD-SIEVE.
006000     PERFORM 2100-INIT-FLAG
009800     GO TO 3010-TEST-NEXT.
009900 3000-EXIT.
010000     EXIT.
010010
010020*------------------------------------------------------------*
010030* 4000-LOOK-UP - BINARY SEARCH OF THE SECTION WHOSE RANGE     *
010040* HOLDS THE VALUE: ON THE LIST IS PRIME, OFF IT IS NOT.       *
010050*------------------------------------------------------------*
010060 4000-LOOK-UP.
010070     MOVE SC-FIRST (SEC-HIT) TO LO-IX.
010080     MOVE SC-LAST (SEC-HIT) TO HI-IX.
010090 4010-PROBE.
010100     IF LO-IX > HI-IX
010110         GO TO 4000-EXIT.
010120     COMPUTE MID-IX = (LO-IX + HI-IX) / 2.
010130     IF LIST-PRIME (MID-IX) = PRIME-VALUE
010140         MOVE 1 TO PRIME-FLAG
010150         GO TO 4000-EXIT.
010160     IF LIST-PRIME (MID-IX) < PRIME-VALUE
010170         COMPUTE LO-IX = MID-IX + 1
010180     ELSE
010190         COMPUTE HI-IX = MID-IX - 1
010200     END-IF.
010210     GO TO 4010-PROBE.
010220 4000-EXIT.
010230     EXIT.
010240 4100-FIND-SECTION.
010250     IF PRIME-VALUE NOT < SC-LO (SEC-IX)
010260         AND PRIME-VALUE NOT > SC-HI (SEC-IX)
010270         MOVE SEC-IX TO SEC-HIT
010280     END-IF.
