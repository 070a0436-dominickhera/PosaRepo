001400*                    THROUGH THE CALLABLE PRIMCHK TEST, SO A  *
001500*                    ONE-OFF QUESTION NO LONGER COSTS A FULL  *
001600*                    SEGMENTED-SIEVE RANGE JOB.               *
001610*   10/14/26   DH    ANSWERS NOW COME FROM THE RELEASED PRIME  *
001620*                    TABLE THROUGH PRIMCHK WHEREVER IT COVERS  *
001630*                    THE VALUE; EACH RESPONSE LINE SAYS WHETHER*
001640*                    IT CAME FROM THE TABLE OR WAS COMPUTED,   *
001650*                    AND A COUNT-RANGE WHOLLY INSIDE THE TABLE *
001660*                    IS NO LONGER HELD TO THE WIDTH CEILING.   *
001670*   10/14/26   DH    THE TABLE MAY NOW HOLD SEVERAL DISJOINT   *
001680*                    RANGES, SO A COUNT-RANGE WHOSE ENDS ARE   *
001690*                    BOTH TABLED IS STILL REFUSED AS TOO WIDE  *
001695*                    ONCE THE GAP BETWEEN THEM NEEDS MORE      *
001696*                    COMPUTING THAN THE WIDTH CEILING ALLOWS.  *
001700*------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
004900 77  RANGE-WIDTH    PICTURE S9(9) COMP VALUE ZERO.
005000 77  PRIME-VALUE    PICTURE S9(8) COMP VALUE ZERO.
005100 77  PRIME-FLAG     PICTURE S9 COMP-3 VALUE ZERO.
005110 77  PRIME-BASIS    PICTURE X(01) VALUE SPACE.
005120     88  FROM-TABLE         VALUE 'T'.
005130 77  TABLE-ANSWERS  PICTURE S9(8) COMP VALUE ZERO.
005140 77  COMPUTED-ANSWERS PICTURE S9(8) COMP VALUE ZERO.
005150 77  TABLE-REQUESTS PICTURE S9(4) COMP VALUE ZERO.
005200 77  FOUND-VALUE    PICTURE S9(8) COMP VALUE ZERO.
005300*    THE LARGEST VALUE THE 9(8) CARD FIELDS CAN EXPRESS - THE
005400*    NEXT SCAN MUST STOP THERE RATHER THAN RUN PAST THE FIELD.
005600*    A COUNT-RANGE WIDER THAN ONE SEGMENT OF THE SIEVE JOB IS
005700*    SIEVE WORK, NOT DESK-INQUIRY WORK - REFUSED WITH A NOTE
005800*    RATHER THAN LEFT TO GRIND THROUGH TRIAL DIVISION ALL DAY.
005810*    A RANGE WHOLLY INSIDE THE PRIME TABLE IS ONLY LOOKUPS AND
005820*    IS ANSWERED WHATEVER ITS WIDTH.
005900 77  WIDTH-CEILING  PICTURE S9(8) COMP VALUE 99999.
006000 01  TITLE-LINE.
006100     05  FILLER  PICTURE X(14) VALUE SPACES.
007200     05  OUT-VAL2     PICTURE Z(8).
007300     05  FILLER       PICTURE X(02) VALUE SPACES.
007400     05  OUT-ANSWER   PICTURE X(30).
007410     05  FILLER       PICTURE X(02) VALUE SPACES.
007420     05  OUT-BASIS    PICTURE X(08).
007500 01  TRAILER-LINE.
007600     05  FILLER  PICTURE X(01) VALUE SPACE.
007700     05  FILLER  PICTURE X(13) VALUE 'REQUESTS READ'.
008100     05  FILLER  PICTURE X(09) VALUE 'MALFORMED'.
008200     05  FILLER  PICTURE X(02) VALUE SPACES.
008300     05  OUT-MALFORMED PICTURE ZZZ9.
008310     05  FILLER  PICTURE X(05) VALUE SPACES.
008320     05  FILLER  PICTURE X(10) VALUE 'FROM TABLE'.
008330     05  FILLER  PICTURE X(02) VALUE SPACES.
008340     05  OUT-FROM-TABLE PICTURE ZZZ9.
008400 01  ANSWER-WORK.
008500     05  AW-TEXT      PICTURE X(17).
008600     05  AW-VALUE     PICTURE Z(8)9.
014900
015000 3000-IS-PRIME.
015100     MOVE VAL1-WS TO PRIME-VALUE.
015200     CALL "PRIMCHK" USING PRIME-VALUE, PRIME-FLAG, PRIME-BASIS.
015300     IF PRIME-FLAG = 1
015400         MOVE 'PRIME' TO OUT-ANSWER
015500     ELSE
015600         MOVE 'NOT PRIME' TO OUT-ANSWER
015700     END-IF.
015710     PERFORM 7100-ONE-BASIS THRU 7100-EXIT.
015800     PERFORM 8000-RESPOND THRU 8000-EXIT.
015900 3000-EXIT.
016000     EXIT.
017100     IF CAND > VALUE-CEILING
017200         GO TO 4020-ANSWER.
017300     MOVE CAND TO PRIME-VALUE.
017400     CALL "PRIMCHK" USING PRIME-VALUE, PRIME-FLAG, PRIME-BASIS.
017500     IF PRIME-FLAG NOT = 1
017600         GO TO 4010-TEST-NEXT.
017700     MOVE CAND TO FOUND-VALUE.
018300         MOVE ANSWER-WORK TO OUT-ANSWER
018400     ELSE
018500         MOVE 'NO PRIME INSIDE 9(8)' TO OUT-ANSWER
018510         MOVE SPACE TO PRIME-BASIS
018600     END-IF.
018610     PERFORM 7100-ONE-BASIS THRU 7100-EXIT.
018700     PERFORM 8000-RESPOND THRU 8000-EXIT.
018800 4000-EXIT.
018900     EXIT.
019600     IF CAND < 2
019700         GO TO 5020-ANSWER.
019800     MOVE CAND TO PRIME-VALUE.
019900     CALL "PRIMCHK" USING PRIME-VALUE, PRIME-FLAG, PRIME-BASIS.
020000     IF PRIME-FLAG NOT = 1
020100         GO TO 5010-TEST-NEXT.
020200     MOVE CAND TO FOUND-VALUE.
020800         MOVE ANSWER-WORK TO OUT-ANSWER
020900     ELSE
021000         MOVE 'NO PRIME BELOW VALUE' TO OUT-ANSWER
021010         MOVE SPACE TO PRIME-BASIS
021100     END-IF.
021110     PERFORM 7100-ONE-BASIS THRU 7100-EXIT.
021200     PERFORM 8000-RESPOND THRU 8000-EXIT.
021300 5000-EXIT.
021400     EXIT.
022300         PERFORM 7000-MALFORMED THRU 7000-EXIT
022400         GO TO 6000-EXIT.
022500     COMPUTE RANGE-WIDTH = VAL2-WS - VAL1-WS.
022510*    BOTH ENDS IN THE TABLE LETS A WIDE RANGE BE TRIED, BUT THE
022520*    TABLE MAY HOLD DISJOINT RANGES WITH UNTABLED GAPS BETWEEN
022525*    THEM - THE COUNT BELOW STILL STOPS ONCE IT HAS COMPUTED
022527*    MORE VALUES THAN THE WIDTH CEILING ALLOWS.
022530     MOVE VAL1-WS TO PRIME-VALUE.
022540     CALL "PRIMCHK" USING PRIME-VALUE, PRIME-FLAG, PRIME-BASIS.
022550     IF FROM-TABLE
022560         MOVE VAL2-WS TO PRIME-VALUE
022570         CALL "PRIMCHK" USING PRIME-VALUE, PRIME-FLAG,
022580             PRIME-BASIS
022590     END-IF.
022600     IF RANGE-WIDTH > WIDTH-CEILING AND NOT FROM-TABLE
022700         MOVE 'RANGE TOO WIDE - SUBMIT SIEVE' TO OUT-ANSWER
022800         PERFORM 8000-RESPOND THRU 8000-EXIT
022900         GO TO 6000-EXIT.
023000     MOVE ZERO TO PRIME-COUNT.
023010     MOVE ZERO TO TABLE-ANSWERS.
023020     MOVE ZERO TO COMPUTED-ANSWERS.
023100     PERFORM 6100-COUNT-ONE
023200         VARYING CAND FROM VAL1-WS BY 1
023300         UNTIL CAND > VAL2-WS
023310         OR COMPUTED-ANSWERS > WIDTH-CEILING.
023320     IF CAND NOT > VAL2-WS
023330         MOVE 'RANGE TOO WIDE - SUBMIT SIEVE' TO OUT-ANSWER
023350         PERFORM 8000-RESPOND THRU 8000-EXIT
023360         GO TO 6000-EXIT.
023400     MOVE SPACES TO ANSWER-WORK.
023500     MOVE 'PRIMES IN RANGE' TO AW-TEXT.
023600     MOVE PRIME-COUNT TO AW-VALUE.
023700     MOVE ANSWER-WORK TO OUT-ANSWER.
023710     IF COMPUTED-ANSWERS = ZERO
023720         MOVE 'TABLE' TO OUT-BASIS
023730         ADD 1 TO TABLE-REQUESTS
023740     ELSE
023750         IF TABLE-ANSWERS = ZERO
023760             MOVE 'COMPUTED' TO OUT-BASIS
023770         ELSE
023780             MOVE 'PART' TO OUT-BASIS
023790         END-IF
023795     END-IF.
023800     PERFORM 8000-RESPOND THRU 8000-EXIT.
023900 6000-EXIT.
024000     EXIT.
024100 6100-COUNT-ONE.
024200     MOVE CAND TO PRIME-VALUE.
024300     CALL "PRIMCHK" USING PRIME-VALUE, PRIME-FLAG, PRIME-BASIS.
024400     IF PRIME-FLAG = 1
024500         ADD 1 TO PRIME-COUNT
024600     END-IF.
024610     IF FROM-TABLE
024620         ADD 1 TO TABLE-ANSWERS
024630     ELSE
024640         ADD 1 TO COMPUTED-ANSWERS
024650     END-IF.
024700
024800 7000-MALFORMED.
024900     MOVE '** CARD MALFORMED - SEE LAYOUT **' TO OUT-ANSWER.
025100     PERFORM 8000-RESPOND THRU 8000-EXIT.
025200 7000-EXIT.
025300     EXIT.
025310
025320*------------------------------------------------------------*
025330* 7100-ONE-BASIS - WHERE A SINGLE-VALUE ANSWER CAME FROM: THE *
025340* PRIME TABLE OR PRIMCHK'S OWN COMPUTATION. A NEXT OR PREV    *
025350* THAT RAN OFF THE END OF THE FIELD FOUND NOTHING TO SOURCE.  *
025360*------------------------------------------------------------*
025370 7100-ONE-BASIS.
025380     IF PRIME-BASIS = SPACE
025390         GO TO 7100-EXIT.
025391     IF FROM-TABLE
025392         MOVE 'TABLE' TO OUT-BASIS
025393         ADD 1 TO TABLE-REQUESTS
025394     ELSE
025395         MOVE 'COMPUTED' TO OUT-BASIS
025396     END-IF.
025397 7100-EXIT.
025398     EXIT.
025399
025500 8000-RESPOND.
025600     WRITE STDOUT-RECORD FROM RESPONSE-LINE
025700         AFTER ADVANCING 1 LINE.
025800     MOVE SPACES TO OUT-ANSWER.
025810     MOVE SPACES TO OUT-BASIS.
025900 8000-EXIT.
026000     EXIT.
026100
026200 9999-TERMINATE.
026300     MOVE REQ-COUNT TO OUT-REQUESTS.
026400     MOVE BAD-COUNT TO OUT-MALFORMED.
026410     MOVE TABLE-REQUESTS TO OUT-FROM-TABLE.
026500     WRITE STDOUT-RECORD FROM TRAILER-LINE
026600         AFTER ADVANCING 2 LINES.
026700     CLOSE REQUEST-FILE STANDARD-OUTPUT.
