      * THE RUN ENDS NONZERO WHEN ANY ACTIVE PAIR IS UNCOVERED, SO   *
      * THE SCHEDULER CAN HOLD THE NEXT PRODUCTION MOVE UNTIL THE    *
      * GAP IS CLOSED.                                               *
      * A JUSTIFIED-RIGHT PAIR KEEPS THE RIGHTMOST BYTES OF THE      *
      * WHOLE SOURCE FIELD, SO A CASE TRIPS IT ONLY BY PUTTING       *
      * NON-BLANK DATA IN THE LEFTMOST (SOURCE - TARGET) POSITIONS   *
      * OF THE SOURCE FIELD, THE SAME RULE TRUNCHK APPLIES. A        *
      * NUMERIC PAIR WITH DECIMAL PLACES OR SIGNS IS CHECKED THE WAY *
      * TRUNCHK CHECKS IT, ONE COMPONENT AT A TIME: A CASE TRIPS IT  *
      * WITH MORE INTEGER DIGITS OR MORE DECIMALS THAN THE TARGET    *
      * HOLDS, OR WITH A NEGATIVE VALUE WHEN A SIGNED SOURCE FEEDS   *
      * AN UNSIGNED TARGET - SO A PAIR WHOSE ONLY EXPOSURE IS CENTS  *
      * OR A CREDIT SIGN IS ONLY COVERED BY A CASE THAT CARRIES ONE. *
      * SYSIN CARD: RUN DATE FOR THE EFFECTIVE-DATE FILTER, SAME     *
      * FORM AS TRUNHIST (&RUNDATE, E.G. D20260808, OR PLAIN         *
      * 20260808; BLANK = SYSTEM DATE).                              *
               10  WS-FP-PAIR-NAME     PIC X(20).
               10  WS-FP-SOURCE-LEN    PIC 9(4).
               10  WS-FP-TARGET-LEN    PIC 9(4).
               10  WS-FP-TYPE          PIC X(1).
                   88  WS-FP-NUMERIC        VALUE 'N'.
                   88  WS-FP-JUSTIFIED      VALUE 'J'.
               10  WS-FP-SOURCE-DEC    PIC 9(2).
               10  WS-FP-TARGET-DEC    PIC 9(2).
               10  WS-FP-SOURCE-SIGN   PIC X(1).
                   88  WS-FP-SOURCE-SIGNED  VALUE 'S'.
               10  WS-FP-TARGET-SIGN   PIC X(1).
                   88  WS-FP-TARGET-SIGNED  VALUE 'S'.
               10  WS-FP-SCALED-FLAG   PIC X(1).
                   88  WS-FP-SCALED         VALUE 'Y'.
               10  WS-FP-EXCEED-COUNT  PIC 9(6).
               10  WS-FP-BETWEEN-COUNT PIC 9(6).
               10  WS-FP-LONGEST-SEEN  PIC 9(4).
           05  WS-UNCOVERED-COUNT      PIC 9(4)  VALUE ZERO.

       01  WS-CASE-STRING-LEN          PIC 9(4).
       01  WS-DROP-LEN                 PIC 9(4).

      *****************************************************************
      * THE CASE READ AS A NUMBER, THE SAME WAY TRUNCHK'S 1065 READS  *
      * IT FOR A SCALED PAIR: OPTIONAL LEADING OR TRAILING SIGN,      *
      * INTEGER DIGITS, DECIMALS AFTER A POINT. EACH SCALED PAIR THEN *
      * FITS THE COMPONENTS TO ITS OWN SOURCE CAPACITY.               *
      *****************************************************************
       01  WS-CASE-NUMBER-AREAS.
           05  WS-NUM-TEXT             PIC X(500).
           05  WS-NUM-START            PIC 9(4).
           05  WS-NUM-END              PIC 9(4).
           05  WS-NUM-BODY-LEN         PIC 9(4).
           05  WS-POINT-POS            PIC 9(4).
           05  WS-CASE-INT-LEN         PIC 9(4).
           05  WS-CASE-FRAC-LEN        PIC 9(4).
           05  WS-NUM-NEGATIVE-FLAG    PIC X(1).
               88  WS-NUM-NEGATIVE          VALUE 'Y'.
           05  WS-PAIR-INT-LEN         PIC 9(4).
           05  WS-PAIR-FRAC-LEN        PIC 9(4).
           05  WS-PAIR-TRIP-FLAG       PIC X(1).
               88  WS-PAIR-TRIPPED          VALUE 'Y'.
           05  WS-PAIR-BETWEEN-FLAG    PIC X(1).
               88  WS-PAIR-BETWEEN          VALUE 'Y'.

       01  WS-HEADING-1                PIC X(80) VALUE
           'REGRESSION SUITE FIELD-PAIR COVERAGE REPORT'.
                   TO WS-FP-SOURCE-LEN(WS-PAIR-IDX)
               MOVE LENGTH OF WS-AREA-2
                   TO WS-FP-TARGET-LEN(WS-PAIR-IDX)
               MOVE 'A'    TO WS-FP-TYPE(WS-PAIR-IDX)
               MOVE ZERO   TO WS-FP-SOURCE-DEC(WS-PAIR-IDX)
                              WS-FP-TARGET-DEC(WS-PAIR-IDX)
               MOVE SPACES TO WS-FP-SOURCE-SIGN(WS-PAIR-IDX)
                              WS-FP-TARGET-SIGN(WS-PAIR-IDX)
               MOVE 'N'    TO WS-FP-SCALED-FLAG(WS-PAIR-IDX)
               PERFORM 0080-ZERO-PAIR-COUNTERS
           END-IF.

           IF FP-PAIR-NAME = SPACES
              OR FP-SOURCE-LEN IS NOT NUMERIC
              OR FP-TARGET-LEN IS NOT NUMERIC
              OR FP-TYPE NOT = 'A' AND FP-TYPE NOT = 'J'
                 AND FP-TYPE NOT = 'N'
              OR (FP-EFF-DATE IS NOT NUMERIC
                  AND FP-EFF-DATE NOT = SPACES)
              OR (FP-SOURCE-DEC IS NOT NUMERIC
                  AND FP-SOURCE-DEC NOT = SPACES)
              OR (FP-TARGET-DEC IS NOT NUMERIC
                  AND FP-TARGET-DEC NOT = SPACES)
              OR (FP-SOURCE-DEC IS NUMERIC AND FP-SOURCE-DEC > '18')
              OR (FP-TARGET-DEC IS NUMERIC AND FP-TARGET-DEC > '18')
              OR (FP-SOURCE-SIGN NOT = 'S' AND NOT = SPACE)
              OR (FP-TARGET-SIGN NOT = 'S' AND NOT = SPACE)
              OR (FP-TYPE NOT = 'N'
                  AND (FP-SOURCE-DEC NOT = SPACES
                       OR FP-TARGET-DEC NOT = SPACES
                       OR FP-SOURCE-SIGN NOT = SPACE
                       OR FP-TARGET-SIGN NOT = SPACE))
               DISPLAY 'TRUNCCOV: BAD FLDPAIR CARD SKIPPED: '
                   FLDPAIR-RECORD
           ELSE
                       TO WS-FP-SOURCE-LEN(WS-PAIR-IDX)
                   MOVE FP-TARGET-LEN
                       TO WS-FP-TARGET-LEN(WS-PAIR-IDX)
                   MOVE FP-TYPE TO WS-FP-TYPE(WS-PAIR-IDX)
                   PERFORM 0075-LOAD-PAIR-SCALE
                   PERFORM 0080-ZERO-PAIR-COUNTERS
                   IF WS-FP-SOURCE-LEN(WS-PAIR-IDX) = ZERO
                      OR WS-FP-SOURCE-LEN(WS-PAIR-IDX) > 500
           END-IF
           END-IF.

       0075-LOAD-PAIR-SCALE.
           IF FP-SOURCE-DEC IS NUMERIC
               MOVE FP-SOURCE-DEC TO WS-FP-SOURCE-DEC(WS-PAIR-IDX)
           ELSE
               MOVE ZERO TO WS-FP-SOURCE-DEC(WS-PAIR-IDX)
           END-IF
           IF FP-TARGET-DEC IS NUMERIC
               MOVE FP-TARGET-DEC TO WS-FP-TARGET-DEC(WS-PAIR-IDX)
           ELSE
               MOVE ZERO TO WS-FP-TARGET-DEC(WS-PAIR-IDX)
           END-IF
           MOVE FP-SOURCE-SIGN TO WS-FP-SOURCE-SIGN(WS-PAIR-IDX)
           MOVE FP-TARGET-SIGN TO WS-FP-TARGET-SIGN(WS-PAIR-IDX)
           IF WS-FP-NUMERIC(WS-PAIR-IDX)
              AND (WS-FP-SOURCE-DEC(WS-PAIR-IDX) > ZERO
                   OR WS-FP-TARGET-DEC(WS-PAIR-IDX) > ZERO
                   OR WS-FP-SOURCE-SIGNED(WS-PAIR-IDX)
                   OR WS-FP-TARGET-SIGNED(WS-PAIR-IDX))
               MOVE 'Y' TO WS-FP-SCALED-FLAG(WS-PAIR-IDX)
           ELSE
               MOVE 'N' TO WS-FP-SCALED-FLAG(WS-PAIR-IDX)
           END-IF.

       0080-ZERO-PAIR-COUNTERS.
           MOVE ZERO TO WS-FP-EXCEED-COUNT(WS-PAIR-IDX)
           MOVE ZERO TO WS-FP-BETWEEN-COUNT(WS-PAIR-IDX)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   TC-TEST-STRING TRAILING)) TO WS-CASE-STRING-LEN
           END-IF
           PERFORM 1150-SPLIT-CASE-NUMBER
           PERFORM 1200-TALLY-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-TOTAL.

       1150-SPLIT-CASE-NUMBER.
           MOVE SPACES TO WS-NUM-TEXT
           IF TC-STRING-LEN > ZERO
              AND TC-STRING-LEN < LENGTH OF TC-TEST-STRING
               MOVE TC-TEST-STRING(1:TC-STRING-LEN) TO WS-NUM-TEXT
           ELSE
               MOVE TC-TEST-STRING TO WS-NUM-TEXT
           END-IF
           MOVE 'N'  TO WS-NUM-NEGATIVE-FLAG
           MOVE ZERO TO WS-CASE-INT-LEN WS-CASE-FRAC-LEN
           MOVE ZERO TO WS-NUM-START
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-START
               FOR LEADING SPACE
           ADD 1 TO WS-NUM-START
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT TRAILING))
               TO WS-NUM-END
           IF WS-NUM-START <= WS-NUM-END
               IF WS-NUM-TEXT(WS-NUM-START:1) = '-' OR '+'
                   IF WS-NUM-TEXT(WS-NUM-START:1) = '-'
                       SET WS-NUM-NEGATIVE TO TRUE
                   END-IF
                   ADD 1 TO WS-NUM-START
               END-IF
           END-IF
           IF WS-NUM-START <= WS-NUM-END
               IF WS-NUM-TEXT(WS-NUM-END:1) = '-' OR '+'
                   IF WS-NUM-TEXT(WS-NUM-END:1) = '-'
                       SET WS-NUM-NEGATIVE TO TRUE
                   END-IF
                   SUBTRACT 1 FROM WS-NUM-END
               END-IF
           END-IF
           IF WS-NUM-START <= WS-NUM-END
               COMPUTE WS-NUM-BODY-LEN = WS-NUM-END - WS-NUM-START + 1
               MOVE ZERO TO WS-POINT-POS
               INSPECT WS-NUM-TEXT(WS-NUM-START:WS-NUM-BODY-LEN)
                   TALLYING WS-POINT-POS
                   FOR CHARACTERS BEFORE INITIAL '.'
               MOVE WS-POINT-POS TO WS-CASE-INT-LEN
               IF WS-POINT-POS < WS-NUM-BODY-LEN
                   COMPUTE WS-CASE-FRAC-LEN =
                       WS-NUM-BODY-LEN - WS-POINT-POS - 1
               END-IF
           END-IF.

       1200-TALLY-ONE-PAIR.
           IF WS-FP-SCALED(WS-PAIR-IDX)
               PERFORM 1300-TALLY-SCALED-PAIR
           ELSE
               PERFORM 1250-TALLY-PLAIN-PAIR
           END-IF.

       1250-TALLY-PLAIN-PAIR.
           IF WS-CASE-STRING-LEN > WS-FP-LONGEST-SEEN(WS-PAIR-IDX)
               MOVE WS-CASE-STRING-LEN
                   TO WS-FP-LONGEST-SEEN(WS-PAIR-IDX)
           END-IF
           IF WS-FP-JUSTIFIED(WS-PAIR-IDX)
               PERFORM 1260-TALLY-JUSTIFIED-PAIR
           ELSE
               IF WS-CASE-STRING-LEN > WS-FP-TARGET-LEN(WS-PAIR-IDX)
                   ADD 1 TO WS-FP-EXCEED-COUNT(WS-PAIR-IDX)
                   IF WS-CASE-STRING-LEN
                          <= WS-FP-SOURCE-LEN(WS-PAIR-IDX)
                       ADD 1 TO WS-FP-BETWEEN-COUNT(WS-PAIR-IDX)
                   END-IF
               END-IF
           END-IF.

      *    THE CASE FILLS THE SOURCE FIELD FROM THE LEFT; THE MOVE
      *    DROPS THE LEFTMOST (SOURCE - TARGET) BYTES OF THAT FIELD,
      *    SO THE CASE TRIPS WHEN ANY OF THEM IS NON-BLANK.
       1260-TALLY-JUSTIFIED-PAIR.
           IF WS-FP-SOURCE-LEN(WS-PAIR-IDX)
                  > WS-FP-TARGET-LEN(WS-PAIR-IDX)
               COMPUTE WS-DROP-LEN = WS-FP-SOURCE-LEN(WS-PAIR-IDX)
                   - WS-FP-TARGET-LEN(WS-PAIR-IDX)
               IF TC-TEST-STRING(1:WS-DROP-LEN) NOT = SPACES
                   ADD 1 TO WS-FP-EXCEED-COUNT(WS-PAIR-IDX)
                   IF WS-CASE-STRING-LEN
                          <= WS-FP-SOURCE-LEN(WS-PAIR-IDX)
                       ADD 1 TO WS-FP-BETWEEN-COUNT(WS-PAIR-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A SCALED PAIR'S LONGEST SEEN IS IN INTEGER DIGITS, LIKE ITS
      *    LENGTHS. A COMPONENT THE SOURCE ITSELF CANNOT HOLD NEVER
      *    REACHES THE MOVE, SO IT IS CAPPED FIRST; THE CASE IS
      *    BETWEEN WHEN SOME COMPONENT TRIPS WITHOUT HAVING BEEN CUT
      *    BY THE SOURCE ON THE WAY IN.
       1300-TALLY-SCALED-PAIR.
           IF WS-CASE-INT-LEN > WS-FP-LONGEST-SEEN(WS-PAIR-IDX)
               MOVE WS-CASE-INT-LEN
                   TO WS-FP-LONGEST-SEEN(WS-PAIR-IDX)
           END-IF
           MOVE 'N' TO WS-PAIR-TRIP-FLAG
           MOVE 'N' TO WS-PAIR-BETWEEN-FLAG
           MOVE WS-CASE-INT-LEN  TO WS-PAIR-INT-LEN
           IF WS-PAIR-INT-LEN > WS-FP-SOURCE-LEN(WS-PAIR-IDX)
               MOVE WS-FP-SOURCE-LEN(WS-PAIR-IDX) TO WS-PAIR-INT-LEN
           END-IF
           MOVE WS-CASE-FRAC-LEN TO WS-PAIR-FRAC-LEN
           IF WS-PAIR-FRAC-LEN > WS-FP-SOURCE-DEC(WS-PAIR-IDX)
               MOVE WS-FP-SOURCE-DEC(WS-PAIR-IDX) TO WS-PAIR-FRAC-LEN
           END-IF
           IF WS-PAIR-INT-LEN > WS-FP-TARGET-LEN(WS-PAIR-IDX)
               SET WS-PAIR-TRIPPED TO TRUE
               IF WS-CASE-INT-LEN <= WS-FP-SOURCE-LEN(WS-PAIR-IDX)
                   SET WS-PAIR-BETWEEN TO TRUE
               END-IF
           END-IF
           IF WS-PAIR-FRAC-LEN > WS-FP-TARGET-DEC(WS-PAIR-IDX)
               SET WS-PAIR-TRIPPED TO TRUE
               IF WS-CASE-FRAC-LEN <= WS-FP-SOURCE-DEC(WS-PAIR-IDX)
                   SET WS-PAIR-BETWEEN TO TRUE
               END-IF
           END-IF
           IF WS-NUM-NEGATIVE
              AND WS-FP-SOURCE-SIGNED(WS-PAIR-IDX)
              AND NOT WS-FP-TARGET-SIGNED(WS-PAIR-IDX)
               SET WS-PAIR-TRIPPED TO TRUE
               SET WS-PAIR-BETWEEN TO TRUE
           END-IF
           IF WS-PAIR-TRIPPED
               ADD 1 TO WS-FP-EXCEED-COUNT(WS-PAIR-IDX)
               IF WS-PAIR-BETWEEN
                   ADD 1 TO WS-FP-BETWEEN-COUNT(WS-PAIR-IDX)
               END-IF
           END-IF.
      * TARGET, AND SOME CASE MUST CROSS THE TARGET LENGTH. THE      *
      * FLAG SAYS WHICH OF THOSE IS MISSING, BECAUSE THE FIXES ARE   *
      * DIFFERENT - ONE NEEDS A LONGER TEST CASE, THE OTHER NEEDS    *
      * THE PAIR DEFINITION LOOKED AT. A SCALED PAIR CAN FAIL WHEN  *
      * ANY ONE OF ITS COMPONENTS IS NARROWER ON THE TARGET SIDE.    *
      *****************************************************************
       3100-PRINT-PAIR-LINE.
           MOVE WS-FP-PAIR-NAME(WS-PAIR-IDX)     TO WS-DTL-PAIR-NAME
           EVALUATE TRUE
               WHEN WS-FP-SOURCE-LEN(WS-PAIR-IDX)
                        <= WS-FP-TARGET-LEN(WS-PAIR-IDX)
                    AND WS-FP-SOURCE-DEC(WS-PAIR-IDX)
                        <= WS-FP-TARGET-DEC(WS-PAIR-IDX)
                    AND (WS-FP-TARGET-SIGNED(WS-PAIR-IDX)
                         OR NOT WS-FP-SOURCE-SIGNED(WS-PAIR-IDX))
                   MOVE 'NOT COVERED - CANNOT FAIL'
                       TO WS-DTL-FLAG
                   ADD 1 TO WS-UNCOVERED-COUNT
