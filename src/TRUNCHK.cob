      * EXCEPTIONS, AND CHECKPOINTS ITS PROGRESS SO A RESTART AFTER   *
      * AN ABEND DOES NOT REPROCESS COMPLETED WORK. THE CHECKPOINT    *
      * ALSO CARRIES THE RUNNING RECONCILIATION TOTALS SO A RESTARTED *
      * RUN STILL REPORTS A TRUE FULL-FILE RECONCILIATION (AND THE    *
      * NEW-FAIL/FIXED COUNTS BEHIND THE RETURN CODE), AND IS         *
      * RESET TO ZERO ONCE A RUN REACHES END OF FILE CLEANLY SO THE   *
      * NEXT NORMAL RUN DOES NOT MISTAKE A COMPLETED CHECKPOINT FOR A *
      * RESTART POINT. AN OPTIONAL SYSIN ID RANGE LIMITS THE RUN TO A *
      * SUBSET OF THE REGRESSION SUITE. BESIDES PLAIN ALPHANUMERIC    *
      * (CUT ON THE RIGHT) AND NUMERIC (HIGH-ORDER DIGITS LOST)       *
      * PAIRS, A PAIR MAY BE A JUSTIFIED-RIGHT TARGET (CUT ON THE     *
      * LEFT) OR A NUMERIC PAIR WITH DECIMAL PLACES AND SIGNS, WHERE  *
      * CENTS CAN DROP ON THE RIGHT AND A CREDIT BALANCE CAN LOSE ITS *
      * SIGN - EACH KIND OF LOSS IS LOGGED AS ITS OWN EXCEPTION.      *
      * THE NIGHTLY SUITE RUNS AS SEVERAL CONCURRENT PARTITIONS, EACH *
      * ONE A COPY OF THIS PROGRAM OVER ITS OWN ID RANGE WITH ITS OWN *
      * CHKPT, TESTOUT AND TRUNCLOG (SEE TRUNCHKP); TRUNMRGE THEN     *
      * COMBINES THE PARTITIONS INTO THE NIGHT'S SINGLE RESULTS.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  CKPT-LAST-RECORD        PIC 9(6).
           05  CKPT-RECON-INPUT-TOTAL  PIC 9(12).
           05  CKPT-RECON-OUTPUT-TOTAL PIC 9(12).
           05  CKPT-NEW-FAIL-COUNT     PIC 9(6).
           05  CKPT-FIXED-COUNT        PIC 9(6).
           05  CKPT-NEW-FAIL-SEVERE    PIC 9(6).

       WORKING-STORAGE SECTION.
           COPY DATAMOVE.
      * SO A BATCH WINDOW CROSSING MIDNIGHT, OR A RESTARTED STEP,    *
      * LOADS THE SAME PAIR SET AS THE ORIGINAL INVOCATION. A BLANK  *
      * CARD (OR NO SYSIN) MEANS RUN THE FULL SUITE, CHECKPOINTING   *
      * EVERY CASE, AGAINST TODAY'S PAIR SET. COLUMNS 29-30 CARRY THE *
      * PARTITION NUMBER WHEN TRUNCHKP RUNS THIS AS ONE PARTITION;    *
      * IT IS PRINTED ON THE RECONCILIATION LINE SO TRUNMRGE CAN TELL *
      * WHICH PARTITIONS FINISHED. BLANK FOR AN UNPARTITIONED RUN.    *
      *****************************************************************
       01  WS-RANGE-CARD               PIC X(30).
       01  WS-RANGE-CONTROL.
           05  WS-RANGE-START          PIC 9(6)  VALUE 1.
           05  WS-RANGE-END            PIC 9(6)  VALUE 999999.
           05  WS-CKPT-INTERVAL        PIC 9(6)  VALUE 1.
           05  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-PARTITION-NO         PIC X(2)  VALUE SPACES.

       01  WS-STATISTICS-AREAS.
           05  WS-PROCESSED-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-STAT-NEW-FAIL        PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  FIXED = '.
           05  WS-STAT-FIXED           PIC ZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
                                        '  ABOVE BLANK = '.
           05  WS-STAT-NEW-FAIL-SEVERE PIC ZZZZZ9.

       01  WS-CHECKPOINT-AREAS.
           05  WS-CKPT-KEY             PIC 9(4)  VALUE 1.
           05  WS-RECON-OUT-DISPLAY    PIC Z(11)9.
           05  FILLER                  PIC X(10) VALUE '  BREAK = '.
           05  WS-RECON-BREAK-DISPLAY  PIC X(3).
           05  WS-RECON-PART-LABEL     PIC X(9)  VALUE SPACES.
           05  WS-RECON-PART-DISPLAY   PIC X(2)  VALUE SPACES.

       01  WS-TRUNCATION-CHECK-AREAS.
           05  WS-FIELD-NAME           PIC X(20) VALUE 'WS-AREA-1'.
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
      *            A NUMERIC PAIR WITH NO DECIMALS AND NO SIGNS IS
      *            CHECKED EXACTLY AS BEFORE; ANY SCALE OR SIGN SENDS
      *            IT THROUGH 1060 INSTEAD.
               10  WS-FP-SCALED-FLAG   PIC X(1).
                   88  WS-FP-SCALED         VALUE 'Y'.

       01  WS-PAIR-SOURCE              PIC X(500).

      *****************************************************************
      * LOSS-SEVERITY WORK AREAS (SEE TRUNCLOG.CPY FOR THE CODES).    *
      * A CASE IS SEVERE WHEN ANY ONE OF ITS PAIRS LOST MORE THAN     *
      * BLANKS; ONLY A SEVERE NEW-FAIL IS WORTH PAGING SOMEBODY FOR.  *
      *****************************************************************
       01  WS-SEVERITY-AREAS.
           05  WS-LOSS-SEVERITY        PIC X(1).
               88  WS-SEV-BLANK-ONLY        VALUE 'B'.
           05  WS-LOSS-KIND            PIC X(1).
               88  WS-KIND-LEFT-CUT         VALUE 'L'.
               88  WS-KIND-INTEGER          VALUE 'I'.
               88  WS-KIND-DECIMAL          VALUE 'F'.
               88  WS-KIND-SIGN             VALUE 'S'.
           05  WS-CASE-SEVERE-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-CASE-SEVERE           VALUE 'Y'.
           05  WS-DROPPED-WORK         PIC X(500).
           05  WS-SHIFT-OUT            PIC X(1)  VALUE X'0E'.
           05  WS-SHIFT-IN             PIC X(1)  VALUE X'0F'.
           05  WS-SO-COUNT             PIC 9(4).
           05  WS-SI-COUNT             PIC 9(4).

      *****************************************************************
      * SCALED NUMERIC WORK AREAS. THE TEST STRING OF A SCALED PAIR   *
      * IS READ AS A NUMBER - AN OPTIONAL LEADING OR TRAILING SIGN,   *
      * INTEGER DIGITS, AND DECIMALS AFTER A POINT - AND SPLIT INTO   *
      * THE COMPONENTS A SIGNED, SCALED SOURCE FIELD WOULD HOLD.      *
      *****************************************************************
       01  WS-SCALED-CHECK-AREAS.
           05  WS-NUM-TEXT             PIC X(500).
           05  WS-NUM-START            PIC 9(4).
           05  WS-NUM-END              PIC 9(4).
           05  WS-NUM-BODY-LEN         PIC 9(4).
           05  WS-POINT-POS            PIC 9(4).
           05  WS-INT-START            PIC 9(4).
           05  WS-INT-LEN              PIC 9(4).
           05  WS-FRAC-START           PIC 9(4).
           05  WS-FRAC-LEN             PIC 9(4).
           05  WS-NUM-NEGATIVE-FLAG    PIC X(1).
               88  WS-NUM-NEGATIVE          VALUE 'Y'.
           05  WS-NUM-ZERO-FLAG        PIC X(1).
               88  WS-NUM-IS-ZERO           VALUE 'Y'.

       01  WS-RESULT-LINE.
           05  WS-RESULT-RECNO         PIC Z(5)9.
           05  FILLER                  PIC X(3)  VALUE ' - '.
       01  WS-BASELINE-COUNTS.
           05  WS-NEW-FAIL-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-FIXED-COUNT          PIC 9(6)  VALUE ZERO.
           05  WS-NEW-FAIL-SEVERE-COUNT PIC 9(6) VALUE ZERO.

       01  WS-NUMERIC-CHECK-AREAS.
           05  WS-NUMERIC-FIELD-NAME   PIC X(20)
              AND WS-RANGE-CARD(13:6) NOT = '000000'
               MOVE WS-RANGE-CARD(13:6) TO WS-CKPT-INTERVAL
           END-IF
           IF WS-RANGE-CARD(29:2) IS NUMERIC
               MOVE WS-RANGE-CARD(29:2) TO WS-PARTITION-NO
           END-IF
           EVALUATE TRUE
               WHEN WS-RANGE-CARD(19:1) = 'D'
                    AND WS-RANGE-CARD(20:8) IS NUMERIC
               MOVE LENGTH OF WS-AREA-2
                   TO WS-FP-TARGET-LEN(WS-PAIR-IDX)
               MOVE 'A'                TO WS-FP-TYPE(WS-PAIR-IDX)
               MOVE ZERO   TO WS-FP-SOURCE-DEC(WS-PAIR-IDX)
                              WS-FP-TARGET-DEC(WS-PAIR-IDX)
               MOVE SPACES TO WS-FP-SOURCE-SIGN(WS-PAIR-IDX)
                              WS-FP-TARGET-SIGN(WS-PAIR-IDX)
               MOVE 'N'    TO WS-FP-SCALED-FLAG(WS-PAIR-IDX)
           END-IF.

      *****************************************************************
      * A DEFINITION CARD MUST NAME THE PAIR, CARRY NUMERIC LENGTHS   *
      * FROM 1 TO 500, TYPE A, J OR N, AND AN EFFECTIVE DATE THAT IS  *
      * YYYYMMDD OR BLANK. DECIMAL PLACES (0-18, BLANK = 0) AND SIGNS *
      * (S OR BLANK) ARE ALLOWED ONLY ON A TYPE N PAIR - A SCALE ON   *
      * AN ALPHANUMERIC PAIR IS A PUNCHING ERROR, NOT A DEFINITION.   *
      * ANYTHING ELSE IS SKIPPED WITH A CONSOLE MESSAGE RATHER THAN   *
      * SILENTLY TESTING THE WRONG DIMENSIONS.                        *
      * A RETIRED PAIR, OR ONE STAGED WITH AN EFFECTIVE DATE AFTER    *
      * THE RUN DATE, IS A VALID CARD THAT SIMPLY DOES NOT LOAD       *
      * TONIGHT - NO MESSAGE, THAT IS THE POINT OF STAGING.           *
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
               DISPLAY 'TRUNCHK: BAD FLDPAIR CARD SKIPPED: '
                   FLDPAIR-RECORD
           ELSE
                   MOVE FP-TARGET-LEN
                       TO WS-FP-TARGET-LEN(WS-PAIR-IDX)
                   MOVE FP-TYPE TO WS-FP-TYPE(WS-PAIR-IDX)
                   PERFORM 0080-LOAD-PAIR-SCALE
                   IF WS-FP-SOURCE-LEN(WS-PAIR-IDX) = ZERO
                      OR WS-FP-SOURCE-LEN(WS-PAIR-IDX) > 500
                      OR WS-FP-TARGET-LEN(WS-PAIR-IDX) = ZERO
           END-IF
           END-IF.

       0080-LOAD-PAIR-SCALE.
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

       0200-POSITION-TESTCASE-FILE.
           MOVE WS-RANGE-START TO WS-TC-RELKEY
           START TESTCASE-FILE KEY IS >= WS-TC-RELKEY
               MOVE ZERO TO CKPT-LAST-RECORD
               MOVE ZERO TO CKPT-RECON-INPUT-TOTAL
               MOVE ZERO TO CKPT-RECON-OUTPUT-TOTAL
               MOVE ZERO TO CKPT-NEW-FAIL-COUNT
               MOVE ZERO TO CKPT-FIXED-COUNT
               MOVE ZERO TO CKPT-NEW-FAIL-SEVERE
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
                   MOVE ZERO TO CKPT-LAST-RECORD
                   MOVE ZERO TO CKPT-RECON-INPUT-TOTAL
                   MOVE ZERO TO CKPT-RECON-OUTPUT-TOTAL
                   MOVE ZERO TO CKPT-NEW-FAIL-COUNT
                   MOVE ZERO TO CKPT-FIXED-COUNT
                   MOVE ZERO TO CKPT-NEW-FAIL-SEVERE
           END-READ
           MOVE CKPT-LAST-RECORD        TO WS-RESTART-FROM
           MOVE CKPT-RECON-INPUT-TOTAL  TO WS-RECON-INPUT-TOTAL
           MOVE CKPT-RECON-OUTPUT-TOTAL TO WS-RECON-OUTPUT-TOTAL
           MOVE CKPT-NEW-FAIL-COUNT     TO WS-NEW-FAIL-COUNT
           MOVE CKPT-FIXED-COUNT        TO WS-FIXED-COUNT
           MOVE CKPT-NEW-FAIL-SEVERE    TO WS-NEW-FAIL-SEVERE-COUNT.

      *****************************************************************
      * THE CHKPT REWRITE HAPPENS EVERY WS-CKPT-INTERVAL TEST CASES,  *
               MOVE WS-RECORD-COUNT        TO CKPT-LAST-RECORD
               MOVE WS-RECON-INPUT-TOTAL   TO CKPT-RECON-INPUT-TOTAL
               MOVE WS-RECON-OUTPUT-TOTAL  TO CKPT-RECON-OUTPUT-TOTAL
               MOVE WS-NEW-FAIL-COUNT      TO CKPT-NEW-FAIL-COUNT
               MOVE WS-FIXED-COUNT         TO CKPT-FIXED-COUNT
               MOVE WS-NEW-FAIL-SEVERE-COUNT
                                           TO CKPT-NEW-FAIL-SEVERE
               REWRITE CHECKPOINT-RECORD
               ADD 1 TO WS-CKPT-TAKEN-COUNT
               MOVE ZERO TO WS-SINCE-CKPT-COUNT
      *****************************************************************
       1000-CHECK-AND-MOVE.
           MOVE ZERO TO WS-CASE-TRUNC-TOTAL
           MOVE 'N'  TO WS-CASE-SEVERE-FLAG
           PERFORM 1050-CHECK-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-TOTAL

       1050-CHECK-ONE-PAIR.
           MOVE WS-FP-PAIR-NAME(WS-PAIR-IDX)   TO WS-FIELD-NAME
           IF WS-FP-SCALED(WS-PAIR-IDX)
               PERFORM 1060-CHECK-SCALED-PAIR
           ELSE
               PERFORM 1055-CHECK-PLAIN-PAIR
           END-IF.

       1055-CHECK-PLAIN-PAIR.
           MOVE WS-FP-TARGET-LEN(WS-PAIR-IDX)  TO WS-TARGET-CAP
           EVALUATE TRUE
               WHEN WS-FP-NUMERIC(WS-PAIR-IDX)
                   MOVE 'I' TO WS-LOSS-KIND
               WHEN WS-FP-JUSTIFIED(WS-PAIR-IDX)
                   MOVE 'L' TO WS-LOSS-KIND
               WHEN OTHER
                   MOVE 'R' TO WS-LOSS-KIND
           END-EVALUATE
      *    THE SOURCE FIELD HOLDS AT MOST ITS DEFINED LENGTH, SO THE
      *    TEST STRING IS PLACED INTO A SLICE OF THAT LENGTH EXACTLY
      *    AS A MOVE INTO THE REAL SOURCE FIELD WOULD FILL IT.
      *    PLAIN FUNCTION TRIM ALSO STRIPS LEADING SPACES, WHICH
      *    UNDERCOUNTS LEADING-SPACE-PADDED DATA AND CAN MASK A TRUE
      *    TRUNCATION).
      *    A JUSTIFIED-RIGHT TARGET IS THE EXCEPTION: THE MOVE KEEPS
      *    THE RIGHTMOST TARGET-LEN BYTES OF THE WHOLE SOURCE FIELD,
      *    PADDING INCLUDED, SO IT IS THE FIELD LENGTH THAT COUNTS AND
      *    THE LEFTMOST (SOURCE-LEN - TARGET-LEN) BYTES ARE ALWAYS
      *    DROPPED. THE CASE TRIPS ONLY WHEN THOSE BYTES HOLD DATA;
      *    WHEN THEY ARE ALL BLANK EVERYTHING THAT MATTERS ARRIVES AND
      *    THE PAIR IS TREATED AS FITTING.
           EVALUATE TRUE
               WHEN WS-FP-JUSTIFIED(WS-PAIR-IDX)
                   MOVE WS-FP-SOURCE-LEN(WS-PAIR-IDX) TO WS-SOURCE-LEN
                   IF WS-SOURCE-LEN > WS-TARGET-CAP
                       COMPUTE WS-TRUNC-CHARS =
                           WS-SOURCE-LEN - WS-TARGET-CAP
                       IF WS-PAIR-SOURCE(1:WS-TRUNC-CHARS) = SPACES
                           MOVE WS-TARGET-CAP TO WS-SOURCE-LEN
                       END-IF
                   END-IF
               WHEN TC-STRING-LEN > ZERO
                    AND TC-STRING-LEN > WS-FP-SOURCE-LEN(WS-PAIR-IDX)
                   MOVE WS-FP-SOURCE-LEN(WS-PAIR-IDX) TO WS-SOURCE-LEN
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       WS-PAIR-SOURCE TRAILING)) TO WS-SOURCE-LEN
           END-EVALUATE
           PERFORM 1070-CHECK-COMPONENT.

      *****************************************************************
      * A SCALED OR SIGNED NUMERIC PAIR IS CHECKED ONE COMPONENT AT   *
      * A TIME, EACH AGAINST ITS OWN CAPACITY: INTEGER DIGITS AGAINST *
      * THE TARGET'S INTEGER DIGITS (LOST ON THE LEFT), DECIMALS      *
      * AGAINST THE TARGET'S DECIMAL PLACES (LOST ON THE RIGHT), AND  *
      * THE SIGN OF A NEGATIVE VALUE AGAINST AN UNSIGNED TARGET. THE  *
      * SOURCE FIELD ITSELF HOLDS ONLY ITS OWN INTEGER DIGITS (THE    *
      * LOW-ORDER ONES), ITS OWN DECIMAL PLACES, AND A SIGN ONLY IF   *
      * IT IS SIGNED, SO THE TEST VALUE IS FIRST FITTED TO THE SOURCE *
      * EXACTLY AS A MOVE INTO THE REAL SOURCE FIELD WOULD FIT IT.    *
      *****************************************************************
       1060-CHECK-SCALED-PAIR.
           PERFORM 1065-SPLIT-NUMERIC-VALUE
           MOVE SPACES TO WS-PAIR-SOURCE
           IF WS-INT-LEN > ZERO
               MOVE WS-NUM-TEXT(WS-INT-START:WS-INT-LEN)
                   TO WS-PAIR-SOURCE
           END-IF
           MOVE WS-INT-LEN TO WS-SOURCE-LEN
           MOVE WS-FP-TARGET-LEN(WS-PAIR-IDX) TO WS-TARGET-CAP
           MOVE 'I' TO WS-LOSS-KIND
           PERFORM 1070-CHECK-COMPONENT
           MOVE SPACES TO WS-PAIR-SOURCE
           IF WS-FRAC-LEN > ZERO
               MOVE WS-NUM-TEXT(WS-FRAC-START:WS-FRAC-LEN)
                   TO WS-PAIR-SOURCE
           END-IF
           MOVE WS-FRAC-LEN TO WS-SOURCE-LEN
           MOVE WS-FP-TARGET-DEC(WS-PAIR-IDX) TO WS-TARGET-CAP
           MOVE 'F' TO WS-LOSS-KIND
           PERFORM 1070-CHECK-COMPONENT
           IF WS-NUM-NEGATIVE
              AND WS-FP-SOURCE-SIGNED(WS-PAIR-IDX)
               MOVE '-' TO WS-PAIR-SOURCE
               MOVE 1   TO WS-SOURCE-LEN
               IF WS-FP-TARGET-SIGNED(WS-PAIR-IDX)
                   MOVE 1    TO WS-TARGET-CAP
               ELSE
                   MOVE ZERO TO WS-TARGET-CAP
               END-IF
               MOVE 'S' TO WS-LOSS-KIND
               PERFORM 1070-CHECK-COMPONENT
           END-IF.

      *    THE VALUE RUNS FOR THE CASE'S STRING LENGTH (OR TO THE LAST
      *    NON-BLANK); A LEADING OR TRAILING '+' OR '-' IS THE SIGN,
      *    AND A POINT, IF ANY, SEPARATES THE DECIMALS. INTEGER DIGITS
      *    BEYOND THE SOURCE'S CAPACITY ARE THE HIGH-ORDER ONES AND
      *    NEVER REACH IT; DECIMALS BEYOND IT ARE THE LOW-ORDER ONES.
       1065-SPLIT-NUMERIC-VALUE.
           MOVE SPACES TO WS-NUM-TEXT
           IF TC-STRING-LEN > ZERO
              AND TC-STRING-LEN < LENGTH OF TC-TEST-STRING
               MOVE TC-TEST-STRING(1:TC-STRING-LEN) TO WS-NUM-TEXT
           ELSE
               MOVE TC-TEST-STRING TO WS-NUM-TEXT
           END-IF
           MOVE 'N'  TO WS-NUM-NEGATIVE-FLAG
           MOVE 'N'  TO WS-NUM-ZERO-FLAG
           MOVE ZERO TO WS-INT-LEN WS-FRAC-LEN
           MOVE 1    TO WS-INT-START WS-FRAC-START
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
               MOVE WS-NUM-START TO WS-INT-START
               MOVE WS-POINT-POS TO WS-INT-LEN
               IF WS-POINT-POS < WS-NUM-BODY-LEN
                   COMPUTE WS-FRAC-START =
                       WS-NUM-START + WS-POINT-POS + 1
                   COMPUTE WS-FRAC-LEN =
                       WS-NUM-BODY-LEN - WS-POINT-POS - 1
               END-IF
           END-IF
           IF WS-INT-LEN > WS-FP-SOURCE-LEN(WS-PAIR-IDX)
               COMPUTE WS-INT-START = WS-INT-START + WS-INT-LEN
                   - WS-FP-SOURCE-LEN(WS-PAIR-IDX)
               MOVE WS-FP-SOURCE-LEN(WS-PAIR-IDX) TO WS-INT-LEN
           END-IF
           IF WS-FRAC-LEN > WS-FP-SOURCE-DEC(WS-PAIR-IDX)
               MOVE WS-FP-SOURCE-DEC(WS-PAIR-IDX) TO WS-FRAC-LEN
           END-IF
      *    A NEGATIVE ZERO LOSES NOTHING WORTH PAGING ABOUT WHEN ITS
      *    SIGN GOES.
           MOVE SPACES TO WS-DROPPED-WORK
           IF WS-INT-LEN > ZERO
               MOVE WS-NUM-TEXT(WS-INT-START:WS-INT-LEN)
                   TO WS-DROPPED-WORK
           END-IF
           IF WS-FRAC-LEN > ZERO
               MOVE WS-NUM-TEXT(WS-FRAC-START:WS-FRAC-LEN)
                   TO WS-DROPPED-WORK(WS-INT-LEN + 1:WS-FRAC-LEN)
           END-IF
           INSPECT WS-DROPPED-WORK REPLACING ALL '0' BY SPACE
           IF WS-DROPPED-WORK = SPACES
               SET WS-NUM-IS-ZERO TO TRUE
           END-IF.

      *****************************************************************
      * ONE SOURCE SLICE AGAINST ONE TARGET CAPACITY: FEED THE        *
      * CONTROL TOTALS AND LOG THE SLICE IF IT DOES NOT FIT.          *
      *****************************************************************
       1070-CHECK-COMPONENT.
           IF WS-SOURCE-LEN > WS-TARGET-CAP
               MOVE WS-TARGET-CAP TO WS-TARGET-LEN
           ELSE
           IF WS-SOURCE-LEN > WS-TARGET-CAP
               COMPUTE WS-TRUNC-CHARS = WS-SOURCE-LEN - WS-TARGET-CAP
               ADD WS-TRUNC-CHARS TO WS-CASE-TRUNC-TOTAL
               PERFORM 1080-CLASSIFY-LOSS
               PERFORM 1100-WRITE-EXCEPTION
           ELSE
               MOVE ZERO TO WS-TRUNC-CHARS
           END-IF.

      *****************************************************************
      * HOW BAD IS THE LOSS? A NUMERIC PAIR EITHER LOST SIGNIFICANT   *
      * HIGH-ORDER DIGITS OR ONLY LEADING ZEROS/BLANKS. AN            *
      * ALPHANUMERIC PAIR IS JUDGED IN ORDER OF HARM: A SHIFT-OUT     *
      * LEFT OPEN IN THE KEPT PORTION MEANS ITS SHIFT-IN WAS CUT OFF  *
      * AND THE TARGET HOLDS INVALID DBCS DATA; OTHERWISE A LOSS OF   *
      * NOTHING BUT SPACES IS PADDING (TYPICALLY A TC-STRING-LEN      *
      * THAT COUNTS TRAILING BLANKS); OTHERWISE A SPACE ON EITHER     *
      * SIDE OF THE CUT PUTS IT ON A WORD BOUNDARY, AND ANYTHING      *
      * ELSE CUT A WORD IN TWO. A JUSTIFIED-RIGHT TARGET IS JUDGED    *
      * THE SAME WAY FROM THE OTHER END (1085). DECIMALS THAT DROP    *
      * ARE ONLY HARMLESS WHEN THEY ARE TRAILING ZEROS, AND A LOST    *
      * SIGN IS ONLY HARMLESS ON A ZERO VALUE.                        *
      *****************************************************************
       1080-CLASSIFY-LOSS.
           EVALUATE TRUE
               WHEN WS-KIND-INTEGER
                   MOVE SPACES TO WS-DROPPED-WORK
                   MOVE WS-PAIR-SOURCE(1:WS-TRUNC-CHARS)
                       TO WS-DROPPED-WORK
                   PERFORM 1083-CLASSIFY-DIGITS
               WHEN WS-KIND-DECIMAL
                   MOVE SPACES TO WS-DROPPED-WORK
                   MOVE WS-PAIR-SOURCE(WS-TARGET-CAP + 1:WS-TRUNC-CHARS)
                       TO WS-DROPPED-WORK
                   PERFORM 1083-CLASSIFY-DIGITS
               WHEN WS-KIND-SIGN
                   IF WS-NUM-IS-ZERO
                       MOVE 'B' TO WS-LOSS-SEVERITY
                   ELSE
                       MOVE 'N' TO WS-LOSS-SEVERITY
                   END-IF
               WHEN WS-KIND-LEFT-CUT
                   PERFORM 1085-CLASSIFY-LEFT-CUT
               WHEN OTHER
                   PERFORM 1082-CLASSIFY-RIGHT-CUT
           END-EVALUATE
           IF NOT WS-SEV-BLANK-ONLY
               SET WS-CASE-SEVERE TO TRUE
           END-IF.

       1082-CLASSIFY-RIGHT-CUT.
           MOVE ZERO TO WS-SO-COUNT WS-SI-COUNT
           INSPECT WS-PAIR-SOURCE(1:WS-TARGET-CAP)
               TALLYING WS-SO-COUNT FOR ALL WS-SHIFT-OUT
                        WS-SI-COUNT FOR ALL WS-SHIFT-IN
           EVALUATE TRUE
               WHEN WS-SO-COUNT > WS-SI-COUNT
                   MOVE 'D' TO WS-LOSS-SEVERITY
               WHEN WS-PAIR-SOURCE(WS-TARGET-CAP + 1:
                    WS-TRUNC-CHARS) = SPACES
                   MOVE 'B' TO WS-LOSS-SEVERITY
               WHEN WS-PAIR-SOURCE(WS-TARGET-CAP:1) = SPACE
               WHEN WS-PAIR-SOURCE(WS-TARGET-CAP + 1:1) = SPACE
                   MOVE 'W' TO WS-LOSS-SEVERITY
               WHEN OTHER
                   MOVE 'M' TO WS-LOSS-SEVERITY
           END-EVALUATE.

      *    DROPPED DIGITS THAT ARE ALL ZEROS (LEADING INTEGER ZEROS OR
      *    TRAILING DECIMAL ZEROS) CHANGE NOTHING; ANY OTHER DIGIT DOES.
       1083-CLASSIFY-DIGITS.
           INSPECT WS-DROPPED-WORK REPLACING ALL '0' BY SPACE
           IF WS-DROPPED-WORK = SPACES
               MOVE 'B' TO WS-LOSS-SEVERITY
           ELSE
               MOVE 'N' TO WS-LOSS-SEVERITY
           END-IF.

      *    A JUSTIFIED-RIGHT TARGET KEEPS THE RIGHTMOST TARGET-CAP
      *    CHARACTERS, SO A SHIFT-IN LEFT IN THE KEPT PORTION WITHOUT
      *    ITS SHIFT-OUT IS THE SPLIT DBCS STRING, AND THE CUT FALLS
      *    BETWEEN POSITIONS TRUNC AND TRUNC + 1.
       1085-CLASSIFY-LEFT-CUT.
           MOVE ZERO TO WS-SO-COUNT WS-SI-COUNT
           INSPECT WS-PAIR-SOURCE(WS-TRUNC-CHARS + 1:WS-TARGET-CAP)
               TALLYING WS-SO-COUNT FOR ALL WS-SHIFT-OUT
                        WS-SI-COUNT FOR ALL WS-SHIFT-IN
           EVALUATE TRUE
               WHEN WS-SI-COUNT > WS-SO-COUNT
                   MOVE 'D' TO WS-LOSS-SEVERITY
               WHEN WS-PAIR-SOURCE(1:WS-TRUNC-CHARS) = SPACES
                   MOVE 'B' TO WS-LOSS-SEVERITY
               WHEN WS-PAIR-SOURCE(WS-TRUNC-CHARS:1) = SPACE
               WHEN WS-PAIR-SOURCE(WS-TRUNC-CHARS + 1:1) = SPACE
                   MOVE 'W' TO WS-LOSS-SEVERITY
               WHEN OTHER
                   MOVE 'M' TO WS-LOSS-SEVERITY
           END-EVALUATE.

      *****************************************************************
      * BESIDES THE LENGTHS, LOG WHICH TEST CASE TRIPPED, THE FULL    *
      * SOURCE VALUE, AND THE EXACT CHARACTERS THAT FELL OFF THE END  *
           MOVE WS-TARGET-CAP  TO TL-TARGET-LEN
           MOVE WS-TRUNC-CHARS TO TL-TRUNC-CHARS
           MOVE WS-FP-TYPE(WS-PAIR-IDX) TO TL-PAIR-TYPE
           MOVE WS-LOSS-SEVERITY TO TL-LOSS-SEVERITY
           MOVE WS-LOSS-KIND   TO TL-LOSS-KIND
           MOVE WS-PAIR-SOURCE TO TL-SOURCE-VALUE
           MOVE SPACES         TO TL-DROPPED-VALUE
      *    AN ALPHANUMERIC MOVE CUTS FROM THE RIGHT, AS DO DECIMALS
      *    AND A LOST SIGN; A NUMERIC MOVE DROPS HIGH-ORDER DIGITS AND
      *    A JUSTIFIED-RIGHT TARGET DROPS ITS LEADING CHARACTERS, SO
      *    FOR THOSE THE LOST SLICE COMES FROM THE LEFT OF THE SOURCE.
           IF WS-KIND-INTEGER OR WS-KIND-LEFT-CUT
               MOVE WS-PAIR-SOURCE(1:WS-TRUNC-CHARS)
                   TO TL-DROPPED-VALUE
           ELSE
               ELSE
                   MOVE 'NEW-FAIL'   TO WS-RESULT-STATUS
                   ADD 1 TO WS-NEW-FAIL-COUNT
                   IF WS-CASE-SEVERE
                       ADD 1 TO WS-NEW-FAIL-SEVERE-COUNT
                   END-IF
               END-IF
           ELSE
               IF TC-EXPECT-FAIL
           ELSE
               MOVE 'NO'  TO WS-RECON-BREAK-DISPLAY
           END-IF
           IF WS-PARTITION-NO NOT = SPACES
               MOVE '  PART = '     TO WS-RECON-PART-LABEL
               MOVE WS-PARTITION-NO TO WS-RECON-PART-DISPLAY
           END-IF
           MOVE WS-RECONCILIATION-LINE TO RESULTS-RECORD
           WRITE RESULTS-RECORD.

           WRITE RESULTS-RECORD
           MOVE WS-NEW-FAIL-COUNT   TO WS-STAT-NEW-FAIL
           MOVE WS-FIXED-COUNT      TO WS-STAT-FIXED
           MOVE WS-NEW-FAIL-SEVERE-COUNT TO WS-STAT-NEW-FAIL-SEVERE
           MOVE WS-STATS-LINE-3 TO RESULTS-RECORD
           WRITE RESULTS-RECORD.

           MOVE ZERO TO CKPT-LAST-RECORD
           MOVE ZERO TO CKPT-RECON-INPUT-TOTAL
           MOVE ZERO TO CKPT-RECON-OUTPUT-TOTAL
           MOVE ZERO TO CKPT-NEW-FAIL-COUNT
           MOVE ZERO TO CKPT-FIXED-COUNT
           MOVE ZERO TO CKPT-NEW-FAIL-SEVERE
           REWRITE CHECKPOINT-RECORD.

      *****************************************************************
      *   RC = 0  NO NEW FAILURES - CLEAN, OR ONLY KNOWN-FAIL LINES   *
      *           ALREADY BASELINED ON THE TEST CASES (THOSE ARE      *
      *           STILL LOGGED TO TRUNCLOG FOR THE DAILY SUMMARY)     *
      *   RC = 4  ONE OR MORE NEW-FAIL LINES, BUT EVERY ONE OF THEM   *
      *           LOST ONLY BLANKS (OR LEADING ZEROS) - REPORTED, NOT *
      *           PAGED                                               *
      *   RC = 8  AT LEAST ONE NEW-FAIL LOST MORE THAN BLANKS (WORD   *
      *           OR MID-WORD CUT, SPLIT DBCS, DIGITS) - TRIP THE     *
      *           ALERT                                               *
      * NOTE: THE RECONCILIATION LINE ABOVE CAN SHOW BREAK = YES ON   *
      * AN RC = 0 RUN WHEN ONLY BASELINED TRUNCATIONS OCCURRED - THE  *
      * CONTROL TOTALS STILL ACCOUNT FOR EVERY TRUNCATED BYTE.        *
      *****************************************************************
       1990-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-NEW-FAIL-SEVERE-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NEW-FAIL-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
