      *                                                              *
      * PROPOSAL CARD: COLS 1-20 FIELD NAME (AS LOGGED IN           *
      * TL-FIELD-NAME), COLS 21-24 CANDIDATE TARGET WIDTH 1-500.     *
      * ONE CARD PER CANDIDATE WIDTH. COL 25 SAYS WHICH DIMENSION    *
      * OF THE TARGET THE CARD PROPOSES, SINCE A SCALED OR SIGNED    *
      * NUMERIC PAIR LOGS EACH KIND OF LOSS SEPARATELY:              *
      *   BLANK/W  WIDTH - CHARACTERS, OR INTEGER DIGITS FOR A       *
      *            NUMERIC PAIR (SCORES RIGHT, LEFT AND INTEGER      *
      *            LOSSES)                                           *
      *   D        DECIMAL PLACES 0-18 IN COLS 21-24 (SCORES LOST    *
      *            DECIMALS)                                         *
      *   S        MAKE THE TARGET SIGNED - COLS 21-24 IGNORED       *
      *            (SCORES LOST SIGNS, ALL OF WHICH IT SAVES)        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  PROPOSAL-RECORD.
           05  PR-FIELD-NAME            PIC X(20).
           05  PR-CAND-WIDTH            PIC X(4).
           05  PR-DIMENSION             PIC X(1).
               88  PR-DIM-WIDTH              VALUE 'W' ' '.
               88  PR-DIM-DECIMALS           VALUE 'D'.
               88  PR-DIM-SIGN               VALUE 'S'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
                                     INDEXED BY WS-PP-IDX.
               10  WS-PP-FIELD-NAME    PIC X(20).
               10  WS-PP-CAND-WIDTH    PIC 9(4).
               10  WS-PP-DIMENSION     PIC X(1).
                   88  WS-PP-DIM-WIDTH      VALUE 'W'.
                   88  WS-PP-DIM-DECIMALS   VALUE 'D'.
                   88  WS-PP-DIM-SIGN       VALUE 'S'.
               10  WS-PP-CUR-TARGET    PIC 9(4).
               10  WS-PP-SEEN-COUNT    PIC 9(6).
               10  WS-PP-SAVED-COUNT   PIC 9(6).
       01  WS-REJECTED-COUNT           PIC 9(4)  VALUE ZERO.
       01  WS-EXCEPTIONS-READ          PIC 9(6)  VALUE ZERO.
       01  WS-RESIDUAL-LOST            PIC 9(4).
       01  WS-LOG-DIMENSION            PIC X(1).

       01  WS-HEADING-1                PIC X(80) VALUE
           'WHAT-IF TARGET-WIDTH SIMULATION REPORT'.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(21) VALUE
                                        'FIELD NAME'.
           05  FILLER                  PIC X(13) VALUE
                                        'CUR  CAND D'.
           05  FILLER                  PIC X(46) VALUE
                                        'SAVED  REMAIN  WORST LOST'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-FIELD-NAME       PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-CAND-WIDTH       PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-DIMENSION        PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-SAVED            PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-REMAIN           PIC ZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-WORST-LOST       PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(22).
           STOP RUN.

      *****************************************************************
      * SAME 1-500 WIDTH AND 0-18 DECIMAL-PLACE EDITS AS THE         *
      * FIELD-PAIR CATALOG - A CANDIDATE NO PAIR COULD CARRY IS A    *
      * PUNCHING ERROR, NOT A PROPOSAL. A SIGN CARD CARRIES NO       *
      * NUMBER TO EDIT.                                              *
      *****************************************************************
       1000-LOAD-PROPOSALS.
           PERFORM UNTIL WS-END-OF-PROPOSALS

       1100-LOAD-ONE-PROPOSAL.
           IF PR-FIELD-NAME = SPACES
              OR NOT (PR-DIM-WIDTH OR PR-DIM-DECIMALS OR PR-DIM-SIGN)
              OR (PR-DIM-WIDTH
                  AND (PR-CAND-WIDTH IS NOT NUMERIC
                       OR FUNCTION NUMVAL(PR-CAND-WIDTH) = ZERO
                       OR FUNCTION NUMVAL(PR-CAND-WIDTH) > 500))
              OR (PR-DIM-DECIMALS
                  AND (PR-CAND-WIDTH IS NOT NUMERIC
                       OR FUNCTION NUMVAL(PR-CAND-WIDTH) > 18))
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'TRUNCSIM: BAD PROPOSAL CARD SKIPPED: '
                   PROPOSAL-RECORD
                   SET WS-PP-IDX TO WS-PROPOSAL-TOTAL
                   MOVE PR-FIELD-NAME
                       TO WS-PP-FIELD-NAME(WS-PP-IDX)
                   IF PR-DIM-SIGN
                       MOVE ZERO TO WS-PP-CAND-WIDTH(WS-PP-IDX)
                       MOVE 'S'  TO WS-PP-DIMENSION(WS-PP-IDX)
                   ELSE
                       MOVE PR-CAND-WIDTH
                           TO WS-PP-CAND-WIDTH(WS-PP-IDX)
                       IF PR-DIM-DECIMALS
                           MOVE 'D' TO WS-PP-DIMENSION(WS-PP-IDX)
                       ELSE
                           MOVE 'W' TO WS-PP-DIMENSION(WS-PP-IDX)
                       END-IF
                   END-IF
                   MOVE ZERO TO WS-PP-CUR-TARGET(WS-PP-IDX)
                   MOVE ZERO TO WS-PP-SEEN-COUNT(WS-PP-IDX)
                   MOVE ZERO TO WS-PP-SAVED-COUNT(WS-PP-IDX)
      * SOURCE-LEN MINUS CANDIDATE CHARACTERS. A CANDIDATE NARROWER  *
      * THAN THE CURRENT TARGET SCORES HONESTLY TOO - IT JUST LOSES  *
      * MORE, WHICH IS WORTH SEEING WHEN SOMEONE PROPOSES SHRINKING  *
      * A FIELD. A CARD ONLY SCORES THE KIND OF LOSS ITS DIMENSION  *
      * CAN FIX: A WIDER FIELD DOES NOT SAVE A LOST CENT OR A LOST   *
      * SIGN. A SIGNED TARGET SAVES EVERY LOST SIGN OUTRIGHT.        *
      *****************************************************************
       2100-SCORE-ONE-EXCEPTION.
           EVALUATE TRUE
               WHEN TL-KIND-DECIMAL
                   MOVE 'D' TO WS-LOG-DIMENSION
               WHEN TL-KIND-SIGN
                   MOVE 'S' TO WS-LOG-DIMENSION
               WHEN OTHER
                   MOVE 'W' TO WS-LOG-DIMENSION
           END-EVALUATE
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PROPOSAL-TOTAL
               IF WS-PP-FIELD-NAME(WS-PP-IDX) = TL-FIELD-NAME
                  AND WS-PP-DIMENSION(WS-PP-IDX) = WS-LOG-DIMENSION
                   ADD 1 TO WS-PP-SEEN-COUNT(WS-PP-IDX)
                   MOVE TL-TARGET-LEN TO WS-PP-CUR-TARGET(WS-PP-IDX)
                   IF TL-SOURCE-LEN <= WS-PP-CAND-WIDTH(WS-PP-IDX)
                      OR WS-PP-DIM-SIGN(WS-PP-IDX)
                       ADD 1 TO WS-PP-SAVED-COUNT(WS-PP-IDX)
                   ELSE
                       ADD 1 TO WS-PP-REMAIN-COUNT(WS-PP-IDX)
           MOVE WS-PP-FIELD-NAME(WS-PP-IDX)   TO WS-DTL-FIELD-NAME
           MOVE WS-PP-CUR-TARGET(WS-PP-IDX)   TO WS-DTL-CUR-TARGET
           MOVE WS-PP-CAND-WIDTH(WS-PP-IDX)   TO WS-DTL-CAND-WIDTH
           MOVE WS-PP-DIMENSION(WS-PP-IDX)    TO WS-DTL-DIMENSION
           MOVE WS-PP-SAVED-COUNT(WS-PP-IDX)  TO WS-DTL-SAVED
           MOVE WS-PP-REMAIN-COUNT(WS-PP-IDX) TO WS-DTL-REMAIN
           MOVE WS-PP-WORST-LOST(WS-PP-IDX)   TO WS-DTL-WORST-LOST
