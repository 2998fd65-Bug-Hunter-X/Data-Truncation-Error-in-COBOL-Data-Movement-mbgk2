       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNSCOR.
      *****************************************************************
      * TRUNSCOR - MONTHLY CONVERSION-READINESS SCORECARD            *
      * ONE PAGE THAT ANSWERS "ARE WE READY TO CONVERT?" FROM THE    *
      * OUTPUTS THE REST OF THE SYSTEM ALREADY KEEPS. EACH AREA GETS *
      * A FIGURE, A RED/AMBER/GREEN RATING AGAINST THE THRESHOLDS ON *
      * THE SCORCTL CONTROL FILE, AND ITS MOVEMENT SINCE LAST MONTH'S*
      * SCORECARD (SCORHIST):                                        *
      *   TRENDEXC   NIGHTLY EXCEPTIONS PER RUN - THE MONTH'S        *
      *              '*RUN-TOTALS*' EXCEPTIONS ON RUNHIST DIVIDED BY *
      *              ITS RUNS (THE LATEST YEAR ARCHIVED ON HISTARCH  *
      *              IS PRINTED BESIDE IT FOR THE LONG VIEW)         *
      *   OPENITEMS  OPEN WRKBSKT WORKBASKET ITEMS                   *
      *   AGEDITEMS  OPEN WORKBASKET ITEMS AT OR PAST THE AGE LIMIT  *
      *              IN DAYS SINCE WB-OPEN-DATE                      *
      *   PROFLOSS   GRPPROF WORKLIST RECORDS - FIELDS THAT WOULD    *
      *              LOSE DATA - ACROSS EVERY PROFILED MASTER        *
      *   UNCOVERED  FIELD PAIRS TRUNCCOV LAST REPORTED NOT COVERED  *
      *   UNACKED    DASHBOARD TRANSMISSIONS TRUNCACK LAST REPORTED  *
      *              UNACKNOWLEDGED OR COUNT-MISMATCHED              *
      * THE OVERALL LINE IS GO ONLY WHEN NO AREA IS RED AND EVERY    *
      * AREA WAS RATED; AN AREA WHOSE SOURCE WOULD NOT OPEN, OR THAT *
      * HAS NO THRESHOLD CARD, IS UNRATED AND HOLDS THE VERDICT AT   *
      * NO-GO - READINESS IS NEVER ASSUMED.                          *
      * THE MONTH'S FIGURES ARE APPENDED TO SCORHIST (VIA SCORNEW    *
      * AND THE JOB'S COPY STEP) AND WRITTEN TO SCORFEED, FROM WHICH *
      * TRUNCSV SENDS THEM ON THE NEXT DASHBOARD FEED AS S ROWS.     *
      *                                                              *
      * SYSIN CARD: RUN DATE AS THE SCHEDULER PASSES IT (&RUNDATE,   *
      * E.G. D20261102; BLANK = SYSTEM DATE), OPTIONALLY FOLLOWED BY *
      * THE MONTH TO SCORE AS YYYYMM (BLANK = THE MONTH BEFORE THE   *
      * RUN DATE).                                                   *
      * SCORCTL CARD: COLS 1-10 AREA CODE (AS ABOVE), COLS 12-19     *
      * AMBER AT, COLS 21-28 RED AT - THE LOWEST FIGURE THAT RATES   *
      * AMBER OR RED, EIGHT DIGITS - AND FOR AGEDITEMS ONLY COLS     *
      * 30-32 THE AGE LIMIT IN DAYS (BLANK/ZERO = 30). '*' IN COL 1  *
      * IS A COMMENT.                                                *
      *                                                              *
      * RC = 0 GO, EVERY AREA GREEN. RC = 4 GO WITH AMBER AREAS OR A *
      * REJECTED SCORCTL CARD. RC = 8 NO-GO. RC = 16 SCORCTL WOULD   *
      * NOT OPEN - NO SCORECARD, NOTHING SAVED OR SENT.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORCTL-FILE ASSIGN TO SCORCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORCTL-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT HISTARCH-FILE ASSIGN TO HISTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTARCH-STATUS.

           SELECT WRKBSKT-FILE ASSIGN TO WRKBSKT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKBSKT-STATUS.

           SELECT PROFWORK-FILE ASSIGN TO PROFWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFWORK-STATUS.

           SELECT COVRPT-FILE ASSIGN TO COVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVRPT-STATUS.

           SELECT ACKRPT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

           SELECT SCORHIST-FILE ASSIGN TO SCORHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORHIST-STATUS.

           SELECT SCORNEW-FILE ASSIGN TO SCORNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCORFEED-FILE ASSIGN TO SCORFEED
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SCORRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORCTL-FILE
           RECORDING MODE IS F.
       01  SCORCTL-RECORD.
           05  SC-AREA-CODE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  SC-AMBER-AT             PIC X(8).
           05  FILLER                  PIC X(1).
           05  SC-RED-AT               PIC X(8).
           05  FILLER                  PIC X(1).
           05  SC-AGE-DAYS             PIC X(3).
           05  FILLER                  PIC X(48).

       FD  RUNHIST-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.

       FD  HISTARCH-FILE
           RECORDING MODE IS F.
           COPY YEARHIST.

       FD  WRKBSKT-FILE
           RECORDING MODE IS F.
           COPY WORKBSKT.

      *    EVERY MASTER'S GRPPROF WORKLIST (CUSTWORK LAYOUT),
      *    CONCATENATED - ONLY THE RECORDS ARE COUNTED.
       FD  PROFWORK-FILE
           RECORDING MODE IS F.
       01  PROFWORK-RECORD             PIC X(162).

       FD  COVRPT-FILE
           RECORDING MODE IS F.
       01  COVRPT-RECORD               PIC X(80).

       FD  ACKRPT-FILE
           RECORDING MODE IS F.
       01  ACKRPT-RECORD               PIC X(80).

       FD  SCORHIST-FILE
           RECORDING MODE IS F.
       01  OLDHIST-RECORD              PIC X(33).

       FD  SCORNEW-FILE
           RECORDING MODE IS F.
       01  SCORNEW-RECORD              PIC X(33).

       FD  SCORFEED-FILE
           RECORDING MODE IS F.
       01  SCORFEED-RECORD             PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY SCORHIST.

       01  WS-CONTROL-FLAGS.
           05  WS-EOF-FLAG             PIC X(1).
               88  WS-END-OF-FILE           VALUE 'Y'.
           05  WS-SCORCTL-STATUS       PIC X(2).
           05  WS-RUNHIST-STATUS       PIC X(2).
           05  WS-HISTARCH-STATUS      PIC X(2).
           05  WS-WRKBSKT-STATUS       PIC X(2).
           05  WS-PROFWORK-STATUS      PIC X(2).
           05  WS-COVRPT-STATUS        PIC X(2).
           05  WS-ACKRPT-STATUS        PIC X(2).
           05  WS-SCORHIST-STATUS      PIC X(2).
           05  WS-FOUND-FLAG           PIC X(1).
               88  WS-ENTRY-FOUND           VALUE 'Y'.

      *****************************************************************
      * SYSIN CONTROL CARD - SEE THE BANNER.                         *
      *****************************************************************
       01  WS-CONTROL-CARD             PIC X(16).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
           05  WS-RUN-DAY              PIC 9(2).
       01  WS-MONTH-WORK               PIC X(6).
       01  WS-SCORE-MONTH              PIC 9(6).
       01  WS-SCORE-MONTH-PARTS REDEFINES WS-SCORE-MONTH.
           05  WS-SCORE-YEAR           PIC 9(4).
           05  WS-SCORE-MM             PIC 9(2).

      *****************************************************************
      * THE SIX AREAS, IN SCORECARD ORDER. CODES MATCH THE SCORCTL   *
      * CARDS, SCORHIST AND THE FEED'S S ROWS.                       *
      *****************************************************************
       01  WS-AREA-NAMES.
           05  FILLER                  PIC X(36) VALUE
               'TRENDEXC  NIGHTLY EXCEPTIONS PER RUN'.
           05  FILLER                  PIC X(36) VALUE
               'OPENITEMS OPEN WORKBASKET ITEMS'.
           05  FILLER                  PIC X(36) VALUE
               'AGEDITEMS AGED WORKBASKET ITEMS'.
           05  FILLER                  PIC X(36) VALUE
               'PROFLOSS  EXTRACT FIELDS LOSING DATA'.
           05  FILLER                  PIC X(36) VALUE
               'UNCOVERED FIELD PAIRS NOT COVERED'.
           05  FILLER                  PIC X(36) VALUE
               'UNACKED   FEEDS NOT ACKNOWLEDGED'.
       01  WS-AREA-NAME-TABLE REDEFINES WS-AREA-NAMES.
           05  WS-AREA-NAME-ENTRY OCCURS 6 TIMES.
               10  WS-AN-CODE          PIC X(10).
               10  WS-AN-DESCRIPTION   PIC X(26).
       01  WS-AREA-COUNT               PIC 9(4)  VALUE 6.
       01  WS-AREA-NUMBERS.
           05  WS-TREND-AREA           PIC 9(4)  VALUE 1.
           05  WS-OPEN-AREA            PIC 9(4)  VALUE 2.
           05  WS-AGED-AREA            PIC 9(4)  VALUE 3.
           05  WS-PROFILE-AREA         PIC 9(4)  VALUE 4.
           05  WS-COVERAGE-AREA        PIC 9(4)  VALUE 5.
           05  WS-ACK-AREA             PIC 9(4)  VALUE 6.

       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY OCCURS 6 TIMES
                                     INDEXED BY WS-AR-IDX.
               10  WS-AR-VALUE         PIC 9(8).
               10  WS-AR-DATA-FLAG     PIC X(1).
                   88  WS-AR-HAS-DATA           VALUE 'Y'.
               10  WS-AR-THRESHOLD-FLAG PIC X(1).
                   88  WS-AR-HAS-THRESHOLD      VALUE 'Y'.
               10  WS-AR-AMBER-AT      PIC 9(8).
               10  WS-AR-RED-AT        PIC 9(8).
               10  WS-AR-RATING        PIC X(1).
                   88  WS-AR-RED                VALUE 'R'.
                   88  WS-AR-AMBER              VALUE 'A'.
                   88  WS-AR-GREEN              VALUE 'G'.
                   88  WS-AR-UNRATED            VALUE 'U'.
               10  WS-AR-PRIOR-MONTH   PIC 9(6).
               10  WS-AR-PRIOR-VALUE   PIC 9(8).
               10  WS-AR-PRIOR-RATING  PIC X(1).
       01  WS-MATCH-IDX                PIC 9(4).

      *****************************************************************
      * SOURCE FIGURES THAT FEED THE AREAS AND THE CONTEXT LINES.    *
      *****************************************************************
       01  WS-SOURCE-FIGURES.
           05  WS-MONTH-RUNS           PIC 9(6)  VALUE ZERO.
           05  WS-MONTH-EXCEPTIONS     PIC 9(8)  VALUE ZERO.
           05  WS-AGE-LIMIT-DAYS       PIC 9(3)  VALUE 30.
           05  WS-OLDEST-ITEM-DAYS     PIC 9(6)  VALUE ZERO.
           05  WS-ITEM-AGE-DAYS        PIC 9(6).
           05  WS-RUN-DAY-NUMBER       PIC 9(8).
           05  WS-OPEN-DAY-NUMBER      PIC 9(8).
           05  WS-ARCHIVE-YEAR         PIC 9(4)  VALUE ZERO.
           05  WS-ARCHIVE-EXCEPTIONS   PIC 9(8)  VALUE ZERO.
           05  WS-ARCHIVE-FAIL-RUNS    PIC 9(6)  VALUE ZERO.
           05  WS-UNACKED-FOUND-FLAG   PIC X(1)  VALUE 'N'.
               88  WS-UNACKED-LINE-FOUND    VALUE 'Y'.

       01  WS-VERDICT-AREAS.
           05  WS-RED-COUNT            PIC 9(4)  VALUE ZERO.
           05  WS-AMBER-COUNT          PIC 9(4)  VALUE ZERO.
           05  WS-UNRATED-COUNT        PIC 9(4)  VALUE ZERO.
           05  WS-NO-GO-COUNT          PIC 9(8)  VALUE ZERO.
           05  WS-CTL-CARD-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-CTL-REJECT-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-PRIOR-OVR-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-PRIOR-OVR-FOUND       VALUE 'Y'.
           05  WS-PRIOR-OVR-MONTH      PIC 9(6)  VALUE ZERO.
           05  WS-PRIOR-OVR-VALUE      PIC 9(8)  VALUE ZERO.
           05  WS-PRIOR-OVR-RATING     PIC X(1).

      *****************************************************************
      * WORDS FOR A RATING CODE AND FOR THE MOVEMENT BETWEEN TWO     *
      * MONTHS. EVERY AREA COUNTS TROUBLE, SO A LOWER FIGURE IS      *
      * BETTER.                                                      *
      *****************************************************************
       01  WS-WORD-AREAS.
           05  WS-RATING-CODE          PIC X(1).
           05  WS-RATING-WORD          PIC X(7).
           05  WS-MOVE-WORD            PIC X(6).
           05  WS-MOVE-NOW             PIC 9(8).
           05  WS-MOVE-WAS             PIC 9(8).
           05  WS-MOVE-NOW-FLAG        PIC X(1).
           05  WS-MOVE-WAS-FLAG        PIC X(1).

       01  WS-FEED-AREAS.
           05  WS-FEED-CODE            PIC X(10).
           05  WS-FEED-VALUE           PIC 9(8).
           05  WS-FEED-PRIOR           PIC 9(8).
           05  WS-FEED-ROW-COUNT       PIC 9(4)  VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(42) VALUE
               'CONVERSION-READINESS SCORECARD - MONTH OF '.
           05  WS-HDG-MONTH            PIC 9999/99.
           05  FILLER                  PIC X(12) VALUE
               '   RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'AREA                          VALUE  AMB'.
           05  FILLER                  PIC X(40) VALUE
               'ER    RED  RATING    PRIOR WAS   MOVE'.
       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

       01  WS-AREA-LINE.
           05  WS-ARL-DESCRIPTION      PIC X(26).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-ARL-VALUE            PIC Z(7)9.
           05  WS-ARL-VALUE-X REDEFINES WS-ARL-VALUE
                                       PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-ARL-AMBER            PIC Z(5)9.
           05  WS-ARL-AMBER-X REDEFINES WS-ARL-AMBER
                                       PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-ARL-RED              PIC Z(5)9.
           05  WS-ARL-RED-X REDEFINES WS-ARL-RED
                                       PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARL-RATING           PIC X(7).
           05  WS-ARL-PRIOR            PIC Z(7)9.
           05  WS-ARL-PRIOR-X REDEFINES WS-ARL-PRIOR
                                       PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-ARL-PRIOR-RATING     PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-ARL-MOVE             PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(13) VALUE
               'SCORCTL CARD '.
           05  WS-REJ-CARD-NO          PIC ZZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               ' REJECTED: '.
           05  WS-REJ-REASON           PIC X(22).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-REJ-CARD             PIC X(27).

       01  WS-OVERALL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'OVERALL READINESS: '.
           05  WS-OVR-VERDICT          PIC X(5).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-OVR-RED              PIC Z9.
           05  FILLER                  PIC X(6)  VALUE ' RED, '.
           05  WS-OVR-AMBER            PIC Z9.
           05  FILLER                  PIC X(8)  VALUE ' AMBER, '.
           05  WS-OVR-UNRATED          PIC Z9.
           05  FILLER                  PIC X(9)  VALUE ' UNRATED'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-PRIOR-OVERALL-LINE.
           05  FILLER                  PIC X(12) VALUE
               'LAST MONTH ('.
           05  WS-POL-MONTH            PIC 9999/99.
           05  FILLER                  PIC X(3)  VALUE '): '.
           05  WS-POL-VERDICT          PIC X(5).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(34).
           05  WS-TOT-COUNT            PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-CONTROL-CARD
           INITIALIZE WS-AREA-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-SCORE-MONTH TO WS-HDG-MONTH
           MOVE WS-RUN-DATE    TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1000-LOAD-THRESHOLDS
           PERFORM 2000-MEASURE-TREND
           PERFORM 2200-READ-YEAR-ARCHIVE
           PERFORM 2300-MEASURE-WORKBASKET
           PERFORM 2400-MEASURE-PROFILE-LOSSES
           PERFORM 2500-MEASURE-COVERAGE
           PERFORM 2600-MEASURE-ACKNOWLEDGMENTS
           PERFORM 3000-LOAD-PRIOR-MONTH
           PERFORM 4000-RATE-AREAS
           PERFORM 5000-PRINT-SCORECARD
           PERFORM 6000-WRITE-HISTORY
           PERFORM 6500-WRITE-FEED-ROWS
           CLOSE REPORT-FILE
           DISPLAY 'TRUNSCOR: MONTH ' WS-SCORE-MONTH ' '
               WS-OVR-VERDICT ' - ' WS-RED-COUNT ' RED, '
               WS-AMBER-COUNT ' AMBER, ' WS-UNRATED-COUNT ' UNRATED'
           PERFORM 7900-SET-RETURN-CODE
           STOP RUN.

       0050-GET-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE SPACES TO WS-MONTH-WORK
           EVALUATE TRUE
               WHEN WS-CONTROL-CARD(1:1) = 'D'
                    AND WS-CONTROL-CARD(2:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD(2:8)  TO WS-RUN-DATE
                   MOVE WS-CONTROL-CARD(11:6) TO WS-MONTH-WORK
               WHEN WS-CONTROL-CARD(1:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD(1:8)  TO WS-RUN-DATE
                   MOVE WS-CONTROL-CARD(10:6) TO WS-MONTH-WORK
               WHEN OTHER
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-EVALUATE
           IF WS-MONTH-WORK IS NUMERIC
              AND WS-MONTH-WORK(5:2) >= '01'
              AND WS-MONTH-WORK(5:2) <= '12'
               MOVE WS-MONTH-WORK TO WS-SCORE-MONTH
           ELSE
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-SCORE-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-SCORE-MM
               ELSE
                   MOVE WS-RUN-YEAR TO WS-SCORE-YEAR
                   COMPUTE WS-SCORE-MM = WS-RUN-MONTH - 1
               END-IF
           END-IF
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      *****************************************************************
      * THE THRESHOLDS ARE THE ONE INPUT THE SCORECARD CANNOT DO     *
      * WITHOUT. A CARD FOR AN UNKNOWN AREA, WITH A NON-NUMERIC      *
      * THRESHOLD OR WITH RED BELOW AMBER IS REJECTED AND LISTED; ITS*
      * AREA THEN GOES UNRATED UNLESS ANOTHER CARD RATES IT. A LATER *
      * CARD FOR THE SAME AREA REPLACES AN EARLIER ONE.              *
      *****************************************************************
       1000-LOAD-THRESHOLDS.
           OPEN INPUT SCORCTL-FILE
           IF WS-SCORCTL-STATUS NOT = '00'
               DISPLAY 'TRUNSCOR: SCORCTL OPEN FAILED, FILE STATUS = '
                   WS-SCORCTL-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ SCORCTL-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-CARD-COUNT
                       IF SCORCTL-RECORD(1:1) NOT = '*'
                          AND SCORCTL-RECORD NOT = SPACES
                           PERFORM 1100-POST-THRESHOLD-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORCTL-FILE
           IF WS-CTL-REJECT-COUNT > ZERO
               MOVE WS-BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       1100-POST-THRESHOLD-CARD.
           MOVE SPACES TO WS-REJ-REASON
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AREA-COUNT
               IF WS-AN-CODE(WS-AR-IDX) = SC-AREA-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-MATCH-IDX TO WS-AR-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'UNKNOWN AREA CODE' TO WS-REJ-REASON
               WHEN SC-AMBER-AT IS NOT NUMERIC
                    OR SC-RED-AT IS NOT NUMERIC
                   MOVE 'THRESHOLD NOT NUMERIC' TO WS-REJ-REASON
               WHEN SC-RED-AT < SC-AMBER-AT
                   MOVE 'RED BELOW AMBER' TO WS-REJ-REASON
               WHEN OTHER
                   SET WS-AR-IDX TO WS-MATCH-IDX
                   MOVE SC-AMBER-AT TO WS-AR-AMBER-AT(WS-AR-IDX)
                   MOVE SC-RED-AT   TO WS-AR-RED-AT(WS-AR-IDX)
                   MOVE 'Y' TO WS-AR-THRESHOLD-FLAG(WS-AR-IDX)
                   IF WS-MATCH-IDX = WS-AGED-AREA
                      AND SC-AGE-DAYS IS NUMERIC
                      AND SC-AGE-DAYS NOT = '000'
                       MOVE SC-AGE-DAYS TO WS-AGE-LIMIT-DAYS
                   END-IF
           END-EVALUATE
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-CTL-REJECT-COUNT
               MOVE WS-CTL-CARD-COUNT TO WS-REJ-CARD-NO
               MOVE SCORCTL-RECORD    TO WS-REJ-CARD
               MOVE WS-REJECT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *****************************************************************
      * ONE '*RUN-TOTALS*' RECORD PER RUN CARRIES THAT RUN'S         *
      * EXCEPTION COUNT, SO THE MONTH'S RUNS AND EXCEPTIONS ARE THE  *
      * TOTALS RECORDS DATED IN THE MONTH. A MONTH WITH NO RUNS ON   *
      * FILE HAS NO FIGURE TO RATE.                                  *
      *****************************************************************
       2000-MEASURE-TREND.
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUNHIST-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RH-RUN-TOTALS
                              AND RH-RUN-DATE(1:6) = WS-SCORE-MONTH
                               ADD 1 TO WS-MONTH-RUNS
                               ADD RH-EXC-COUNT TO WS-MONTH-EXCEPTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNHIST-FILE
           END-IF
           IF WS-MONTH-RUNS > ZERO
               COMPUTE WS-AR-VALUE(WS-TREND-AREA) ROUNDED =
                   WS-MONTH-EXCEPTIONS / WS-MONTH-RUNS
               MOVE 'Y' TO WS-AR-DATA-FLAG(WS-TREND-AREA)
           END-IF.

      *    THE LATEST YEAR ROLLED UP ON THE ARCHIVE, FOR THE LONG VIEW.
       2200-READ-YEAR-ARCHIVE.
           OPEN INPUT HISTARCH-FILE
           IF WS-HISTARCH-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ HISTARCH-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF YH-RUN-TOTALS
                              AND YH-YEAR NOT < WS-ARCHIVE-YEAR
                               MOVE YH-YEAR     TO WS-ARCHIVE-YEAR
                               MOVE YH-TOTAL-EXC
                                   TO WS-ARCHIVE-EXCEPTIONS
                               MOVE YH-RUNS-FAILING
                                   TO WS-ARCHIVE-FAIL-RUNS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTARCH-FILE
           END-IF.

      *****************************************************************
      * WRKBSKT HOLDS ONLY OPEN ITEMS, SO EVERY RECORD COUNTS AS     *
      * OPEN. AGE IS DAYS FROM WB-OPEN-DATE TO THE RUN DATE.         *
      *****************************************************************
       2300-MEASURE-WORKBASKET.
           OPEN INPUT WRKBSKT-FILE
           IF WS-WRKBSKT-STATUS = '00'
               MOVE 'Y' TO WS-AR-DATA-FLAG(WS-OPEN-AREA)
               MOVE 'Y' TO WS-AR-DATA-FLAG(WS-AGED-AREA)
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ WRKBSKT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AR-VALUE(WS-OPEN-AREA)
                           PERFORM 2350-AGE-ITEM
                   END-READ
               END-PERFORM
               CLOSE WRKBSKT-FILE
           END-IF.

       2350-AGE-ITEM.
           MOVE ZERO TO WS-ITEM-AGE-DAYS
           IF WB-OPEN-DATE IS NUMERIC
              AND WB-OPEN-DATE > ZERO
              AND WB-OPEN-DATE NOT > WS-RUN-DATE
               COMPUTE WS-OPEN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WB-OPEN-DATE)
               IF WS-OPEN-DAY-NUMBER > ZERO
                   COMPUTE WS-ITEM-AGE-DAYS =
                       WS-RUN-DAY-NUMBER - WS-OPEN-DAY-NUMBER
               END-IF
           END-IF
           IF WS-ITEM-AGE-DAYS >= WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-AR-VALUE(WS-AGED-AREA)
           END-IF
           IF WS-ITEM-AGE-DAYS > WS-OLDEST-ITEM-DAYS
               MOVE WS-ITEM-AGE-DAYS TO WS-OLDEST-ITEM-DAYS
           END-IF.

       2400-MEASURE-PROFILE-LOSSES.
           OPEN INPUT PROFWORK-FILE
           IF WS-PROFWORK-STATUS = '00'
               MOVE 'Y' TO WS-AR-DATA-FLAG(WS-PROFILE-AREA)
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ PROFWORK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AR-VALUE(WS-PROFILE-AREA)
                   END-READ
               END-PERFORM
               CLOSE PROFWORK-FILE
           END-IF.

      *****************************************************************
      * THE COUNT RIDES TRUNCCOV'S TOTALS LINE 'PAIRS NOT COVERED    *
      * = ' (LABEL COLS 1-24, COUNT COLS 25-30). A REPORT WITHOUT THE*
      * LINE IS NOT A FIGURE.                                        *
      *****************************************************************
       2500-MEASURE-COVERAGE.
           OPEN INPUT COVRPT-FILE
           IF WS-COVRPT-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ COVRPT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF COVRPT-RECORD(1:24)
                                  = 'PAIRS NOT COVERED     = '
                               COMPUTE WS-AR-VALUE(WS-COVERAGE-AREA) =
                                   FUNCTION NUMVAL(COVRPT-RECORD(25:6))
                               MOVE 'Y' TO
                                   WS-AR-DATA-FLAG(WS-COVERAGE-AREA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COVRPT-FILE
           END-IF.

      *****************************************************************
      * TRUNCACK'S TOTALS LINES, SAME COLUMNS AS TRUNCCOV'S: THE     *
      * UNACKNOWLEDGED AND COUNT-MISMATCH COUNTS ADD UP TO THE AREA. *
      *****************************************************************
       2600-MEASURE-ACKNOWLEDGMENTS.
           OPEN INPUT ACKRPT-FILE
           IF WS-ACKRPT-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACKRPT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2650-PICK-UP-ACK-TOTAL
                   END-READ
               END-PERFORM
               CLOSE ACKRPT-FILE
           END-IF
           IF WS-UNACKED-LINE-FOUND
               MOVE 'Y' TO WS-AR-DATA-FLAG(WS-ACK-AREA)
           END-IF.

       2650-PICK-UP-ACK-TOTAL.
           EVALUATE ACKRPT-RECORD(1:24)
               WHEN 'UNACKNOWLEDGED        = '
                   SET WS-UNACKED-LINE-FOUND TO TRUE
                   COMPUTE WS-AR-VALUE(WS-ACK-AREA) =
                       WS-AR-VALUE(WS-ACK-AREA)
                       + FUNCTION NUMVAL(ACKRPT-RECORD(25:6))
               WHEN 'COUNT MISMATCHES      = '
                   COMPUTE WS-AR-VALUE(WS-ACK-AREA) =
                       WS-AR-VALUE(WS-ACK-AREA)
                       + FUNCTION NUMVAL(ACKRPT-RECORD(25:6))
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * THE PRIOR MONTH FOR EACH AREA IS THE LATEST MONTH BEFORE THE *
      * ONE BEING SCORED, SO A SKIPPED MONTH COMPARES AGAINST THE    *
      * LAST SCORECARD THERE WAS. AN ABSENT SCORHIST (FIRST RUN)     *
      * SIMPLY MEANS NO MOVEMENT YET.                                *
      *****************************************************************
       3000-LOAD-PRIOR-MONTH.
           OPEN INPUT SCORHIST-FILE
           IF WS-SCORHIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ SCORHIST-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE OLDHIST-RECORD TO SCORHIST-RECORD
                           IF SH-MONTH IS NUMERIC
                              AND SH-MONTH < WS-SCORE-MONTH
                               PERFORM 3100-POST-PRIOR-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORHIST-FILE
           END-IF.

       3100-POST-PRIOR-RECORD.
           IF SH-AREA-CODE = 'OVERALL'
               IF SH-MONTH NOT < WS-PRIOR-OVR-MONTH
                   SET WS-PRIOR-OVR-FOUND TO TRUE
                   MOVE SH-MONTH  TO WS-PRIOR-OVR-MONTH
                   MOVE SH-VALUE  TO WS-PRIOR-OVR-VALUE
                   MOVE SH-RATING TO WS-PRIOR-OVR-RATING
               END-IF
           ELSE
               PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                       UNTIL WS-AR-IDX > WS-AREA-COUNT
                   IF WS-AN-CODE(WS-AR-IDX) = SH-AREA-CODE
                      AND SH-MONTH NOT < WS-AR-PRIOR-MONTH(WS-AR-IDX)
                       MOVE SH-MONTH  TO WS-AR-PRIOR-MONTH(WS-AR-IDX)
                       MOVE SH-VALUE  TO WS-AR-PRIOR-VALUE(WS-AR-IDX)
                       MOVE SH-RATING TO WS-AR-PRIOR-RATING(WS-AR-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * AT OR ABOVE RED-AT IS RED, AT OR ABOVE AMBER-AT IS AMBER,    *
      * BELOW IT GREEN. NO FIGURE OR NO THRESHOLD IS UNRATED, WHICH  *
      * COUNTS AGAINST THE VERDICT THE SAME AS RED.                  *
      *****************************************************************
       4000-RATE-AREAS.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AREA-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-AR-HAS-DATA(WS-AR-IDX)
                     OR NOT WS-AR-HAS-THRESHOLD(WS-AR-IDX)
                       SET WS-AR-UNRATED(WS-AR-IDX) TO TRUE
                       ADD 1 TO WS-UNRATED-COUNT
                   WHEN WS-AR-VALUE(WS-AR-IDX)
                            >= WS-AR-RED-AT(WS-AR-IDX)
                       SET WS-AR-RED(WS-AR-IDX) TO TRUE
                       ADD 1 TO WS-RED-COUNT
                   WHEN WS-AR-VALUE(WS-AR-IDX)
                            >= WS-AR-AMBER-AT(WS-AR-IDX)
                       SET WS-AR-AMBER(WS-AR-IDX) TO TRUE
                       ADD 1 TO WS-AMBER-COUNT
                   WHEN OTHER
                       SET WS-AR-GREEN(WS-AR-IDX) TO TRUE
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-NO-GO-COUNT = WS-RED-COUNT + WS-UNRATED-COUNT
           IF WS-NO-GO-COUNT > ZERO
               MOVE 'NO-GO' TO WS-OVR-VERDICT
           ELSE
               MOVE 'GO'    TO WS-OVR-VERDICT
           END-IF.

       5000-PRINT-SCORECARD.
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AREA-COUNT
               PERFORM 5100-PRINT-AREA-LINE
           END-PERFORM
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RED-COUNT     TO WS-OVR-RED
           MOVE WS-AMBER-COUNT   TO WS-OVR-AMBER
           MOVE WS-UNRATED-COUNT TO WS-OVR-UNRATED
           MOVE WS-OVERALL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PRIOR-OVR-FOUND
               MOVE WS-PRIOR-OVR-MONTH TO WS-POL-MONTH
               IF WS-PRIOR-OVR-RATING = 'G'
                   MOVE 'GO'    TO WS-POL-VERDICT
               ELSE
                   MOVE 'NO-GO' TO WS-POL-VERDICT
               END-IF
               MOVE WS-PRIOR-OVERALL-LINE TO REPORT-RECORD
           ELSE
               MOVE 'LAST MONTH: NO PRIOR SCORECARD' TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           PERFORM 5300-PRINT-CONTEXT.

       5100-PRINT-AREA-LINE.
           MOVE WS-AN-DESCRIPTION(WS-AR-IDX) TO WS-ARL-DESCRIPTION
           IF WS-AR-HAS-DATA(WS-AR-IDX)
               MOVE WS-AR-VALUE(WS-AR-IDX) TO WS-ARL-VALUE
           ELSE
               MOVE ' NO DATA'             TO WS-ARL-VALUE-X
           END-IF
           IF WS-AR-HAS-THRESHOLD(WS-AR-IDX)
               MOVE WS-AR-AMBER-AT(WS-AR-IDX) TO WS-ARL-AMBER
               MOVE WS-AR-RED-AT(WS-AR-IDX)   TO WS-ARL-RED
           ELSE
               MOVE SPACES TO WS-ARL-AMBER-X
               MOVE SPACES TO WS-ARL-RED-X
           END-IF
           MOVE WS-AR-RATING(WS-AR-IDX) TO WS-RATING-CODE
           PERFORM 5500-RATING-WORD
           MOVE WS-RATING-WORD TO WS-ARL-RATING
           IF WS-AR-PRIOR-MONTH(WS-AR-IDX) > ZERO
              AND WS-AR-PRIOR-RATING(WS-AR-IDX) NOT = 'U'
               MOVE WS-AR-PRIOR-VALUE(WS-AR-IDX) TO WS-ARL-PRIOR
               MOVE WS-AR-PRIOR-RATING(WS-AR-IDX) TO WS-RATING-CODE
               PERFORM 5500-RATING-WORD
               MOVE WS-RATING-WORD TO WS-ARL-PRIOR-RATING
               MOVE 'Y' TO WS-MOVE-WAS-FLAG
           ELSE
               MOVE SPACES TO WS-ARL-PRIOR-X
               MOVE SPACES TO WS-ARL-PRIOR-RATING
               MOVE 'N' TO WS-MOVE-WAS-FLAG
           END-IF
           MOVE WS-AR-DATA-FLAG(WS-AR-IDX)   TO WS-MOVE-NOW-FLAG
           MOVE WS-AR-VALUE(WS-AR-IDX)       TO WS-MOVE-NOW
           MOVE WS-AR-PRIOR-VALUE(WS-AR-IDX) TO WS-MOVE-WAS
           PERFORM 5600-MOVEMENT-WORD
           MOVE WS-MOVE-WORD TO WS-ARL-MOVE
           MOVE WS-AREA-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       5300-PRINT-CONTEXT.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'RUNS IN MONTH                   = ' TO WS-TOT-LABEL
           MOVE WS-MONTH-RUNS                         TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL-LINE
           MOVE 'EXCEPTIONS IN MONTH             = ' TO WS-TOT-LABEL
           MOVE WS-MONTH-EXCEPTIONS                   TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL-LINE
           MOVE 'WORKBASKET AGE LIMIT (DAYS)     = ' TO WS-TOT-LABEL
           MOVE WS-AGE-LIMIT-DAYS                     TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL-LINE
           MOVE 'OLDEST OPEN ITEM (DAYS)         = ' TO WS-TOT-LABEL
           MOVE WS-OLDEST-ITEM-DAYS                   TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL-LINE
           IF WS-ARCHIVE-YEAR > ZERO
               MOVE 'ARCHIVED YEAR                   = '
                   TO WS-TOT-LABEL
               MOVE WS-ARCHIVE-YEAR                   TO WS-TOT-COUNT
               PERFORM 5900-WRITE-TOTAL-LINE
               MOVE '  EXCEPTIONS                    = '
                   TO WS-TOT-LABEL
               MOVE WS-ARCHIVE-EXCEPTIONS             TO WS-TOT-COUNT
               PERFORM 5900-WRITE-TOTAL-LINE
               MOVE '  RUNS WITH EXCEPTIONS          = '
                   TO WS-TOT-LABEL
               MOVE WS-ARCHIVE-FAIL-RUNS              TO WS-TOT-COUNT
               PERFORM 5900-WRITE-TOTAL-LINE
           END-IF.

      *    WS-RATING-CODE TO WS-RATING-WORD.
       5500-RATING-WORD.
           EVALUATE WS-RATING-CODE
               WHEN 'R'
                   MOVE 'RED'     TO WS-RATING-WORD
               WHEN 'A'
                   MOVE 'AMBER'   TO WS-RATING-WORD
               WHEN 'G'
                   MOVE 'GREEN'   TO WS-RATING-WORD
               WHEN OTHER
                   MOVE 'UNRATED' TO WS-RATING-WORD
           END-EVALUATE.

      *    WS-MOVE-NOW AGAINST WS-MOVE-WAS, EACH WITH ITS FLAG.
       5600-MOVEMENT-WORD.
           EVALUATE TRUE
               WHEN WS-MOVE-NOW-FLAG NOT = 'Y'
                   MOVE SPACES   TO WS-MOVE-WORD
               WHEN WS-MOVE-WAS-FLAG NOT = 'Y'
                   MOVE 'NEW'    TO WS-MOVE-WORD
               WHEN WS-MOVE-NOW > WS-MOVE-WAS
                   MOVE 'WORSE'  TO WS-MOVE-WORD
               WHEN WS-MOVE-NOW < WS-MOVE-WAS
                   MOVE 'BETTER' TO WS-MOVE-WORD
               WHEN OTHER
                   MOVE 'SAME'   TO WS-MOVE-WORD
           END-EVALUATE.

       5900-WRITE-TOTAL-LINE.
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * THIS MONTH'S RECORDS FOR SCORHIST: ONE PER AREA AND THE      *
      * OVERALL VERDICT. THE JOB APPENDS SCORNEW TO SCORHIST.        *
      *****************************************************************
       6000-WRITE-HISTORY.
           OPEN OUTPUT SCORNEW-FILE
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AREA-COUNT
               MOVE WS-AN-CODE(WS-AR-IDX)   TO SH-AREA-CODE
               MOVE WS-AR-VALUE(WS-AR-IDX)  TO SH-VALUE
               MOVE WS-AR-RATING(WS-AR-IDX) TO SH-RATING
               PERFORM 6100-WRITE-HISTORY-RECORD
           END-PERFORM
           MOVE 'OVERALL'      TO SH-AREA-CODE
           MOVE WS-NO-GO-COUNT TO SH-VALUE
           IF WS-NO-GO-COUNT > ZERO
               SET SH-RED   TO TRUE
           ELSE
               SET SH-GREEN TO TRUE
           END-IF
           PERFORM 6100-WRITE-HISTORY-RECORD
           CLOSE SCORNEW-FILE.

       6100-WRITE-HISTORY-RECORD.
           MOVE WS-SCORE-MONTH TO SH-MONTH
           MOVE WS-RUN-DATE    TO SH-RUN-DATE
           MOVE SCORHIST-RECORD TO SCORNEW-RECORD
           WRITE SCORNEW-RECORD.

      *****************************************************************
      * THE S-ROW BODIES FOR THE DASHBOARD FEED - EVERYTHING AFTER   *
      * THE ROW TYPE AND FEED DATE, WHICH TRUNCSV ADDS WHEN IT SENDS *
      * THEM: MONTH,AREA,VALUE,RATING,PRIORVALUE,MOVEMENT. THE       *
      * OVERALL ROW CARRIES THE AREAS HOLDING THE VERDICT AT NO-GO   *
      * AND GO OR NO-GO AS ITS RATING. AN UNRATED AREA'S VALUE IS    *
      * ZERO; ITS RATING SAYS SO.                                    *
      *****************************************************************
       6500-WRITE-FEED-ROWS.
           OPEN OUTPUT SCORFEED-FILE
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AREA-COUNT
               MOVE WS-AN-CODE(WS-AR-IDX)   TO WS-FEED-CODE
               MOVE WS-AR-VALUE(WS-AR-IDX)  TO WS-FEED-VALUE
               MOVE WS-AR-RATING(WS-AR-IDX) TO WS-RATING-CODE
               PERFORM 5500-RATING-WORD
               MOVE WS-AR-DATA-FLAG(WS-AR-IDX)   TO WS-MOVE-NOW-FLAG
               MOVE WS-AR-VALUE(WS-AR-IDX)       TO WS-MOVE-NOW
               MOVE WS-AR-PRIOR-VALUE(WS-AR-IDX) TO WS-MOVE-WAS
               MOVE 'N' TO WS-MOVE-WAS-FLAG
               MOVE ZERO TO WS-FEED-PRIOR
               IF WS-AR-PRIOR-MONTH(WS-AR-IDX) > ZERO
                  AND WS-AR-PRIOR-RATING(WS-AR-IDX) NOT = 'U'
                   MOVE 'Y' TO WS-MOVE-WAS-FLAG
                   MOVE WS-AR-PRIOR-VALUE(WS-AR-IDX) TO WS-FEED-PRIOR
               END-IF
               PERFORM 5600-MOVEMENT-WORD
               PERFORM 6600-WRITE-FEED-ROW
           END-PERFORM
           MOVE 'OVERALL'      TO WS-FEED-CODE
           MOVE WS-NO-GO-COUNT TO WS-FEED-VALUE
           MOVE WS-OVR-VERDICT TO WS-RATING-WORD
           MOVE 'Y'            TO WS-MOVE-NOW-FLAG
           MOVE WS-NO-GO-COUNT TO WS-MOVE-NOW
           MOVE WS-PRIOR-OVR-VALUE TO WS-MOVE-WAS
           MOVE ZERO TO WS-FEED-PRIOR
           IF WS-PRIOR-OVR-FOUND
               MOVE 'Y' TO WS-MOVE-WAS-FLAG
               MOVE WS-PRIOR-OVR-VALUE TO WS-FEED-PRIOR
           ELSE
               MOVE 'N' TO WS-MOVE-WAS-FLAG
           END-IF
           PERFORM 5600-MOVEMENT-WORD
           PERFORM 6600-WRITE-FEED-ROW
           CLOSE SCORFEED-FILE.

       6600-WRITE-FEED-ROW.
           MOVE SPACES TO SCORFEED-RECORD
           STRING WS-SCORE-MONTH        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEED-CODE TRAILING)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-FEED-VALUE         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATING-WORD TRAILING)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-FEED-PRIOR         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOVE-WORD TRAILING)
                                        DELIMITED BY SIZE
               INTO SCORFEED-RECORD
           WRITE SCORFEED-RECORD
           ADD 1 TO WS-FEED-ROW-COUNT.

      *****************************************************************
      * RC = 8 NO-GO, RC = 4 GO WITH AMBER OR A REJECTED SCORCTL     *
      * CARD, RC = 0 GO AND ALL GREEN - SEE THE BANNER.              *
      *****************************************************************
       7900-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-NO-GO-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AMBER-COUNT > ZERO
                    OR WS-CTL-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
