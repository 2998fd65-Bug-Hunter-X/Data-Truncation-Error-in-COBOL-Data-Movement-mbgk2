       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCAL.
      *****************************************************************
      * TRUNCAL - NIGHTLY RUN PROCESSING-CALENDAR CHECK              *
      * CHECKS EVERY DATE IN A WINDOW ENDING ON THE RUN DATE AGAINST *
      * THE BUSINESS-DAY CALENDAR (BUSCAL.CPY) AND THE EVIDENCE THE  *
      * NIGHTLY TRUNCHKB RUN LEAVES BEHIND FOR A DATE:               *
      *   - THE '*RUN-TOTALS*' RECORDS TRUNHIST APPENDS TO RUNHIST,  *
      *     ONE PER RUN;                                             *
      *   - THE DATE-QUALIFIED RESULTS AND TRUNCLOG DATASETS, AS     *
      *     LISTED FROM THE CATALOG BY THE JOB'S IDCAMS LISTCAT STEP *
      *     (CATLIST - ANY LINE NAMING A ...RESULTS.DYYYYMMDD OR     *
      *     ...TRUNCLOG.DYYYYMMDD DATASET; THE .PNN PARTITION        *
      *     DATASETS DO NOT COUNT).                                  *
      * AND REPORTS ON CALRPT:                                       *
      *   MISSED RUN        A PROCESSING DAY WITH NO EVIDENCE AT ALL *
      *   INCOMPLETE RUN    A PROCESSING DAY WITH SOME OF IT MISSING *
      *   DUPLICATE RUN     MORE THAN ONE RUN-TOTALS RECORD FOR ONE  *
      *                     DATE - A RESTART THAT APPENDED TWICE     *
      *   RUN ON NON-PROCESSING DAY                                  *
      *                     ANY EVIDENCE ON A HOLIDAY OR WEEKEND     *
      *   DATE NOT ON CALENDAR                                       *
      *                     NOBODY HAS SAID WHETHER A RUN WAS DUE    *
      * IT THEN WORKS OUT THE PRIOR BUSINESS-DAY RUN - THE LATEST    *
      * PROCESSING DAY BEFORE THE RUN DATE THAT HAS A RESULTS        *
      * DATASET, SKIPPING HOLIDAYS, WEEKENDS AND ANY MISSED NIGHT -  *
      * AND, WHEN TONIGHT'S RESULTS EXIST, SUBMITS THE TRUNDELT JOB  *
      * FROM ITS SKELETON (DELTSKEL) TO THE INTERNAL READER          *
      * (DELTJOB) WITH &PRIORDTE AND &RUNDATE FILLED IN, SO THE      *
      * DELTA ALWAYS COMPARES AGAINST THE RIGHT PRIOR RUN. DELTSKEL  *
      * IS OPTIONAL: WITHOUT IT THE RUN ONLY REPORTS.                *
      *                                                              *
      * SYSIN CARD: RUN DATE AS THE SCHEDULER PASSES IT (&RUNDATE,   *
      * E.G. D20260808; BLANK = SYSTEM DATE), FOLLOWED BY THE        *
      * THREE-DIGIT WINDOW IN DAYS (BLANK/ZERO = 31, AT MOST 366).   *
      *                                                              *
      * RC = 0 EVERY DUE RUN HAPPENED ONCE AND ONLY WHEN DUE.        *
      * RC = 4 AN INCOMPLETE OR DUPLICATE RUN, A RUN ON A            *
      *        NON-PROCESSING DAY, OR A CALENDAR CARD REJECTED.      *
      * RC = 8 A MISSED RUN OR A DATE NOT ON THE CALENDAR.           *
      * RC = 16 THE CALENDAR, RUNHIST OR CATLIST WOULD NOT OPEN -    *
      *        NOTHING CHECKED AND NOTHING SUBMITTED.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT CATLIST-FILE ASSIGN TO CATLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATLIST-STATUS.

           SELECT DELTSKEL-FILE ASSIGN TO DELTSKEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTSKEL-STATUS.

           SELECT DELTJOB-FILE ASSIGN TO DELTJOB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTJOB-STATUS.

           SELECT REPORT-FILE ASSIGN TO CALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY BUSCAL.

       FD  RUNHIST-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.

      *    IDCAMS SYSPRINT: VARIABLE-LENGTH LINES OF UP TO 121 BYTES
      *    (VBA, LRECL 125), CARRIAGE CONTROL IN COL 1.
       FD  CATLIST-FILE
           RECORDING MODE IS V
           RECORD VARYING FROM 1 TO 121 CHARACTERS
               DEPENDING ON WS-CATLIST-LEN.
       01  CATLIST-RECORD              PIC X(121).

       FD  DELTSKEL-FILE
           RECORDING MODE IS F.
       01  DELTSKEL-RECORD             PIC X(80).

       FD  DELTJOB-FILE
           RECORDING MODE IS F.
       01  DELTJOB-RECORD              PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-CALENDAR-EOF-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-END-OF-CALENDAR       VALUE 'Y'.
           05  WS-RUNHIST-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-RUNHIST        VALUE 'Y'.
           05  WS-CATLIST-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-CATLIST        VALUE 'Y'.
           05  WS-DELTSKEL-EOF-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-END-OF-DELTSKEL       VALUE 'Y'.
           05  WS-CALENDAR-STATUS      PIC X(2).
           05  WS-RUNHIST-STATUS       PIC X(2).
           05  WS-CATLIST-STATUS       PIC X(2).
           05  WS-DELTSKEL-STATUS      PIC X(2).
           05  WS-DELTJOB-STATUS       PIC X(2).
           05  WS-IN-WINDOW-FLAG       PIC X(1).
               88  WS-DATE-IN-WINDOW        VALUE 'Y'.
           05  WS-PRIOR-FOUND-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-PRIOR-RUN-FOUND       VALUE 'Y'.
           05  WS-LAST-BUS-FOUND-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-LAST-BUS-DAY-FOUND    VALUE 'Y'.
           05  WS-SUBMIT-FLAG          PIC X(1)  VALUE 'N'.
               88  WS-DELTA-SUBMITTED       VALUE 'Y'.

      *****************************************************************
      * SYSIN CONTROL CARD - SEE THE BANNER.                         *
      *****************************************************************
       01  WS-CONTROL-CARD             PIC X(15).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-WINDOW-WORK              PIC X(3).
       01  WS-WINDOW-DAYS              PIC 9(3)  VALUE 31.

      *****************************************************************
      * ONE ENTRY PER CALENDAR DATE IN THE WINDOW, OLDEST FIRST, THE *
      * RUN DATE LAST. A DATE'S SLOT IS ITS DISTANCE FROM THE START  *
      * OF THE WINDOW ON THE INTEGER-DATE LINE, SO THE CALENDAR,     *
      * RUNHIST AND CATLIST CAN ARRIVE IN ANY ORDER.                 *
      *   WS-DY-DAY-TYPE  THE CALENDAR'S B/H/W, SPACE = NO CARD      *
      *   WS-DY-RUN-COUNT '*RUN-TOTALS*' RECORDS ON RUNHIST          *
      *****************************************************************
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 366 TIMES
                                     INDEXED BY WS-DAY-IDX.
               10  WS-DY-DATE          PIC 9(8).
               10  WS-DY-DAY-TYPE      PIC X(1).
                   88  WS-DY-PROCESSING-DAY      VALUE 'B'.
                   88  WS-DY-NON-PROCESSING-DAY  VALUE 'H' 'W'.
                   88  WS-DY-NOT-ON-CALENDAR     VALUE SPACE.
               10  WS-DY-DESCRIPTION   PIC X(30).
               10  WS-DY-RUN-COUNT     PIC 9(4).
               10  WS-DY-RESULTS-FLAG  PIC X(1).
                   88  WS-DY-HAS-RESULTS         VALUE 'Y'.
               10  WS-DY-TRUNCLOG-FLAG PIC X(1).
                   88  WS-DY-HAS-TRUNCLOG        VALUE 'Y'.

      *****************************************************************
      * WINDOW ARITHMETIC IS WHOLE DAYS ON THE INTEGER-DATE LINE, SO *
      * A WINDOW THAT STRADDLES A MONTH OR YEAR END NEEDS NO CARE.   *
      *****************************************************************
       01  WS-DATE-AREAS.
           05  WS-RUN-DAY-NUMBER       PIC 9(8).
           05  WS-START-DAY-NUMBER     PIC 9(8).
           05  WS-CHECK-DAY-NUMBER     PIC 9(8).
           05  WS-CHECK-DATE           PIC X(8).
           05  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
                                       PIC 9(8).
           05  WS-DAY-SUB              PIC 9(4).
           05  WS-PRIOR-SUB            PIC 9(4).
           05  WS-PRIOR-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-LAST-BUS-DATE        PIC 9(8)  VALUE ZERO.

      *****************************************************************
      * CATLIST SCAN: THE DATASET NAME MAY SIT ANYWHERE ON THE LINE, *
      * SO EACH LINE IS SEARCHED FOR THE QUALIFIER, A 'D', EIGHT     *
      * DIGITS AND THE END OF THE NAME.                              *
      *****************************************************************
       01  WS-CATALOG-AREAS.
           05  WS-CAT-POS              PIC 9(4).
           05  WS-CAT-DATE-POS         PIC 9(4).
           05  WS-CATLIST-LEN          PIC 9(4).
           05  WS-CAT-KIND             PIC X(1).
               88  WS-CAT-RESULTS           VALUE 'R'.
               88  WS-CAT-TRUNCLOG          VALUE 'T'.

      *****************************************************************
      * TRUNDELT SKELETON SUBSTITUTION: EACH CARD IS REBUILT BYTE BY *
      * BYTE WITH THE TWO SYMBOLICS REPLACED BY D+DATE.              *
      *****************************************************************
       01  WS-SUBST-AREAS.
           05  WS-SK-IN-POS            PIC 9(4).
           05  WS-SK-OUT-POS           PIC 9(4).
           05  WS-SK-OUT-CARD          PIC X(80).
           05  WS-SK-VALUE.
               10  FILLER              PIC X(1)  VALUE 'D'.
               10  WS-SK-VALUE-DATE    PIC 9(8).
           05  WS-SK-VALUE-IDX         PIC 9(4).
           05  WS-SK-CARD-COUNT        PIC 9(6)  VALUE ZERO.

       01  WS-REPORT-COUNTS.
           05  WS-CAL-CARD-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-CAL-REJECT-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-PROCESSING-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-NON-PROCESSING-COUNT PIC 9(6)  VALUE ZERO.
           05  WS-NOT-ON-CAL-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-COMPLETE-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-MISSED-COUNT         PIC 9(6)  VALUE ZERO.
           05  WS-INCOMPLETE-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-DUPLICATE-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-NON-PROC-RUN-COUNT   PIC 9(6)  VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(6)  VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(38) VALUE
               'NIGHTLY RUN CALENDAR CHECK - RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(8)  VALUE 'WINDOW: '.
           05  WS-HDG-START-DATE       PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  WS-HDG-END-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE ' ('.
           05  WS-HDG-WINDOW           PIC ZZ9.
           05  FILLER                  PIC X(6)  VALUE ' DAYS)'.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-EXCEPTION-TITLE          PIC X(80) VALUE
           'CALENDAR EXCEPTIONS'.
       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(44) VALUE
               'DATE     DAY TYPE FINDING'.
           05  FILLER                  PIC X(36) VALUE
               'RUNS RESULTS TRUNCLOG CALENDAR'.
       01  WS-NONE-LINE                PIC X(80) VALUE
           '  (NONE)'.
       01  WS-PRIOR-TITLE              PIC X(80) VALUE
           'PRIOR BUSINESS-DAY RUN FOR TRUNDELT'.
       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-DAY-TYPE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-FINDING          PIC X(26).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-RUNS             PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DTL-RESULTS          PIC X(3).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-DTL-TRUNCLOG         PIC X(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-DESCRIPTION      PIC X(14).

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(14) VALUE
               'CALENDAR CARD '.
           05  WS-REJ-CARD-NO          PIC ZZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               ' REJECTED: '.
           05  WS-REJ-REASON           PIC X(22).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-REJ-CARD             PIC X(26).

       01  WS-PRIOR-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PRI-LABEL            PIC X(32).
           05  WS-PRI-TEXT             PIC X(46).

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(34).
           05  WS-TOT-COUNT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-CONTROL-CARD
           PERFORM 0100-BUILD-WINDOW
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE    TO WS-HDG-RUN-DATE
           MOVE WS-DY-DATE(1)  TO WS-HDG-START-DATE
           MOVE WS-RUN-DATE    TO WS-HDG-END-DATE
           MOVE WS-WINDOW-DAYS TO WS-HDG-WINDOW
           MOVE WS-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1000-LOAD-CALENDAR
           PERFORM 2000-LOAD-RUNHIST
           PERFORM 3000-LOAD-CATALOG
           PERFORM 4000-CHECK-DAYS
           PERFORM 5000-FIND-PRIOR-RUN
           PERFORM 6000-SUBMIT-DELTA
           PERFORM 7000-WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY 'TRUNCAL: ' WS-MISSED-COUNT ' MISSED, '
               WS-INCOMPLETE-COUNT ' INCOMPLETE, '
               WS-DUPLICATE-COUNT ' DUPLICATE, '
               WS-NON-PROC-RUN-COUNT ' ON NON-PROCESSING DAYS, '
               WS-NOT-ON-CAL-COUNT ' NOT ON CALENDAR'
           IF WS-DELTA-SUBMITTED
               DISPLAY 'TRUNCAL: TRUNDELT SUBMITTED, PRIOR RUN D'
                   WS-PRIOR-DATE
           END-IF
           PERFORM 7900-SET-RETURN-CODE
           STOP RUN.

       0050-GET-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE SPACES TO WS-WINDOW-WORK
           EVALUATE TRUE
               WHEN WS-CONTROL-CARD(1:1) = 'D'
                    AND WS-CONTROL-CARD(2:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD(2:8)  TO WS-RUN-DATE
                   MOVE WS-CONTROL-CARD(10:3) TO WS-WINDOW-WORK
               WHEN WS-CONTROL-CARD(1:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD(1:8)  TO WS-RUN-DATE
                   MOVE WS-CONTROL-CARD(9:3)  TO WS-WINDOW-WORK
               WHEN OTHER
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-EVALUATE
           IF WS-WINDOW-WORK IS NUMERIC
              AND WS-WINDOW-WORK NOT = '000'
               MOVE WS-WINDOW-WORK TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS > 366
               MOVE 366 TO WS-WINDOW-DAYS
           END-IF.

      *****************************************************************
      * ONE SLOT PER DATE FROM (RUN DATE - WINDOW + 1) TO THE RUN    *
      * DATE, EACH STARTING WITH NO CALENDAR CARD AND NO EVIDENCE.   *
      *****************************************************************
       0100-BUILD-WINDOW.
           INITIALIZE WS-DAY-TABLE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-START-DAY-NUMBER =
               WS-RUN-DAY-NUMBER - WS-WINDOW-DAYS + 1
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
               SET WS-DAY-SUB TO WS-DAY-IDX
               COMPUTE WS-DY-DATE(WS-DAY-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-START-DAY-NUMBER
                                            + WS-DAY-SUB - 1)
               MOVE SPACE TO WS-DY-DAY-TYPE(WS-DAY-IDX)
               MOVE 'N'   TO WS-DY-RESULTS-FLAG(WS-DAY-IDX)
               MOVE 'N'   TO WS-DY-TRUNCLOG-FLAG(WS-DAY-IDX)
           END-PERFORM.

      *****************************************************************
      * THE CALENDAR IS THE ONE INPUT THE CHECK CANNOT DO WITHOUT -  *
      * WITHOUT IT EVERY DATE WOULD REPORT AS NOT ON THE CALENDAR.   *
      * CARDS OUTSIDE THE WINDOW ARE SKIPPED; A CARD WITH A BAD DATE *
      * OR DAY TYPE, OR A SECOND CARD FOR ONE DATE, IS REJECTED AND  *
      * LISTED SO THE CALENDAR CAN BE PUT RIGHT.                     *
      *****************************************************************
       1000-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'TRUNCAL: CALENDAR OPEN FAILED, FILE STATUS = '
                   WS-CALENDAR-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-CALENDAR
               READ CALENDAR-FILE
                   AT END
                       SET WS-END-OF-CALENDAR TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CAL-CARD-COUNT
                       PERFORM 1100-POST-CALENDAR-CARD
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-REJECT-COUNT > ZERO
               MOVE WS-BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       1100-POST-CALENDAR-CARD.
           MOVE SPACES TO WS-REJ-REASON
           MOVE BC-CAL-DATE TO WS-CHECK-DATE
           EVALUATE TRUE
               WHEN BC-CAL-DATE = SPACES
                   CONTINUE
               WHEN BC-CAL-DATE(1:1) = '*'
                   CONTINUE
               WHEN BC-CAL-DATE IS NOT NUMERIC
                   MOVE 'DATE NOT NUMERIC' TO WS-REJ-REASON
               WHEN FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-N) = ZERO
                   MOVE 'NOT A VALID DATE' TO WS-REJ-REASON
               WHEN NOT BC-PROCESSING-DAY
                    AND NOT BC-NON-PROCESSING-DAY
                   MOVE 'DAY TYPE NOT B/H/W' TO WS-REJ-REASON
               WHEN OTHER
                   PERFORM 1500-LOCATE-DATE
                   IF WS-DATE-IN-WINDOW
                       IF WS-DY-NOT-ON-CALENDAR(WS-DAY-IDX)
                           MOVE BC-DAY-TYPE
                               TO WS-DY-DAY-TYPE(WS-DAY-IDX)
                           MOVE BC-DESCRIPTION
                               TO WS-DY-DESCRIPTION(WS-DAY-IDX)
                       ELSE
                           MOVE 'DATE ALREADY ON FILE'
                               TO WS-REJ-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-CAL-REJECT-COUNT
               MOVE WS-CAL-CARD-COUNT TO WS-REJ-CARD-NO
               MOVE BUSCAL-RECORD     TO WS-REJ-CARD
               MOVE WS-REJECT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *****************************************************************
      * WS-CHECK-DATE (YYYYMMDD) TO ITS WINDOW SLOT: WS-DAY-IDX IS   *
      * SET AND WS-DATE-IN-WINDOW IS TRUE ONLY FOR A REAL DATE FROM  *
      * THE START OF THE WINDOW TO THE RUN DATE.                     *
      *****************************************************************
       1500-LOCATE-DATE.
           MOVE 'N' TO WS-IN-WINDOW-FLAG
           IF WS-CHECK-DATE IS NUMERIC
              AND WS-CHECK-DATE-N > ZERO
               COMPUTE WS-CHECK-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-N)
               IF WS-CHECK-DAY-NUMBER NOT < WS-START-DAY-NUMBER
                  AND WS-CHECK-DAY-NUMBER NOT > WS-RUN-DAY-NUMBER
                   COMPUTE WS-DAY-SUB =
                       WS-CHECK-DAY-NUMBER - WS-START-DAY-NUMBER + 1
                   SET WS-DAY-IDX TO WS-DAY-SUB
                   SET WS-DATE-IN-WINDOW TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * EVERY RUN TRUNHIST RECORDS ENDS WITH ONE '*RUN-TOTALS*'      *
      * RECORD, CLEAN RUN OR NOT, SO COUNTING THEM PER DATE COUNTS   *
      * THE RUNS - A RESTART THAT APPENDED AGAIN SHOWS AS TWO.       *
      *****************************************************************
       2000-LOAD-RUNHIST.
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               DISPLAY 'TRUNCAL: RUNHIST OPEN FAILED, FILE STATUS = '
                   WS-RUNHIST-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-RUNHIST
               READ RUNHIST-FILE
                   AT END
                       SET WS-END-OF-RUNHIST TO TRUE
                   NOT AT END
                       IF RH-RUN-TOTALS
                           PERFORM 2100-POST-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE.

       2100-POST-RUN.
           MOVE RUNHIST-RECORD(1:8) TO WS-CHECK-DATE
           PERFORM 1500-LOCATE-DATE
           IF WS-DATE-IN-WINDOW
               ADD 1 TO WS-DY-RUN-COUNT(WS-DAY-IDX)
           END-IF.

       3000-LOAD-CATALOG.
           OPEN INPUT CATLIST-FILE
           IF WS-CATLIST-STATUS NOT = '00'
               DISPLAY 'TRUNCAL: CATLIST OPEN FAILED, FILE STATUS = '
                   WS-CATLIST-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A SHORT LINE ONLY FILLS ITS OWN LENGTH, SO CLEAR THE AREA
      *    FIRST - A NAME ENDING THE LINE MUST BE FOLLOWED BY A SPACE,
      *    NOT BY THE TAIL OF THE LINE BEFORE.
           PERFORM UNTIL WS-END-OF-CATLIST
               MOVE SPACES TO CATLIST-RECORD
               READ CATLIST-FILE
                   AT END
                       SET WS-END-OF-CATLIST TO TRUE
                   NOT AT END
                       PERFORM 3100-SCAN-CATALOG-LINE
               END-READ
           END-PERFORM
           CLOSE CATLIST-FILE.

      *****************************************************************
      * A QUALIFYING NAME IS '.RESULTS.D' OR '.TRUNCLOG.D', EIGHT    *
      * DIGITS, THEN A SPACE - SO RESULTS.P01.D... (A PARTITION) AND *
      * ANY LONGER NAME ARE PASSED OVER.                             *
      *****************************************************************
       3100-SCAN-CATALOG-LINE.
           PERFORM VARYING WS-CAT-POS FROM 1 BY 1
                   UNTIL WS-CAT-POS > 100
               MOVE SPACE TO WS-CAT-KIND
               IF CATLIST-RECORD(WS-CAT-POS:10) = '.RESULTS.D'
                   SET WS-CAT-RESULTS TO TRUE
                   COMPUTE WS-CAT-DATE-POS = WS-CAT-POS + 10
               END-IF
               IF CATLIST-RECORD(WS-CAT-POS:11) = '.TRUNCLOG.D'
                   SET WS-CAT-TRUNCLOG TO TRUE
                   COMPUTE WS-CAT-DATE-POS = WS-CAT-POS + 11
               END-IF
               IF WS-CAT-KIND NOT = SPACE
                   PERFORM 3200-POST-DATASET
               END-IF
           END-PERFORM.

       3200-POST-DATASET.
           IF CATLIST-RECORD(WS-CAT-DATE-POS:8) IS NUMERIC
              AND CATLIST-RECORD(WS-CAT-DATE-POS + 8:1) = SPACE
               MOVE CATLIST-RECORD(WS-CAT-DATE-POS:8) TO WS-CHECK-DATE
               PERFORM 1500-LOCATE-DATE
               IF WS-DATE-IN-WINDOW
                   IF WS-CAT-RESULTS
                       MOVE 'Y' TO WS-DY-RESULTS-FLAG(WS-DAY-IDX)
                   ELSE
                       MOVE 'Y' TO WS-DY-TRUNCLOG-FLAG(WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * EVERY DATE IN THE WINDOW, OLDEST FIRST. A PROCESSING DAY IS  *
      * COMPLETE WITH A RUN-TOTALS RECORD, A RESULTS DATASET AND A   *
      * TRUNCLOG DATASET; A DUPLICATE IS REPORTED ON ANY DAY, AS ITS *
      * OWN LINE, ALONGSIDE WHATEVER ELSE THE DAY SHOWS.             *
      *****************************************************************
       4000-CHECK-DAYS.
           MOVE WS-EXCEPTION-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
               PERFORM 4100-CHECK-ONE-DAY
           END-PERFORM
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       4100-CHECK-ONE-DAY.
           EVALUATE TRUE
               WHEN WS-DY-NOT-ON-CALENDAR(WS-DAY-IDX)
                   ADD 1 TO WS-NOT-ON-CAL-COUNT
                   MOVE 'DATE NOT ON CALENDAR' TO WS-DTL-FINDING
                   PERFORM 4900-WRITE-FINDING
               WHEN WS-DY-PROCESSING-DAY(WS-DAY-IDX)
                   ADD 1 TO WS-PROCESSING-COUNT
                   PERFORM 4200-CHECK-PROCESSING-DAY
               WHEN OTHER
                   ADD 1 TO WS-NON-PROCESSING-COUNT
                   IF WS-DY-RUN-COUNT(WS-DAY-IDX) > ZERO
                      OR WS-DY-HAS-RESULTS(WS-DAY-IDX)
                      OR WS-DY-HAS-TRUNCLOG(WS-DAY-IDX)
                       ADD 1 TO WS-NON-PROC-RUN-COUNT
                       MOVE 'RUN ON NON-PROCESSING DAY'
                           TO WS-DTL-FINDING
                       PERFORM 4900-WRITE-FINDING
                   END-IF
           END-EVALUATE
           IF WS-DY-RUN-COUNT(WS-DAY-IDX) > 1
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 'DUPLICATE RUN' TO WS-DTL-FINDING
               PERFORM 4900-WRITE-FINDING
           END-IF.

       4200-CHECK-PROCESSING-DAY.
           EVALUATE TRUE
               WHEN WS-DY-RUN-COUNT(WS-DAY-IDX) > ZERO
                    AND WS-DY-HAS-RESULTS(WS-DAY-IDX)
                    AND WS-DY-HAS-TRUNCLOG(WS-DAY-IDX)
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN WS-DY-RUN-COUNT(WS-DAY-IDX) = ZERO
                    AND NOT WS-DY-HAS-RESULTS(WS-DAY-IDX)
                    AND NOT WS-DY-HAS-TRUNCLOG(WS-DAY-IDX)
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE 'MISSED RUN' TO WS-DTL-FINDING
                   PERFORM 4900-WRITE-FINDING
               WHEN OTHER
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   MOVE 'INCOMPLETE RUN' TO WS-DTL-FINDING
                   PERFORM 4900-WRITE-FINDING
           END-EVALUATE.

      *    WS-DTL-FINDING IS ALREADY SET BY THE CALLER.
       4900-WRITE-FINDING.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-DY-DATE(WS-DAY-IDX)        TO WS-DTL-DATE
           MOVE WS-DY-RUN-COUNT(WS-DAY-IDX)   TO WS-DTL-RUNS
           MOVE WS-DY-DESCRIPTION(WS-DAY-IDX) TO WS-DTL-DESCRIPTION
           EVALUATE WS-DY-DAY-TYPE(WS-DAY-IDX)
               WHEN 'B'
                   MOVE 'BUSINESS' TO WS-DTL-DAY-TYPE
               WHEN 'H'
                   MOVE 'HOLIDAY'  TO WS-DTL-DAY-TYPE
               WHEN 'W'
                   MOVE 'NO-RUN'   TO WS-DTL-DAY-TYPE
               WHEN OTHER
                   MOVE '????'     TO WS-DTL-DAY-TYPE
           END-EVALUATE
           IF WS-DY-HAS-RESULTS(WS-DAY-IDX)
               MOVE 'YES' TO WS-DTL-RESULTS
           ELSE
               MOVE 'NO'  TO WS-DTL-RESULTS
           END-IF
           IF WS-DY-HAS-TRUNCLOG(WS-DAY-IDX)
               MOVE 'YES' TO WS-DTL-TRUNCLOG
           ELSE
               MOVE 'NO'  TO WS-DTL-TRUNCLOG
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * WALK BACK FROM THE DAY BEFORE THE RUN DATE. THE FIRST        *
      * PROCESSING DAY MET IS THE ONE THE DELTA SHOULD NORMALLY      *
      * COMPARE AGAINST; THE FIRST PROCESSING DAY WITH A RESULTS     *
      * DATASET IS THE ONE IT CAN. WHEN THEY DIFFER THE REPORT SAYS  *
      * SO - THE DELTA THEN SPANS A MISSED NIGHT. RUNS ON HOLIDAYS   *
      * AND WEEKENDS ARE NEVER USED AS THE PRIOR RUN.                *
      *****************************************************************
       5000-FIND-PRIOR-RUN.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PRIOR-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-WINDOW-DAYS > 1
               COMPUTE WS-DAY-SUB = WS-WINDOW-DAYS - 1
               PERFORM VARYING WS-PRIOR-SUB FROM WS-DAY-SUB BY -1
                       UNTIL WS-PRIOR-SUB < 1
                          OR WS-PRIOR-RUN-FOUND
                   SET WS-DAY-IDX TO WS-PRIOR-SUB
                   PERFORM 5100-EXAMINE-PRIOR-DAY
               END-PERFORM
           END-IF
           MOVE 'LAST BUSINESS DAY BEFORE RUN  =' TO WS-PRI-LABEL
           IF WS-LAST-BUS-DAY-FOUND
               MOVE WS-LAST-BUS-DATE TO WS-PRI-TEXT
           ELSE
               MOVE '(NONE IN WINDOW)' TO WS-PRI-TEXT
           END-IF
           MOVE WS-PRIOR-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PRIOR RUN FOR PRIOROUT        =' TO WS-PRI-LABEL
           IF WS-PRIOR-RUN-FOUND
               MOVE WS-PRIOR-DATE TO WS-SK-VALUE-DATE
               MOVE WS-SK-VALUE   TO WS-PRI-TEXT
           ELSE
               MOVE '(NONE IN WINDOW)' TO WS-PRI-TEXT
           END-IF
           MOVE WS-PRIOR-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PRIOR-RUN-FOUND
              AND WS-PRIOR-DATE NOT = WS-LAST-BUS-DATE
               MOVE 'NOTE                          ='
                   TO WS-PRI-LABEL
               MOVE 'DELTA SPANS MISSED BUSINESS DAY(S)'
                   TO WS-PRI-TEXT
               MOVE WS-PRIOR-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       5100-EXAMINE-PRIOR-DAY.
           IF WS-DY-PROCESSING-DAY(WS-DAY-IDX)
               IF NOT WS-LAST-BUS-DAY-FOUND
                   MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-LAST-BUS-DATE
                   SET WS-LAST-BUS-DAY-FOUND TO TRUE
               END-IF
               IF WS-DY-HAS-RESULTS(WS-DAY-IDX)
                   MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-PRIOR-DATE
                   SET WS-PRIOR-RUN-FOUND TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * SUBMIT TRUNDELT ONLY WHEN THERE IS SOMETHING TO COMPARE:     *
      * TONIGHT'S RESULTS DATASET AND A PRIOR BUSINESS-DAY RUN. THE  *
      * SKELETON IS THE TRUNDLTB MEMBER AS IT STANDS IN THE JCL      *
      * LIBRARY; EACH CARD IS COPIED TO THE INTERNAL READER WITH     *
      * &PRIORDTE AND &RUNDATE REPLACED.                             *
      *****************************************************************
       6000-SUBMIT-DELTA.
           MOVE 'TRUNDLTB                      =' TO WS-PRI-LABEL
           SET WS-DAY-IDX TO WS-WINDOW-DAYS
           EVALUATE TRUE
               WHEN NOT WS-DY-HAS-RESULTS(WS-DAY-IDX)
                   MOVE 'NOT SUBMITTED - NO RESULTS FOR RUN DATE'
                       TO WS-PRI-TEXT
               WHEN NOT WS-PRIOR-RUN-FOUND
                   MOVE 'NOT SUBMITTED - NO PRIOR RUN IN WINDOW'
                       TO WS-PRI-TEXT
               WHEN OTHER
                   PERFORM 6100-COPY-SKELETON
           END-EVALUATE
           MOVE WS-PRIOR-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       6100-COPY-SKELETON.
           OPEN INPUT DELTSKEL-FILE
           IF WS-DELTSKEL-STATUS NOT = '00'
               MOVE 'NOT SUBMITTED - NO DELTSKEL (CHECK ONLY)'
                   TO WS-PRI-TEXT
           ELSE
               OPEN OUTPUT DELTJOB-FILE
               IF WS-DELTJOB-STATUS NOT = '00'
                   MOVE 'NOT SUBMITTED - DELTJOB WOULD NOT OPEN'
                       TO WS-PRI-TEXT
                   DISPLAY 'TRUNCAL: DELTJOB OPEN FAILED, '
                       'FILE STATUS = ' WS-DELTJOB-STATUS
               ELSE
                   PERFORM UNTIL WS-END-OF-DELTSKEL
                       READ DELTSKEL-FILE
                           AT END
                               SET WS-END-OF-DELTSKEL TO TRUE
                           NOT AT END
                               PERFORM 6200-SUBSTITUTE-CARD
                       END-READ
                   END-PERFORM
                   CLOSE DELTJOB-FILE
                   SET WS-DELTA-SUBMITTED TO TRUE
                   MOVE 'SUBMITTED' TO WS-PRI-TEXT
               END-IF
               CLOSE DELTSKEL-FILE
           END-IF.

       6200-SUBSTITUTE-CARD.
           MOVE SPACES TO WS-SK-OUT-CARD
           MOVE 1 TO WS-SK-IN-POS
           MOVE 1 TO WS-SK-OUT-POS
           PERFORM UNTIL WS-SK-IN-POS > 80
                      OR WS-SK-OUT-POS > 80
               EVALUATE TRUE
                   WHEN WS-SK-IN-POS < 73
                        AND DELTSKEL-RECORD(WS-SK-IN-POS:9)
                            = '&PRIORDTE'
                       MOVE WS-PRIOR-DATE TO WS-SK-VALUE-DATE
                       PERFORM 6300-PLACE-VALUE
                       ADD 9 TO WS-SK-IN-POS
                   WHEN WS-SK-IN-POS < 74
                        AND DELTSKEL-RECORD(WS-SK-IN-POS:8)
                            = '&RUNDATE'
                       MOVE WS-RUN-DATE TO WS-SK-VALUE-DATE
                       PERFORM 6300-PLACE-VALUE
                       ADD 8 TO WS-SK-IN-POS
                   WHEN OTHER
                       MOVE DELTSKEL-RECORD(WS-SK-IN-POS:1)
                           TO WS-SK-OUT-CARD(WS-SK-OUT-POS:1)
                       ADD 1 TO WS-SK-IN-POS
                       ADD 1 TO WS-SK-OUT-POS
               END-EVALUATE
           END-PERFORM
           MOVE WS-SK-OUT-CARD TO DELTJOB-RECORD
           WRITE DELTJOB-RECORD
           ADD 1 TO WS-SK-CARD-COUNT.

      *    D+DATE INTO THE OUTPUT CARD, STOPPING AT COLUMN 80.
       6300-PLACE-VALUE.
           PERFORM VARYING WS-SK-VALUE-IDX FROM 1 BY 1
                   UNTIL WS-SK-VALUE-IDX > 9
                      OR WS-SK-OUT-POS > 80
               MOVE WS-SK-VALUE(WS-SK-VALUE-IDX:1)
                   TO WS-SK-OUT-CARD(WS-SK-OUT-POS:1)
               ADD 1 TO WS-SK-OUT-POS
           END-PERFORM.

       7000-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CALENDAR DAYS CHECKED           = ' TO WS-TOT-LABEL
           MOVE WS-WINDOW-DAYS                        TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  PROCESSING DAYS               = ' TO WS-TOT-LABEL
           MOVE WS-PROCESSING-COUNT                   TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  HOLIDAYS AND NO-RUN DAYS      = ' TO WS-TOT-LABEL
           MOVE WS-NON-PROCESSING-COUNT               TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  NOT ON CALENDAR               = ' TO WS-TOT-LABEL
           MOVE WS-NOT-ON-CAL-COUNT                   TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'COMPLETE RUNS                   = ' TO WS-TOT-LABEL
           MOVE WS-COMPLETE-COUNT                     TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'MISSED RUNS                     = ' TO WS-TOT-LABEL
           MOVE WS-MISSED-COUNT                       TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'INCOMPLETE RUNS                 = ' TO WS-TOT-LABEL
           MOVE WS-INCOMPLETE-COUNT                   TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'DUPLICATE RUNS                  = ' TO WS-TOT-LABEL
           MOVE WS-DUPLICATE-COUNT                    TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'RUNS ON NON-PROCESSING DAYS     = ' TO WS-TOT-LABEL
           MOVE WS-NON-PROC-RUN-COUNT                 TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CALENDAR CARDS REJECTED         = ' TO WS-TOT-LABEL
           MOVE WS-CAL-REJECT-COUNT                   TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE.

       7100-WRITE-TOTAL-LINE.
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * RC = 8 A MISSED RUN OR A DATE NOT ON THE CALENDAR, RC = 4    *
      * ANYTHING ELSE OUT OF LINE, RC = 0 CLEAN - SEE THE BANNER.    *
      *****************************************************************
       7900-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-MISSED-COUNT > ZERO
                    OR WS-NOT-ON-CAL-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-INCOMPLETE-COUNT > ZERO
                    OR WS-DUPLICATE-COUNT > ZERO
                    OR WS-NON-PROC-RUN-COUNT > ZERO
                    OR WS-CAL-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
