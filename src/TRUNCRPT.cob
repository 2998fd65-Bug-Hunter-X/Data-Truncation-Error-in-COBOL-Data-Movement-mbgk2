      * TRUNCATION COUNT BY FIELD NAME, WORST-CASE CHARS/DIGITS LOST, *
      * AND AN OVERALL PASS/FAIL COUNT, SO OPERATIONS CAN CONFIRM THE *
      * OVERNIGHT RUN AT A GLANCE INSTEAD OF READING THE RAW LOG.     *
      * EACH FIELD'S COUNT, AND THE TOTAL, IS BROKEN DOWN BY LOSS     *
      * SEVERITY (BLANK-ONLY, WORD BOUNDARY, MID-WORD, SPLIT DBCS,    *
      * DIGITS) SO PADDING LOSS IS TOLD APART FROM REAL DAMAGE.       *
      * THE EXCEPTIONS READ AND THE PASS/FAIL COUNTS PRINTED ARE      *
      * POSTED TO THE RUN-CONTROL LEDGER (RUNCTL) UNDER THE SYSIN RUN *
      * DATE FOR TRUNCERT TO BALANCE.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRUNCLOG-FILE
           RECORDING MODE IS F.
       01  SUMMARY-RECORD              PIC X(80).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-LOG-EOF-FLAG         PIC X(1) VALUE 'N'.
               88  WS-END-OF-LOG            VALUE 'Y'.
           05  WS-RESULTS-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-END-OF-RESULTS        VALUE 'Y'.
           05  WS-RUNCTL-STATUS        PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).

      *****************************************************************
      * SAME OPTIONAL SYSIN RUN-DATE CARD AS TRUNHIST (&RUNDATE,      *
      * E.G. D20260808, OR PLAIN 20260808; BLANK = SYSTEM DATE). IT   *
      * DATES THE LEDGER POSTINGS ONLY - THE REPORT ITSELF IS         *
      * UNCHANGED.                                                    *
      *****************************************************************
       01  WS-DATE-CARD                PIC X(9).

       01  WS-POSTING-AREAS.
           05  WS-POST-NAME            PIC X(20).
           05  WS-POST-VALUE           PIC 9(12).
           05  WS-POSTED-DATE          PIC 9(8).
           05  WS-POSTED-TIME          PIC 9(8).

       01  WS-FIELD-STATS-TABLE.
      *    SIZED TO THE 50-PAIR MAXIMUM THE FLDPAIR DEFINITION FILE
               10  WS-FS-FIELD-NAME    PIC X(20).
               10  WS-FS-COUNT         PIC 9(6).
               10  WS-FS-WORST-LOST    PIC 9(4).
               10  WS-FS-SEV-COUNT     PIC 9(5) OCCURS 5 TIMES.
       01  WS-FIELD-STATS-USED         PIC 9(4)  VALUE ZERO.
       01  WS-FOUND-FLAG                PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

       01  WS-TOTAL-EXCEPTIONS         PIC 9(6)  VALUE ZERO.
      *    THE SUM OF THE PER-FIELD COUNTS ACTUALLY PRINTED - SHORT OF
      *    WS-TOTAL-EXCEPTIONS ONLY IF A FIELD FELL OFF A FULL TABLE.
       01  WS-PRINTED-EXCEPTIONS       PIC 9(6)  VALUE ZERO.

      *    SEVERITY SLOTS 1-5 = B, W, M, D, N (SEE TRUNCLOG.CPY); AN
      *    UNCODED RECORD FROM BEFORE SEVERITY WAS LOGGED COUNTS AS
      *    MID-WORD RATHER THAN BEING PASSED OFF AS PADDING.
       01  WS-SEVERITY-TOTALS.
           05  WS-SEV-TOTAL            PIC 9(6)  OCCURS 5 TIMES.
       01  WS-SEV-SUB                  PIC 9(1).
       01  WS-SEVERITY-LABELS.
           05  FILLER                  PIC X(20) VALUE
                                        '  BLANK-ONLY      = '.
           05  FILLER                  PIC X(20) VALUE
                                        '  WORD BOUNDARY   = '.
           05  FILLER                  PIC X(20) VALUE
                                        '  MID-WORD        = '.
           05  FILLER                  PIC X(20) VALUE
                                        '  SPLIT DBCS      = '.
           05  FILLER                  PIC X(20) VALUE
                                        '  DIGITS LOST     = '.
       01  WS-SEVERITY-LABEL-TABLE REDEFINES WS-SEVERITY-LABELS.
           05  WS-SEV-LABEL            PIC X(20) OCCURS 5 TIMES.
       01  WS-PASS-COUNT               PIC 9(6)  VALUE ZERO.
       01  WS-FAIL-COUNT               PIC 9(6)  VALUE ZERO.
       01  WS-TALLY-PASS               PIC 9(4).

       01  WS-HEADING-1                PIC X(80) VALUE
           'DAILY DATA MOVEMENT TRUNCATION SUMMARY REPORT'.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(41) VALUE
               'FIELD NAME              COUNT  WORST LOST'.
           05  FILLER                  PIC X(39) VALUE
               '  BLANK  WORD   MID  DBCS DIGIT'.
       01  WS-DETAIL-LINE.
           05  WS-DTL-FIELD-NAME       PIC X(20).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-COUNT            PIC ZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-WORST-LOST       PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-SEV-COUNT        PIC ZZZZZ9 OCCURS 5 TIMES.

       01  WS-TOTALS-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                                        'RECORDS PASSED    = '.
           05  WS-TOT-PASS             PIC ZZZZZ9.

       01  WS-SEVERITY-LINE.
           05  WS-SEV-LINE-LABEL       PIC X(20).
           05  WS-SEV-LINE-COUNT       PIC ZZZZZ9.

       01  WS-TOTALS-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                                        'RECORDS FAILED    = '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           INITIALIZE WS-SEVERITY-TOTALS
           OPEN INPUT  TRUNCLOG-FILE
           OPEN INPUT  RESULTS-FILE
           OPEN OUTPUT SUMMARY-FILE
           CLOSE TRUNCLOG-FILE
           CLOSE RESULTS-FILE
           CLOSE SUMMARY-FILE
           PERFORM 8000-POST-RUN-CONTROL
           STOP RUN.

       0050-GET-RUN-DATE.
           MOVE SPACES TO WS-DATE-CARD
           ACCEPT WS-DATE-CARD FROM SYSIN
           EVALUATE TRUE
               WHEN WS-DATE-CARD(1:1) = 'D'
                    AND WS-DATE-CARD(2:8) IS NUMERIC
                   MOVE WS-DATE-CARD(2:8) TO WS-RUN-DATE
               WHEN WS-DATE-CARD(1:8) IS NUMERIC
                   MOVE WS-DATE-CARD(1:8) TO WS-RUN-DATE
               WHEN OTHER
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-EVALUATE.

       1000-BUILD-FIELD-STATS.
           PERFORM UNTIL WS-END-OF-LOG
               READ TRUNCLOG-FILE
                       SET WS-END-OF-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-EXCEPTIONS
                       PERFORM 1050-SET-SEVERITY-SLOT
                       ADD 1 TO WS-SEV-TOTAL(WS-SEV-SUB)
                       PERFORM 1100-ACCUMULATE-FIELD-STAT
               END-READ
           END-PERFORM.

       1050-SET-SEVERITY-SLOT.
           EVALUATE TRUE
               WHEN TL-SEV-BLANK-ONLY      MOVE 1 TO WS-SEV-SUB
               WHEN TL-SEV-WORD-BOUNDARY   MOVE 2 TO WS-SEV-SUB
               WHEN TL-SEV-SPLIT-DBCS      MOVE 4 TO WS-SEV-SUB
               WHEN TL-SEV-DIGITS-LOST     MOVE 5 TO WS-SEV-SUB
               WHEN OTHER                  MOVE 3 TO WS-SEV-SUB
           END-EVALUATE.

       1100-ACCUMULATE-FIELD-STAT.
           SET WS-FOUND-FLAG TO 'N'
           SET WS-FLD-IDX TO 1
                   UNTIL WS-FLD-IDX > WS-FIELD-STATS-USED
               IF WS-FS-FIELD-NAME(WS-FLD-IDX) = TL-FIELD-NAME
                   ADD 1 TO WS-FS-COUNT(WS-FLD-IDX)
                   ADD 1 TO WS-FS-SEV-COUNT(WS-FLD-IDX WS-SEV-SUB)
                   IF TL-TRUNC-CHARS > WS-FS-WORST-LOST(WS-FLD-IDX)
                       MOVE TL-TRUNC-CHARS
                           TO WS-FS-WORST-LOST(WS-FLD-IDX)
                   MOVE TL-FIELD-NAME  TO WS-FS-FIELD-NAME(WS-FLD-IDX)
                   MOVE 1              TO WS-FS-COUNT(WS-FLD-IDX)
                   MOVE TL-TRUNC-CHARS TO WS-FS-WORST-LOST(WS-FLD-IDX)
                   MOVE ZERO TO WS-FS-SEV-COUNT(WS-FLD-IDX 1)
                                WS-FS-SEV-COUNT(WS-FLD-IDX 2)
                                WS-FS-SEV-COUNT(WS-FLD-IDX 3)
                                WS-FS-SEV-COUNT(WS-FLD-IDX 4)
                                WS-FS-SEV-COUNT(WS-FLD-IDX 5)
                   MOVE 1 TO WS-FS-SEV-COUNT(WS-FLD-IDX WS-SEV-SUB)
               ELSE
                   DISPLAY 'TRUNCRPT: FIELD STATS TABLE FULL - '
                       'FIELD NOT SUMMARIZED: ' TL-FIELD-NAME
                   UNTIL WS-FLD-IDX > WS-FIELD-STATS-USED
               MOVE WS-FS-FIELD-NAME(WS-FLD-IDX)  TO WS-DTL-FIELD-NAME
               MOVE WS-FS-COUNT(WS-FLD-IDX)       TO WS-DTL-COUNT
               ADD WS-FS-COUNT(WS-FLD-IDX) TO WS-PRINTED-EXCEPTIONS
               MOVE WS-FS-WORST-LOST(WS-FLD-IDX)  TO WS-DTL-WORST-LOST
               PERFORM VARYING WS-SEV-SUB FROM 1 BY 1
                       UNTIL WS-SEV-SUB > 5
                   MOVE WS-FS-SEV-COUNT(WS-FLD-IDX WS-SEV-SUB)
                       TO WS-DTL-SEV-COUNT(WS-SEV-SUB)
               END-PERFORM
               MOVE WS-DETAIL-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-PERFORM
           MOVE WS-TOTAL-EXCEPTIONS TO WS-TOT-EXCEPTIONS
           MOVE WS-TOTALS-LINE-1 TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING WS-SEV-SUB FROM 1 BY 1
                   UNTIL WS-SEV-SUB > 5
               MOVE WS-SEV-LABEL(WS-SEV-SUB) TO WS-SEV-LINE-LABEL
               MOVE WS-SEV-TOTAL(WS-SEV-SUB) TO WS-SEV-LINE-COUNT
               MOVE WS-SEVERITY-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-PERFORM
           MOVE WS-PASS-COUNT TO WS-TOT-PASS
           MOVE WS-TOTALS-LINE-2 TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE WS-FAIL-COUNT TO WS-TOT-FAIL
           MOVE WS-TOTALS-LINE-3 TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD.

      *****************************************************************
      * RUN-CONTROL LEDGER POSTINGS (LAYOUT AND COUNT NAMES IN        *
      * RUNCTL.CPY). RUNCTL USES MOD IN THE JCL; THE '35' HANDLING IS *
      * THE USUAL SECOND LINE OF DEFENSE FOR AD HOC INVOCATIONS.      *
      *****************************************************************
       8000-POST-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           ACCEPT WS-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-POSTED-TIME FROM TIME
           MOVE 'TRUNCLOG READ'       TO WS-POST-NAME
           MOVE WS-TOTAL-EXCEPTIONS   TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'REPORT EXCEPTIONS'   TO WS-POST-NAME
           MOVE WS-PRINTED-EXCEPTIONS TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'REPORT PASS'         TO WS-POST-NAME
           MOVE WS-PASS-COUNT         TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'REPORT FAIL'         TO WS-POST-NAME
           MOVE WS-FAIL-COUNT         TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           CLOSE RUNCTL-FILE.

       8100-POST-COUNT.
           MOVE WS-RUN-DATE           TO CT-RUN-DATE
           MOVE 'TRUNCRPT'            TO CT-STEP-NAME
           MOVE WS-POST-NAME          TO CT-COUNT-NAME
           MOVE WS-POST-VALUE         TO CT-COUNT-VALUE
           MOVE WS-POSTED-DATE        TO CT-POSTED-DATE
           MOVE WS-POSTED-TIME(1:6)   TO CT-POSTED-TIME
           WRITE RUNCTL-RECORD.
