       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNMRGE.
      *****************************************************************
      * TRUNMRGE - PARTITIONED TRUNCHK RUN MERGE                      *
      * THE NIGHTLY REGRESSION RUNS AS SEVERAL TRUNCHK PARTITIONS AT  *
      * ONCE (JOB TRUNCHKP), EACH OVER ITS OWN TC-TEST-ID RANGE WITH  *
      * ITS OWN CHKPT, TESTOUT AND TRUNCLOG, SO A PARTITION THAT      *
      * ABENDS RESTARTS ALONE. THIS STEP COMBINES THE PARTITIONS INTO *
      * THE SINGLE DATE-QUALIFIED RESULTS AND TRUNCLOG DATASETS THAT  *
      * TRUNCRPT, TRUNHIST, TRUNCDTL, TRUNCSV AND TRUNCWRK READ, LAID *
      * OUT EXACTLY AS ONE TRUNCHK RUN OVER THE WHOLE SUITE WRITES    *
      * THEM:                                                         *
      *   - THE NUMERIC- AND GROUPMOV- SELF-TEST LINES EVERY          *
      *     PARTITION PRINTS ARE KEPT ONCE, AT THE TOP                *
      *   - THE TEST-CASE RESULT LINES FOLLOW IN PARTITION ORDER,     *
      *     WHICH IS TEST-CASE ID ORDER WHEN THE PARTOUT              *
      *     CONCATENATION LISTS THE RANGES LOW TO HIGH                *
      *   - ONE RECONCILIATION LINE, IN AND OUT SUMMED ACROSS THE     *
      *     PARTITIONS AND THE BREAK FLAG RE-DERIVED FROM THE SUMS    *
      *   - ONE STATISTICS BLOCK: CASES PROCESSED, CHECKPOINTS,       *
      *     NEW FAILURES, FIXED AND ABOVE-BLANK COUNTS SUMMED; THE    *
      *     ELAPSED TIME IS THE LONGEST PARTITION'S (THEY RAN SIDE BY *
      *     SIDE) AND THE RATE IS THE COMBINED THROUGHPUT OVER IT     *
      *   - THE TRUNCLOG RECORDS, COPIED THROUGH IN PARTITION ORDER   *
      * AND SETS THE SAME RETURN CODE TRUNCHK WOULD HAVE SET FOR THE  *
      * WHOLE SUITE.                                                  *
      *                                                               *
      * A PARTITION IS COMPLETE ONCE ITS TESTOUT CARRIES A            *
      * RECONCILIATION LINE (TRUNCHK WRITES ONE ONLY AFTER REACHING   *
      * THE END OF ITS RANGE), STAMPED WITH ITS PARTITION NUMBER.     *
      * EVERY PARTITION FROM 01 TO THE COUNT ON THE SYSIN CARD MUST   *
      * APPEAR EXACTLY ONCE - A PARTITION CONCATENATED TWICE CANNOT   *
      * STAND IN FOR ONE THAT IS MISSING. IF ANY IS MISSING,          *
      * DUPLICATED OR UNKNOWN, OR A PARTITION'S TRUNCLOG WILL NOT     *
      * OPEN, NOTHING IS WRITTEN AND THE STEP ENDS RC = 16, SO A      *
      * HALF-FINISHED NIGHT NEVER REACHES THE DOWNSTREAM STEPS;       *
      * RESTART THE FAILED PARTITION (OR CORRECT THE CONCATENATION)   *
      * AND RERUN THE MERGE.                                          *
      *                                                               *
      * THE MERGED COUNTS ARE POSTED TO THE RUN-CONTROL LEDGER        *
      * (RUNCTL): TRUNCLOG RECORDS WRITTEN, RESULT LINES, AND THE     *
      * PASS/FAIL TALLY OF THOSE LINES TAKEN BY THE SAME RULES        *
      * TRUNCRPT AND TRUNHIST APPLY, SO TRUNCERT CAN PROVE THE        *
      * DOWNSTREAM STEPS SAW THE SAME RUN.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTOUT-FILE ASSIGN TO PARTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTOUT-STATUS.

           SELECT PARTLOG-FILE ASSIGN TO PARTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTLOG-STATUS.

           SELECT RESULTS-FILE ASSIGN TO TESTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRUNCLOG-FILE ASSIGN TO TRUNCLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTOUT-FILE
           RECORDING MODE IS F.
       01  PARTOUT-RECORD              PIC X(80).

       FD  PARTLOG-FILE
           RECORDING MODE IS F.
       01  PARTLOG-RECORD              PIC X(1041).

       FD  RESULTS-FILE
           RECORDING MODE IS F.
       01  RESULTS-RECORD              PIC X(80).

       FD  TRUNCLOG-FILE
           RECORDING MODE IS F.
           COPY TRUNCLOG.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-PARTOUT-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-PARTOUT        VALUE 'Y'.
           05  WS-PARTLOG-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-PARTLOG        VALUE 'Y'.
           05  WS-PARTOUT-STATUS       PIC X(2).
           05  WS-PARTLOG-STATUS       PIC X(2).
           05  WS-RUNCTL-STATUS        PIC X(2).
           05  WS-NUMERIC-SEEN-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-NUMERIC-SEEN          VALUE 'Y'.
           05  WS-GROUP-SEEN-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-GROUP-SEEN            VALUE 'Y'.

      *****************************************************************
      * SYSIN CONTROL CARD: COLUMNS 1-2 = THE NUMBER OF PARTITIONS    *
      * CONCATENATED UNDER PARTOUT AND PARTLOG. BLANK = 1. COLUMNS    *
      * 4-12 = THE SCHEDULER'S RUN DATE FOR THE LEDGER POSTINGS, IN   *
      * THE FORM TRUNHIST TAKES (&RUNDATE, E.G. D20260808, OR PLAIN   *
      * 20260808; BLANK = SYSTEM DATE).                               *
      *****************************************************************
       01  WS-CONTROL-CARD             PIC X(80).
       01  WS-PARTITION-COUNT          PIC 9(2)  VALUE 1.
       01  WS-COMPLETE-COUNT           PIC 9(2)  VALUE ZERO.
       01  WS-PARTITION-FAULT-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-PARTITION-FAULT           VALUE 'Y'.
       01  WS-PART-NO                  PIC 9(2).
       01  WS-PART-SUB                 PIC 9(2).

      *    RECONCILIATION LINES SEEN PER PARTITION NUMBER.
       01  WS-PARTITION-SEEN-TABLE.
           05  WS-PARTITION-SEEN       PIC 9(2)  OCCURS 99 TIMES.
       01  WS-DATE-CARD                PIC X(9).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-MERGE-COUNTS.
           05  WS-CASE-LINE-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-LOG-RECORD-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-PASS-COUNT           PIC 9(6)  VALUE ZERO.
           05  WS-FAIL-COUNT           PIC 9(6)  VALUE ZERO.
       01  WS-TALLY-PASS               PIC 9(4).
       01  WS-TALLY-FAIL               PIC 9(4).

       01  WS-POSTING-AREAS.
           05  WS-POST-NAME            PIC X(20).
           05  WS-POST-VALUE           PIC 9(12).
           05  WS-POSTED-DATE          PIC 9(8).
           05  WS-POSTED-TIME          PIC 9(8).

      *****************************************************************
      * THE TOTALS ARE PICKED BACK OFF EACH PARTITION'S PRINTED LINES *
      * BY COLUMN, THE SAME WAY TRUNCSV PICKS UP THE RECONCILIATION - *
      * THE OFFSETS BELOW FOLLOW WS-RECONCILIATION-LINE AND           *
      * WS-STATS-LINE-1/2/3 IN TRUNCHK AND MOVE WITH THEM:            *
      *   RECONCILIATION:        IN 22-33, OUT 42-53, PART 76-77      *
      *   STATISTICS: PROCESSED  PROCESSED 25-30, ELAPSED 43-51       *
      *   STATISTICS: RATE       CHECKPOINTS 50-55                    *
      *   STATISTICS: NEW FAIL   NEW 28-33, FIXED 44-49, ABOVE 66-71  *
      *****************************************************************
       01  WS-RECONCILIATION-AREAS.
           05  WS-RECON-INPUT-TOTAL    PIC 9(12)  VALUE ZERO.
           05  WS-RECON-OUTPUT-TOTAL   PIC 9(12)  VALUE ZERO.
           05  WS-RECON-DIFFERENCE     PIC S9(12) VALUE ZERO.

       01  WS-STATISTICS-AREAS.
           05  WS-PROCESSED-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-CKPT-TAKEN-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-PART-ELAPSED         PIC 9(6)V99 VALUE ZERO.
           05  WS-ELAPSED-SECONDS      PIC 9(6)V99 VALUE ZERO.
           05  WS-RECORDS-PER-SEC      PIC 9(6)  VALUE ZERO.

       01  WS-BASELINE-COUNTS.
           05  WS-NEW-FAIL-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-FIXED-COUNT          PIC 9(6)  VALUE ZERO.
           05  WS-NEW-FAIL-SEVERE-COUNT PIC 9(6) VALUE ZERO.

       01  WS-RECONCILIATION-LINE.
           05  FILLER                  PIC X(21) VALUE
                                        'RECONCILIATION: IN = '.
           05  WS-RECON-IN-DISPLAY     PIC Z(11)9.
           05  FILLER                  PIC X(8)  VALUE '  OUT = '.
           05  WS-RECON-OUT-DISPLAY    PIC Z(11)9.
           05  FILLER                  PIC X(10) VALUE '  BREAK = '.
           05  WS-RECON-BREAK-DISPLAY  PIC X(3).

       01  WS-STATS-LINE-1.
           05  FILLER                  PIC X(24) VALUE
                                        'STATISTICS: PROCESSED = '.
           05  WS-STAT-PROCESSED       PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  ELAPSED = '.
           05  WS-STAT-ELAPSED         PIC ZZZZZ9.99.
           05  FILLER                  PIC X(4)  VALUE ' SEC'.

       01  WS-STATS-LINE-2.
           05  FILLER                  PIC X(19) VALUE
                                        'STATISTICS: RATE = '.
           05  WS-STAT-RATE            PIC ZZZZZ9.
           05  FILLER                  PIC X(24) VALUE
                                        ' REC/SEC  CHECKPOINTS = '.
           05  WS-STAT-CKPT-TAKEN      PIC ZZZZZ9.

       01  WS-STATS-LINE-3.
           05  FILLER                  PIC X(27) VALUE
                                        'STATISTICS: NEW FAILURES = '.
           05  WS-STAT-NEW-FAIL        PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  FIXED = '.
           05  WS-STAT-FIXED           PIC ZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
                                        '  ABOVE BLANK = '.
           05  WS-STAT-NEW-FAIL-SEVERE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-CONTROL-CARD
           PERFORM 1000-COUNT-COMPLETE-PARTITIONS
           PERFORM 1100-CHECK-PARTITION-SET
           IF WS-PARTITION-FAULT
               DISPLAY 'TRUNMRGE: ' WS-COMPLETE-COUNT ' OF '
                   WS-PARTITION-COUNT ' PARTITIONS COMPLETE - '
                   'NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-OPEN-PARTITION-LOGS
           OPEN OUTPUT RESULTS-FILE
           OPEN OUTPUT TRUNCLOG-FILE
           PERFORM 2000-MERGE-RESULTS
           PERFORM 2950-WRITE-RECONCILIATION
           PERFORM 2970-WRITE-STATISTICS
           PERFORM 3000-MERGE-TRUNCLOG
           CLOSE RESULTS-FILE
           CLOSE TRUNCLOG-FILE
           PERFORM 8000-POST-RUN-CONTROL
           DISPLAY 'TRUNMRGE: ' WS-PARTITION-COUNT ' PARTITIONS, '
               WS-CASE-LINE-COUNT ' RESULT LINES, '
               WS-LOG-RECORD-COUNT ' EXCEPTIONS MERGED'
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       0050-GET-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CONTROL-CARD(1:2) IS NUMERIC
              AND WS-CONTROL-CARD(1:2) NOT = '00'
               MOVE WS-CONTROL-CARD(1:2) TO WS-PARTITION-COUNT
           END-IF
           MOVE WS-CONTROL-CARD(4:9) TO WS-DATE-CARD
           EVALUATE TRUE
               WHEN WS-DATE-CARD(1:1) = 'D'
                    AND WS-DATE-CARD(2:8) IS NUMERIC
                   MOVE WS-DATE-CARD(2:8) TO WS-RUN-DATE
               WHEN WS-DATE-CARD(1:8) IS NUMERIC
                   MOVE WS-DATE-CARD(1:8) TO WS-RUN-DATE
               WHEN OTHER
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-EVALUATE.

      *****************************************************************
      * FIRST PASS: TALLY THE RECONCILIATION LINES BY PARTITION       *
      * NUMBER. A PARTITION THAT ABENDED AND WAS RESTARTED STILL HAS  *
      * ONLY ONE, WRITTEN BY THE INVOCATION THAT FINISHED ITS RANGE.  *
      * A SINGLE-PARTITION MERGE ALSO TAKES AN UNSTAMPED LINE AS      *
      * PARTITION 01.                                                 *
      *****************************************************************
       1000-COUNT-COMPLETE-PARTITIONS.
           INITIALIZE WS-PARTITION-SEEN-TABLE
           OPEN INPUT PARTOUT-FILE
           IF WS-PARTOUT-STATUS NOT = '00'
               DISPLAY 'TRUNMRGE: PARTOUT OPEN FAILED, FILE STATUS = '
                   WS-PARTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-PARTOUT
               READ PARTOUT-FILE
                   AT END
                       SET WS-END-OF-PARTOUT TO TRUE
                   NOT AT END
                       IF PARTOUT-RECORD(1:15) = 'RECONCILIATION:'
                           PERFORM 1050-TALLY-PARTITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTOUT-FILE.

       1050-TALLY-PARTITION.
           MOVE ZERO TO WS-PART-NO
           IF PARTOUT-RECORD(76:2) IS NUMERIC
               MOVE PARTOUT-RECORD(76:2) TO WS-PART-NO
           ELSE
               IF PARTOUT-RECORD(76:2) = SPACES
                  AND WS-PARTITION-COUNT = 1
                   MOVE 1 TO WS-PART-NO
               END-IF
           END-IF
           IF WS-PART-NO > ZERO
              AND WS-PART-NO NOT > WS-PARTITION-COUNT
               ADD 1 TO WS-PARTITION-SEEN(WS-PART-NO)
           ELSE
               DISPLAY 'TRUNMRGE: RECONCILIATION LINE FOR UNKNOWN '
                   'PARTITION "' PARTOUT-RECORD(76:2) '"'
               SET WS-PARTITION-FAULT TO TRUE
           END-IF.

      *    EVERY PARTITION 01 THROUGH THE COUNT EXACTLY ONCE.
       1100-CHECK-PARTITION-SET.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               EVALUATE WS-PARTITION-SEEN(WS-PART-SUB)
                   WHEN 1
                       ADD 1 TO WS-COMPLETE-COUNT
                   WHEN ZERO
                       DISPLAY 'TRUNMRGE: PARTITION ' WS-PART-SUB
                           ' NOT COMPLETE'
                       SET WS-PARTITION-FAULT TO TRUE
                   WHEN OTHER
                       DISPLAY 'TRUNMRGE: PARTITION ' WS-PART-SUB
                           ' APPEARS ' WS-PARTITION-SEEN(WS-PART-SUB)
                           ' TIMES IN PARTOUT'
                       SET WS-PARTITION-FAULT TO TRUE
               END-EVALUATE
           END-PERFORM.

      *    OPENED BEFORE ANY OUTPUT IS WRITTEN: A PARTITION LOG THAT
      *    WILL NOT OPEN WOULD OTHERWISE DROP ITS TRUNCATION RECORDS
      *    FROM THE MERGED TRUNCLOG WITHOUT A WORD.
       1500-OPEN-PARTITION-LOGS.
           OPEN INPUT PARTLOG-FILE
           IF WS-PARTLOG-STATUS NOT = '00'
               DISPLAY 'TRUNMRGE: PARTLOG OPEN FAILED, FILE STATUS = '
                   WS-PARTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-MERGE-RESULTS.
           MOVE 'N' TO WS-PARTOUT-EOF-FLAG
           OPEN INPUT PARTOUT-FILE
           PERFORM UNTIL WS-END-OF-PARTOUT
               READ PARTOUT-FILE
                   AT END
                       SET WS-END-OF-PARTOUT TO TRUE
                   NOT AT END
                       PERFORM 2100-MERGE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE PARTOUT-FILE.

       2100-MERGE-ONE-LINE.
           EVALUATE TRUE
               WHEN PARTOUT-RECORD(1:9) = 'NUMERIC -'
                   IF NOT WS-NUMERIC-SEEN
                       SET WS-NUMERIC-SEEN TO TRUE
                       PERFORM 2800-WRITE-PARTOUT-LINE
                   END-IF
               WHEN PARTOUT-RECORD(1:9) = 'GROUPMOV-'
                   IF NOT WS-GROUP-SEEN
                       SET WS-GROUP-SEEN TO TRUE
                       PERFORM 2800-WRITE-PARTOUT-LINE
                   END-IF
               WHEN PARTOUT-RECORD(1:15) = 'RECONCILIATION:'
                   COMPUTE WS-RECON-INPUT-TOTAL = WS-RECON-INPUT-TOTAL
                       + FUNCTION NUMVAL(PARTOUT-RECORD(22:12))
                   COMPUTE WS-RECON-OUTPUT-TOTAL = WS-RECON-OUTPUT-TOTAL
                       + FUNCTION NUMVAL(PARTOUT-RECORD(42:12))
               WHEN PARTOUT-RECORD(1:22) = 'STATISTICS: PROCESSED '
                   COMPUTE WS-PROCESSED-COUNT = WS-PROCESSED-COUNT
                       + FUNCTION NUMVAL(PARTOUT-RECORD(25:6))
                   COMPUTE WS-PART-ELAPSED =
                       FUNCTION NUMVAL(PARTOUT-RECORD(43:9))
                   IF WS-PART-ELAPSED > WS-ELAPSED-SECONDS
                       MOVE WS-PART-ELAPSED TO WS-ELAPSED-SECONDS
                   END-IF
               WHEN PARTOUT-RECORD(1:17) = 'STATISTICS: RATE '
                   COMPUTE WS-CKPT-TAKEN-COUNT = WS-CKPT-TAKEN-COUNT
                       + FUNCTION NUMVAL(PARTOUT-RECORD(50:6))
               WHEN PARTOUT-RECORD(1:16) = 'STATISTICS: NEW '
                   COMPUTE WS-NEW-FAIL-COUNT = WS-NEW-FAIL-COUNT
                       + FUNCTION NUMVAL(PARTOUT-RECORD(28:6))
                   COMPUTE WS-FIXED-COUNT = WS-FIXED-COUNT
                       + FUNCTION NUMVAL(PARTOUT-RECORD(44:6))
                   COMPUTE WS-NEW-FAIL-SEVERE-COUNT =
                       WS-NEW-FAIL-SEVERE-COUNT
                       + FUNCTION NUMVAL(PARTOUT-RECORD(66:6))
               WHEN OTHER
                   ADD 1 TO WS-CASE-LINE-COUNT
                   PERFORM 2150-TALLY-PASS-FAIL
                   PERFORM 2800-WRITE-PARTOUT-LINE
           END-EVALUATE.

      *****************************************************************
      * THE SAME PASS/FAIL RULE TRUNCRPT AND TRUNHIST APPLY TO THE    *
      * MERGED TESTOUT: A LINE CONTAINING FAIL IS A FAILURE, ELSE ONE *
      * CONTAINING PASS OR FIXED IS A PASS. THE SELF-TEST AND         *
      * STATISTICS LINES NEVER REACH HERE.                            *
      *****************************************************************
       2150-TALLY-PASS-FAIL.
           MOVE ZERO TO WS-TALLY-PASS WS-TALLY-FAIL
           INSPECT PARTOUT-RECORD TALLYING WS-TALLY-FAIL FOR ALL 'FAIL'
           IF WS-TALLY-FAIL > ZERO
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               INSPECT PARTOUT-RECORD
                   TALLYING WS-TALLY-PASS FOR ALL 'PASS'
               INSPECT PARTOUT-RECORD
                   TALLYING WS-TALLY-PASS FOR ALL 'FIXED'
               IF WS-TALLY-PASS > ZERO
                   ADD 1 TO WS-PASS-COUNT
               END-IF
           END-IF.

       2800-WRITE-PARTOUT-LINE.
           MOVE PARTOUT-RECORD TO RESULTS-RECORD
           WRITE RESULTS-RECORD.

       2950-WRITE-RECONCILIATION.
           COMPUTE WS-RECON-DIFFERENCE =
               WS-RECON-INPUT-TOTAL - WS-RECON-OUTPUT-TOTAL
           MOVE WS-RECON-INPUT-TOTAL  TO WS-RECON-IN-DISPLAY
           MOVE WS-RECON-OUTPUT-TOTAL TO WS-RECON-OUT-DISPLAY
           IF WS-RECON-DIFFERENCE NOT = ZERO
               MOVE 'YES' TO WS-RECON-BREAK-DISPLAY
           ELSE
               MOVE 'NO'  TO WS-RECON-BREAK-DISPLAY
           END-IF
           MOVE WS-RECONCILIATION-LINE TO RESULTS-RECORD
           WRITE RESULTS-RECORD.

       2970-WRITE-STATISTICS.
           IF WS-ELAPSED-SECONDS = ZERO
               MOVE WS-PROCESSED-COUNT TO WS-RECORDS-PER-SEC
           ELSE
               COMPUTE WS-RECORDS-PER-SEC =
                   WS-PROCESSED-COUNT / WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-PROCESSED-COUNT  TO WS-STAT-PROCESSED
           MOVE WS-ELAPSED-SECONDS  TO WS-STAT-ELAPSED
           MOVE WS-STATS-LINE-1 TO RESULTS-RECORD
           WRITE RESULTS-RECORD
           MOVE WS-RECORDS-PER-SEC  TO WS-STAT-RATE
           MOVE WS-CKPT-TAKEN-COUNT TO WS-STAT-CKPT-TAKEN
           MOVE WS-STATS-LINE-2 TO RESULTS-RECORD
           WRITE RESULTS-RECORD
           MOVE WS-NEW-FAIL-COUNT   TO WS-STAT-NEW-FAIL
           MOVE WS-FIXED-COUNT      TO WS-STAT-FIXED
           MOVE WS-NEW-FAIL-SEVERE-COUNT TO WS-STAT-NEW-FAIL-SEVERE
           MOVE WS-STATS-LINE-3 TO RESULTS-RECORD
           WRITE RESULTS-RECORD.

       3000-MERGE-TRUNCLOG.
           PERFORM UNTIL WS-END-OF-PARTLOG
               READ PARTLOG-FILE
                   AT END
                       SET WS-END-OF-PARTLOG TO TRUE
                   NOT AT END
                       MOVE PARTLOG-RECORD TO TRUNCLOG-RECORD
                       WRITE TRUNCLOG-RECORD
                       ADD 1 TO WS-LOG-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE PARTLOG-FILE.

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
           MOVE 'TRUNCLOG WRITTEN'    TO WS-POST-NAME
           MOVE WS-LOG-RECORD-COUNT   TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'RESULT LINES'        TO WS-POST-NAME
           MOVE WS-CASE-LINE-COUNT    TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'TESTOUT PASS'        TO WS-POST-NAME
           MOVE WS-PASS-COUNT         TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'TESTOUT FAIL'        TO WS-POST-NAME
           MOVE WS-FAIL-COUNT         TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           CLOSE RUNCTL-FILE.

       8100-POST-COUNT.
           MOVE WS-RUN-DATE           TO CT-RUN-DATE
           MOVE 'TRUNMRGE'            TO CT-STEP-NAME
           MOVE WS-POST-NAME          TO CT-COUNT-NAME
           MOVE WS-POST-VALUE         TO CT-COUNT-VALUE
           MOVE WS-POSTED-DATE        TO CT-POSTED-DATE
           MOVE WS-POSTED-TIME(1:6)   TO CT-POSTED-TIME
           WRITE RUNCTL-RECORD.

      *****************************************************************
      * SAME CONTRACT AS TRUNCHK'S 1990-SET-RETURN-CODE, APPLIED TO   *
      * THE WHOLE-SUITE COUNTS: 0 NO NEW FAILURES, 4 NEW FAILURES     *
      * THAT LOST ONLY BLANKS, 8 A NEW FAILURE ABOVE BLANK-ONLY.      *
      * 16 (SET ABOVE) A PARTITION IS MISSING OR DUPLICATED, OR       *
      * PARTOUT OR PARTLOG WILL NOT OPEN.                             *
      *****************************************************************
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-NEW-FAIL-SEVERE-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NEW-FAIL-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
