      * JOB PICKS UP. RECORD TYPES:                                  *
      *   D,RUNDATE,TESTID,FIELDNAME,SRCLEN,TGTLEN,CHARSLOST         *
      *     ONE PER LOGGED EXCEPTION (FROM TRUNCLOG)                 *
      *   T,RUNDATE,RECONIN,RECONOUT,BREAK,PASS,FAIL                 *
      *     ONE PER RUN, THE RECONCILIATION TOTALS PICKED UP FROM    *
      *     THE RECONCILIATION LINE TRUNCHK WRITES TO TESTOUT, AND   *
      *     THE TESTOUT PASS/FAIL TALLY BY THE SAME RULES TRUNCRPT   *
      *     AND TRUNHIST APPLY                                       *
      *   S,RUNDATE,MONTH,AREA,VALUE,RATING,PRIORVALUE,MOVEMENT      *
      *     THE MONTHLY READINESS SCORECARD, ONE PER AREA PLUS AN    *
      *     OVERALL ROW, SENT ON THE FIRST FEED AFTER TRUNSCOR       *
      *     SCORES A MONTH (THE BODIES ARE HELD ON SCORPEND UNTIL    *
      *     THE JOB RELEASES THE FEED). NO SCORPEND, NO S ROWS       *
      *   C,RUNDATE,DETAILROWS,TOTALSROWS                            *
      *     CONTROL TRAILER, LAST ROW OF THE FILE: THE COUNT OF D    *
      *     ROWS AND OF SUMMARY (T AND S) ROWS WRITTEN ABOVE IT, SO  *
      *     THE DASHBOARD SIDE CAN PROVE IT LOADED THE WHOLE         *
      *     TRANSMISSION. THE SAME ROW IS APPENDED TO THE            *
      *     CUMULATIVE SENTLOG DATASET, WHICH TRUNCACK LATER MATCHES *
      *     AGAINST THE DASHBOARD'S RETURNED ACKNOWLEDGMENT FILE RUN *
      *     DATE BY RUN DATE.                                        *
      * NUMERIC COLUMNS ARE ZERO-PADDED FIXED WIDTH, WHICH EVERY     *
      * DOWNSTREAM PARSER READS AS PLAIN NUMBERS.                    *
      * THE ROW COUNTS AND T-ROW PASS/FAIL ARE POSTED TO THE         *
      * RUN-CONTROL LEDGER (RUNCTL). THE JOB WRITES THE EXTRACT AND  *
      * THE SENTLOG ROW TO STAGING DATASETS AND RELEASES THEM ONLY   *
      * ONCE TRUNCERT HAS BALANCED THE LEDGER.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT EXTRACT-FILE ASSIGN TO EXTRACT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCORPEND-FILE ASSIGN TO SCORPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORPEND-STATUS.

           SELECT SENTLOG-FILE ASSIGN TO SENTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENTLOG-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRUNCLOG-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD              PIC X(80).

       FD  SCORPEND-FILE
           RECORDING MODE IS F.
       01  SCORPEND-RECORD             PIC X(80).

       FD  SENTLOG-FILE
           RECORDING MODE IS F.
       01  SENTLOG-RECORD              PIC X(80).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-LOG-EOF-FLAG         PIC X(1)  VALUE 'N'.
               88  WS-END-OF-LOG            VALUE 'Y'.
           05  WS-RESULTS-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-RESULTS        VALUE 'Y'.
           05  WS-SCORPEND-EOF-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-END-OF-SCORPEND       VALUE 'Y'.
           05  WS-SCORPEND-STATUS      PIC X(2).
           05  WS-SENTLOG-STATUS       PIC X(2).
           05  WS-RUNCTL-STATUS        PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-EXTRACT-COUNTS.
           05  WS-DETAIL-ROW-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-TOTALS-ROW-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-SCORE-ROW-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-SUMMARY-ROW-COUNT    PIC 9(6)  VALUE ZERO.
           05  WS-LOG-READ-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-PASS-COUNT           PIC 9(6)  VALUE ZERO.
           05  WS-FAIL-COUNT           PIC 9(6)  VALUE ZERO.
       01  WS-TALLY-PASS               PIC 9(4).
       01  WS-TALLY-FAIL               PIC 9(4).

       01  WS-POSTING-AREAS.
           05  WS-POST-NAME            PIC X(20).
           05  WS-POST-VALUE           PIC 9(12).
           05  WS-POSTED-DATE          PIC 9(8).
           05  WS-POSTED-TIME          PIC 9(8).

      *    THE TRAILER IS BUILT HERE, NOT IN THE FD RECORD AREA,
      *    BECAUSE IT IS WRITTEN TWICE (EXTRACT AND SENTLOG) AND A
           PERFORM 1000-EXTRACT-EXCEPTIONS
           PERFORM 2000-PICK-UP-RECONCILIATION
           PERFORM 3000-WRITE-TOTALS-ROW
           PERFORM 3500-WRITE-SCORECARD-ROWS
           PERFORM 4000-WRITE-CONTROL-TRAILER
           CLOSE TRUNCLOG-FILE
           CLOSE RESULTS-FILE
           CLOSE EXTRACT-FILE
           PERFORM 8000-POST-RUN-CONTROL
           DISPLAY 'TRUNCSV: ' WS-DETAIL-ROW-COUNT ' EXCEPTION ROWS, '
               WS-TOTALS-ROW-COUNT ' TOTALS ROW, '
               WS-SCORE-ROW-COUNT ' SCORECARD ROWS FOR RUN ' WS-RUN-DATE
           STOP RUN.

       0050-GET-RUN-DATE.
                   AT END
                       SET WS-END-OF-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-READ-COUNT
                       PERFORM 1100-WRITE-DETAIL-ROW
               END-READ
           END-PERFORM.
      * THE LINE LAYOUT AND THESE OFFSETS MOVE TOGETHER). PICKING    *
      * THEM OFF THE RESULTS FILE KEEPS THIS EXTRACT A PURE          *
      * DOWNSTREAM STEP - NO SECOND SOURCE OF TRUTH FOR THE CONTROL  *
      * TOTALS. THE SAME PASS ALSO TALLIES PASS/FAIL BY TRUNCRPT'S   *
      * RULES: THE SELF-TEST, STATISTICS AND RECONCILIATION LINES    *
      * ARE SKIPPED; A LINE CONTAINING FAIL IS A FAILURE, ELSE ONE   *
      * CONTAINING PASS OR FIXED IS A PASS.                          *
      *****************************************************************
       2000-PICK-UP-RECONCILIATION.
           PERFORM UNTIL WS-END-OF-RESULTS
                               FUNCTION NUMVAL(RESULTS-RECORD(42:12))
                           MOVE RESULTS-RECORD(64:3)
                               TO WS-RECON-BREAK
                       ELSE
                           IF RESULTS-RECORD(1:9) NOT = 'NUMERIC -'
                              AND RESULTS-RECORD(1:9) NOT = 'GROUPMOV-'
                              AND RESULTS-RECORD(1:11)
                                  NOT = 'STATISTICS:'
                               PERFORM 2100-TALLY-PASS-FAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-TALLY-PASS-FAIL.
           MOVE ZERO TO WS-TALLY-PASS WS-TALLY-FAIL
           INSPECT RESULTS-RECORD TALLYING WS-TALLY-FAIL FOR ALL 'FAIL'
           IF WS-TALLY-FAIL > ZERO
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               INSPECT RESULTS-RECORD
                   TALLYING WS-TALLY-PASS FOR ALL 'PASS'
               INSPECT RESULTS-RECORD
                   TALLYING WS-TALLY-PASS FOR ALL 'FIXED'
               IF WS-TALLY-PASS > ZERO
                   ADD 1 TO WS-PASS-COUNT
               END-IF
           END-IF.

       3000-WRITE-TOTALS-ROW.
           MOVE SPACES TO EXTRACT-RECORD
           STRING 'T'                DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECON-BREAK TRAILING)
                                     DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-PASS-COUNT      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-FAIL-COUNT      DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-TOTALS-ROW-COUNT.

      *****************************************************************
      * THE SCORECARD ROW BODIES TRUNSCOR LEFT ON SCORPEND GO OUT    *
      * BEHIND THE T ROW. THE JOB EMPTIES SCORPEND ONLY ONCE THIS    *
      * FEED IS RELEASED, SO A HELD FEED SENDS THEM AGAIN TOMORROW.  *
      * NO SCORPEND DD, OR AN EMPTY ONE, IS THE NORMAL CASE.         *
      *****************************************************************
       3500-WRITE-SCORECARD-ROWS.
           OPEN INPUT SCORPEND-FILE
           IF WS-SCORPEND-STATUS = '00'
               PERFORM UNTIL WS-END-OF-SCORPEND
                   READ SCORPEND-FILE
                       AT END
                           SET WS-END-OF-SCORPEND TO TRUE
                       NOT AT END
                           IF SCORPEND-RECORD NOT = SPACES
                               PERFORM 3600-WRITE-SCORECARD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORPEND-FILE
           END-IF.

       3600-WRITE-SCORECARD-ROW.
           MOVE SPACES TO EXTRACT-RECORD
           STRING 'S'                DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  FUNCTION TRIM(SCORPEND-RECORD TRAILING)
                                     DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-SCORE-ROW-COUNT.

      *****************************************************************
      * THE CONTROL TRAILER IS THE LAST ROW OF THE TRANSMISSION AND  *
      * CARRIES THE COUNT OF D ROWS AND OF SUMMARY (T AND S) ROWS    *
      * ABOVE IT (NOT ITSELF).                                       *
      * THE SAME ROW GOES ON THE CUMULATIVE SENTLOG - THE SENT SIDE  *
      * OF THE HANDSHAKE TRUNCACK RECONCILES AGAINST THE DASHBOARD'S *
      * ACKNOWLEDGMENT FILE, SO A TRANSMISSION THAT NEVER LANDED IS  *
      * INVOCATIONS.                                                 *
      *****************************************************************
       4000-WRITE-CONTROL-TRAILER.
           COMPUTE WS-SUMMARY-ROW-COUNT =
               WS-TOTALS-ROW-COUNT + WS-SCORE-ROW-COUNT
           MOVE SPACES TO WS-TRAILER-ROW
           STRING 'C'                  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-DETAIL-ROW-COUNT  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SUMMARY-ROW-COUNT DELIMITED BY SIZE
               INTO WS-TRAILER-ROW
           MOVE WS-TRAILER-ROW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           MOVE WS-TRAILER-ROW TO SENTLOG-RECORD
           WRITE SENTLOG-RECORD
           CLOSE SENTLOG-FILE.

      *****************************************************************
      * RUN-CONTROL LEDGER POSTINGS (LAYOUT AND COUNT NAMES IN        *
      * RUNCTL.CPY). RUNCTL USES MOD IN THE JCL; THE '35' HANDLING IS *
      * THE SAME SECOND LINE OF DEFENSE AS FOR SENTLOG ABOVE.         *
      *****************************************************************
       8000-POST-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           ACCEPT WS-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-POSTED-TIME FROM TIME
           MOVE 'TRUNCLOG READ'       TO WS-POST-NAME
           MOVE WS-LOG-READ-COUNT     TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'D ROWS'              TO WS-POST-NAME
           MOVE WS-DETAIL-ROW-COUNT   TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'T ROWS'              TO WS-POST-NAME
           MOVE WS-TOTALS-ROW-COUNT   TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'S ROWS'              TO WS-POST-NAME
           MOVE WS-SCORE-ROW-COUNT    TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'T PASS'              TO WS-POST-NAME
           MOVE WS-PASS-COUNT         TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'T FAIL'              TO WS-POST-NAME
           MOVE WS-FAIL-COUNT         TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           CLOSE RUNCTL-FILE.

       8100-POST-COUNT.
           MOVE WS-RUN-DATE           TO CT-RUN-DATE
           MOVE 'TRUNCSV'             TO CT-STEP-NAME
           MOVE WS-POST-NAME          TO CT-COUNT-NAME
           MOVE WS-POST-VALUE         TO CT-COUNT-VALUE
           MOVE WS-POSTED-DATE        TO CT-POSTED-DATE
           MOVE WS-POSTED-TIME(1:6)   TO CT-POSTED-TIME
           WRITE RUNCTL-RECORD.
