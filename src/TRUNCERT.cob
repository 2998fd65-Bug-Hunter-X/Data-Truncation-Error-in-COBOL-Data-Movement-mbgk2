       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCERT.
      *****************************************************************
      * TRUNCERT - NIGHTLY RUN-CONTROL CERTIFICATION                  *
      * EVERY STEP OF THE OVERNIGHT CHAIN POSTS THE COUNTS IT READ    *
      * AND WROTE TO THE RUN-CONTROL LEDGER (RUNCTL). THIS STEP       *
      * BALANCES THEM FOR ONE RUN DATE, SO AUDIT HAS PROOF THAT THE   *
      * SUMMARY REPORT, THE RUN HISTORY AND THE DASHBOARD FEED ALL    *
      * DESCRIBE THE SAME RUN:                                        *
      *   EXCEPTIONS  THE TRUNCLOG RECORDS THE MERGE WROTE = WHAT     *
      *               EVERY READER OF TRUNCLOG READ = THE EXCEPTIONS  *
      *               TRUNCRPT PRINTED = THE SUM OF RH-EXC-COUNT ON   *
      *               THE RUNHIST FIELD RECORDS AND ON THE            *
      *               *RUN-TOTALS* RECORD = THE TRUNCDTL BLOCKS       *
      *               PRINTED = THE TRUNCSV D ROWS                    *
      *   PASS, FAIL  THE MERGED TESTOUT TALLY = THE SUMRPT COUNT =   *
      *               THE RUNHIST *RUN-TOTALS* COUNT = THE T ROW      *
      * THE FIRST COUNT IN EACH BALANCE IS THE REFERENCE; EVERY OTHER *
      * COUNT MUST AGREE WITH IT. A REQUIRED COUNT THAT WAS NEVER     *
      * POSTED MEANS ITS STEP NEVER FINISHED AND IS AN OUT-OF-BALANCE *
      * IN ITS OWN RIGHT. TRUNCWRK RUNS IN A LATER JOB, SO ITS COUNT  *
      * IS CHECKED ONLY ONCE IT HAS BEEN POSTED.                      *
      *                                                               *
      * A STEP THAT IS RERUN POSTS AGAIN; THE LAST POSTING FOR A STEP *
      * AND COUNT NAME ON THE RUN DATE IS THE ONE BALANCED.           *
      *                                                               *
      * SYSIN CARD: THE SCHEDULER'S RUN DATE IN THE SAME FORM         *
      * TRUNHIST TAKES (&RUNDATE, E.G. D20260808, OR PLAIN 20260808;  *
      * BLANK = SYSTEM DATE).                                         *
      *                                                               *
      * RC = 0 THE RUN IS CERTIFIED AND THE JOB RELEASES THE          *
      * DASHBOARD FEED. RC = 8 A BALANCE FAILED - THE JOB HOLDS THE   *
      * FEED AND RAISES ITS OWN ALERT; CERTRPT SHOWS WHICH COUNT IS   *
      * OUT.                                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO CERTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-LEDGER-EOF-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-END-OF-LEDGER         VALUE 'Y'.
           05  WS-RUNCTL-STATUS        PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-DATE-CARD                PIC X(9).

      *****************************************************************
      * THE RUN DATE'S POSTINGS IN CORE, ONE ENTRY PER STEP AND COUNT *
      * NAME. A LATER POSTING OVERWRITES THE VALUE OF AN EARLIER ONE. *
      *****************************************************************
       01  WS-POSTING-TABLE.
           05  WS-PST-ENTRY OCCURS 200 TIMES
                                     INDEXED BY WS-PST-IDX.
               10  WS-PST-STEP-NAME    PIC X(8).
               10  WS-PST-COUNT-NAME   PIC X(20).
               10  WS-PST-COUNT-VALUE  PIC 9(12).
       01  WS-POSTING-TOTAL            PIC 9(4)  VALUE ZERO.
       01  WS-FOUND-FLAG               PIC X(1).
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-MATCH-IDX                PIC 9(4).

      *****************************************************************
      * THE BALANCES. EACH ENTRY: BALANCE NAME, STEP, COUNT NAME AND  *
      * R (REQUIRED) OR O (OPTIONAL - CHECKED ONLY ONCE POSTED). THE  *
      * FIRST ENTRY OF EACH BALANCE IS ITS REFERENCE. ENTRIES OF ONE  *
      * BALANCE MUST BE ADJACENT.                                     *
      *****************************************************************
       01  WS-CHECK-VALUES.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNMRGE'.
           05  FILLER                  PIC X(20) VALUE
                                        'TRUNCLOG WRITTEN'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCRPT'.
           05  FILLER                  PIC X(20) VALUE 'TRUNCLOG READ'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCRPT'.
           05  FILLER                  PIC X(20) VALUE
                                        'REPORT EXCEPTIONS'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNHIST'.
           05  FILLER                  PIC X(20) VALUE 'TRUNCLOG READ'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNHIST'.
           05  FILLER                  PIC X(20) VALUE
                                        'RUNHIST EXC SUM'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNHIST'.
           05  FILLER                  PIC X(20) VALUE
                                        'RUNHIST TOTAL EXC'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCDTL'.
           05  FILLER                  PIC X(20) VALUE 'TRUNCLOG READ'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCDTL'.
           05  FILLER                  PIC X(20) VALUE
                                        'EXCEPTIONS PRINTED'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCSV'.
           05  FILLER                  PIC X(20) VALUE 'TRUNCLOG READ'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCSV'.
           05  FILLER                  PIC X(20) VALUE 'D ROWS'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCWRK'.
           05  FILLER                  PIC X(20) VALUE 'TRUNCLOG READ'.
           05  FILLER                  PIC X(1)  VALUE 'O'.
           05  FILLER                  PIC X(10) VALUE 'PASS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNMRGE'.
           05  FILLER                  PIC X(20) VALUE 'TESTOUT PASS'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'PASS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCRPT'.
           05  FILLER                  PIC X(20) VALUE 'REPORT PASS'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'PASS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNHIST'.
           05  FILLER                  PIC X(20) VALUE 'RUNHIST PASS'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'PASS'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCSV'.
           05  FILLER                  PIC X(20) VALUE 'T PASS'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'FAIL'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNMRGE'.
           05  FILLER                  PIC X(20) VALUE 'TESTOUT FAIL'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'FAIL'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCRPT'.
           05  FILLER                  PIC X(20) VALUE 'REPORT FAIL'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'FAIL'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNHIST'.
           05  FILLER                  PIC X(20) VALUE 'RUNHIST FAIL'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(10) VALUE 'FAIL'.
           05  FILLER                  PIC X(8)  VALUE 'TRUNCSV'.
           05  FILLER                  PIC X(20) VALUE 'T FAIL'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
       01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05  WS-CHK-ENTRY OCCURS 19 TIMES
                                     INDEXED BY WS-CHK-IDX.
               10  WS-CHK-BALANCE      PIC X(10).
               10  WS-CHK-STEP-NAME    PIC X(8).
               10  WS-CHK-COUNT-NAME   PIC X(20).
               10  WS-CHK-REQUIRED     PIC X(1).
                   88  WS-CHK-OPTIONAL      VALUE 'O'.
       01  WS-CHECK-TOTAL              PIC 9(4)  VALUE 19.

       01  WS-BALANCE-AREAS.
           05  WS-CURRENT-BALANCE      PIC X(10) VALUE SPACES.
           05  WS-FIRST-ENTRY-FLAG     PIC X(1).
               88  WS-FIRST-ENTRY           VALUE 'Y'.
           05  WS-REFERENCE-FLAG       PIC X(1).
               88  WS-REFERENCE-POSTED      VALUE 'Y'.
           05  WS-REFERENCE-VALUE      PIC 9(12).
           05  WS-IN-BALANCE-FLAG      PIC X(1).
               88  WS-IN-BALANCE            VALUE 'Y'.

       01  WS-CERT-COUNTS.
           05  WS-LEDGER-READ-COUNT    PIC 9(6)  VALUE ZERO.
           05  WS-BALANCED-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-OUT-OF-BALANCE-COUNT PIC 9(4)  VALUE ZERO.

       01  WS-HEADING-1                PIC X(80) VALUE
           'NIGHTLY RUN-CONTROL CERTIFICATION'.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE  '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
       01  WS-HEADING-3.
           05  FILLER                  PIC X(42) VALUE
               'BALANCE     STEP      COUNT               '.
           05  FILLER                  PIC X(38) VALUE
               '            VALUE  STATUS'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-BALANCE          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-STEP-NAME        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-COUNT-NAME       PIC X(20).
           05  WS-DTL-COUNT-VALUE      PIC Z(11)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(14).

       01  WS-BALANCE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-BAL-BALANCE          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-BAL-VERDICT          PIC X(14).

       01  WS-VERDICT-LINE             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-3 TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1000-LOAD-POSTINGS
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHECK-TOTAL
               PERFORM 2000-CHECK-ONE-COUNT
           END-PERFORM
           PERFORM 2500-CLOSE-BALANCE
           PERFORM 3000-WRITE-VERDICT
           CLOSE REPORT-FILE
           DISPLAY 'TRUNCERT: RUN ' WS-RUN-DATE ' - '
               WS-BALANCED-COUNT ' BALANCES AGREE, '
               WS-OUT-OF-BALANCE-COUNT ' OUT OF BALANCE'
           PERFORM 9000-SET-RETURN-CODE
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

      *****************************************************************
      * A LEDGER THAT WILL NOT OPEN IS TREATED AS EMPTY: NOTHING WAS  *
      * POSTED, SO EVERY REQUIRED COUNT IS MISSING AND THE RUN IS NOT *
      * CERTIFIED - THE SAME OUTCOME AS ANY OTHER UNPROVEN RUN.       *
      *****************************************************************
       1000-LOAD-POSTINGS.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'TRUNCERT: RUNCTL OPEN FAILED, FILE STATUS = '
                   WS-RUNCTL-STATUS
               SET WS-END-OF-LEDGER TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-LEDGER
               READ RUNCTL-FILE
                   AT END
                       SET WS-END-OF-LEDGER TO TRUE
                   NOT AT END
                       IF CT-RUN-DATE = WS-RUN-DATE
                           ADD 1 TO WS-LEDGER-READ-COUNT
                           PERFORM 1100-LOAD-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNCTL-STATUS = '00' OR '10'
               CLOSE RUNCTL-FILE
           END-IF.

       1100-LOAD-ONE-POSTING.
           PERFORM 1200-FIND-POSTING-BY-RECORD
           IF WS-ENTRY-FOUND
               SET WS-PST-IDX TO WS-MATCH-IDX
               MOVE CT-COUNT-VALUE TO WS-PST-COUNT-VALUE(WS-PST-IDX)
           ELSE
               IF WS-POSTING-TOTAL < 200
                   ADD 1 TO WS-POSTING-TOTAL
                   SET WS-PST-IDX TO WS-POSTING-TOTAL
                   MOVE CT-STEP-NAME   TO WS-PST-STEP-NAME(WS-PST-IDX)
                   MOVE CT-COUNT-NAME  TO WS-PST-COUNT-NAME(WS-PST-IDX)
                   MOVE CT-COUNT-VALUE
                       TO WS-PST-COUNT-VALUE(WS-PST-IDX)
               ELSE
                   DISPLAY 'TRUNCERT: POSTING TABLE FULL, POSTING '
                       'SKIPPED: ' CT-STEP-NAME ' ' CT-COUNT-NAME
               END-IF
           END-IF.

       1200-FIND-POSTING-BY-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POSTING-TOTAL
                      OR WS-ENTRY-FOUND
               IF WS-PST-STEP-NAME(WS-PST-IDX) = CT-STEP-NAME
                  AND WS-PST-COUNT-NAME(WS-PST-IDX) = CT-COUNT-NAME
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-MATCH-IDX TO WS-PST-IDX
               END-IF
           END-PERFORM.

      *****************************************************************
      * ONE COUNT OF ONE BALANCE. A CHANGE OF BALANCE NAME CLOSES THE *
      * PREVIOUS BALANCE AND MAKES THIS ENTRY THE NEW REFERENCE.      *
      *****************************************************************
       2000-CHECK-ONE-COUNT.
           IF WS-CHK-BALANCE(WS-CHK-IDX) NOT = WS-CURRENT-BALANCE
               PERFORM 2500-CLOSE-BALANCE
               MOVE WS-CHK-BALANCE(WS-CHK-IDX) TO WS-CURRENT-BALANCE
               MOVE 'Y' TO WS-FIRST-ENTRY-FLAG
               MOVE 'N' TO WS-REFERENCE-FLAG
               MOVE 'Y' TO WS-IN-BALANCE-FLAG
               MOVE ZERO TO WS-REFERENCE-VALUE
           ELSE
               MOVE 'N' TO WS-FIRST-ENTRY-FLAG
           END-IF
           PERFORM 2100-FIND-POSTING-BY-CHECK
           MOVE WS-CHK-BALANCE(WS-CHK-IDX)    TO WS-DTL-BALANCE
           MOVE WS-CHK-STEP-NAME(WS-CHK-IDX)  TO WS-DTL-STEP-NAME
           MOVE WS-CHK-COUNT-NAME(WS-CHK-IDX) TO WS-DTL-COUNT-NAME
           MOVE ZERO TO WS-DTL-COUNT-VALUE
           IF WS-ENTRY-FOUND
               MOVE WS-PST-COUNT-VALUE(WS-MATCH-IDX)
                   TO WS-DTL-COUNT-VALUE
           END-IF
           EVALUATE TRUE
               WHEN WS-FIRST-ENTRY AND WS-ENTRY-FOUND
                   SET WS-REFERENCE-POSTED TO TRUE
                   MOVE WS-PST-COUNT-VALUE(WS-MATCH-IDX)
                       TO WS-REFERENCE-VALUE
                   MOVE 'REFERENCE'      TO WS-DTL-STATUS
               WHEN NOT WS-ENTRY-FOUND
                    AND WS-CHK-OPTIONAL(WS-CHK-IDX)
                    AND NOT WS-FIRST-ENTRY
                   MOVE 'NOT YET POSTED' TO WS-DTL-STATUS
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'NOT POSTED'     TO WS-DTL-STATUS
                   MOVE 'N' TO WS-IN-BALANCE-FLAG
               WHEN NOT WS-REFERENCE-POSTED
                   MOVE 'UNCHECKED'      TO WS-DTL-STATUS
               WHEN WS-PST-COUNT-VALUE(WS-MATCH-IDX)
                    = WS-REFERENCE-VALUE
                   MOVE 'AGREES'         TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE 'DIFFERS'        TO WS-DTL-STATUS
                   MOVE 'N' TO WS-IN-BALANCE-FLAG
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2100-FIND-POSTING-BY-CHECK.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POSTING-TOTAL
                      OR WS-ENTRY-FOUND
               IF WS-PST-STEP-NAME(WS-PST-IDX)
                      = WS-CHK-STEP-NAME(WS-CHK-IDX)
                  AND WS-PST-COUNT-NAME(WS-PST-IDX)
                      = WS-CHK-COUNT-NAME(WS-CHK-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-MATCH-IDX TO WS-PST-IDX
               END-IF
           END-PERFORM.

       2500-CLOSE-BALANCE.
           IF WS-CURRENT-BALANCE NOT = SPACES
               MOVE WS-CURRENT-BALANCE TO WS-BAL-BALANCE
               IF WS-IN-BALANCE
                   MOVE 'IN BALANCE' TO WS-BAL-VERDICT
                   ADD 1 TO WS-BALANCED-COUNT
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-BAL-VERDICT
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               END-IF
               MOVE WS-BALANCE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-CURRENT-BALANCE
           END-IF.

       3000-WRITE-VERDICT.
           IF WS-OUT-OF-BALANCE-COUNT = ZERO
               MOVE 'RUN CERTIFIED - DASHBOARD FEED RELEASED'
                   TO WS-VERDICT-LINE
           ELSE
               MOVE 'RUN NOT CERTIFIED - DASHBOARD FEED HELD'
                   TO WS-VERDICT-LINE
           END-IF
           MOVE WS-VERDICT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       9000-SET-RETURN-CODE.
           IF WS-OUT-OF-BALANCE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
