      * SO CLEAN NIGHTS STILL REGISTER. TRUNTRND READS THE RESULT    *
      * TO ANSWER THE WEEK-OVER-WEEK TREND QUESTIONS NOBODY CAN      *
      * ANSWER TODAY WITHOUT PULLING OLD DATASETS BY HAND.           *
      * THE EXCEPTIONS READ, THE SUM OF THE FIELD RECORDS' COUNTS,   *
      * THE *RUN-TOTALS* COUNTS AND THE RECORDS APPENDED ARE POSTED  *
      * TO THE RUN-CONTROL LEDGER (RUNCTL) FOR TRUNCERT TO BALANCE.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRUNCLOG-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-LOG-EOF-FLAG         PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUNHIST-STATUS           PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).

      *****************************************************************
      * OPTIONAL SYSIN CONTROL CARD CARRYING THE SCHEDULER'S RUN      *
       01  WS-TALLY-PASS               PIC 9(4).
       01  WS-TALLY-FAIL               PIC 9(4).
       01  WS-HISTORY-WRITTEN          PIC 9(4)  VALUE ZERO.
      *    SUM OF RH-EXC-COUNT OVER THE FIELD RECORDS WRITTEN - SHORT
      *    OF WS-TOTAL-EXCEPTIONS ONLY IF A FIELD FELL OFF A FULL TABLE.
       01  WS-HISTORY-EXC-SUM          PIC 9(6)  VALUE ZERO.

       01  WS-POSTING-AREAS.
           05  WS-POST-NAME            PIC X(20).
           05  WS-POST-VALUE           PIC 9(12).
           05  WS-POSTED-DATE          PIC 9(8).
           05  WS-POSTED-TIME          PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CLOSE TRUNCLOG-FILE
           CLOSE RESULTS-FILE
           CLOSE RUNHIST-FILE
           PERFORM 8000-POST-RUN-CONTROL
           DISPLAY 'TRUNHIST: ' WS-HISTORY-WRITTEN
               ' HISTORY RECORDS APPENDED FOR RUN ' WS-RUN-DATE
           STOP RUN.
           MOVE ZERO                         TO RH-PASS-COUNT
           MOVE ZERO                         TO RH-FAIL-COUNT
           WRITE RUNHIST-RECORD
           ADD RH-EXC-COUNT TO WS-HISTORY-EXC-SUM
           ADD 1 TO WS-HISTORY-WRITTEN.

       3200-WRITE-TOTALS-RECORD.
           MOVE WS-FAIL-COUNT       TO RH-FAIL-COUNT
           WRITE RUNHIST-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN.

      *****************************************************************
      * RUN-CONTROL LEDGER POSTINGS (LAYOUT AND COUNT NAMES IN        *
      * RUNCTL.CPY). RUNCTL USES MOD IN THE JCL; THE '35' HANDLING IS *
      * THE SAME SECOND LINE OF DEFENSE AS FOR RUNHIST ABOVE.         *
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
           MOVE 'RUNHIST EXC SUM'     TO WS-POST-NAME
           MOVE WS-HISTORY-EXC-SUM    TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'RUNHIST TOTAL EXC'   TO WS-POST-NAME
           MOVE WS-TOTAL-EXCEPTIONS   TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'RUNHIST PASS'        TO WS-POST-NAME
           MOVE WS-PASS-COUNT         TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'RUNHIST FAIL'        TO WS-POST-NAME
           MOVE WS-FAIL-COUNT         TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'RUNHIST RECORDS'     TO WS-POST-NAME
           MOVE WS-HISTORY-WRITTEN    TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           CLOSE RUNCTL-FILE.

       8100-POST-COUNT.
           MOVE WS-RUN-DATE           TO CT-RUN-DATE
           MOVE 'TRUNHIST'            TO CT-STEP-NAME
           MOVE WS-POST-NAME          TO CT-COUNT-NAME
           MOVE WS-POST-VALUE         TO CT-COUNT-VALUE
           MOVE WS-POSTED-DATE        TO CT-POSTED-DATE
           MOVE WS-POSTED-TIME(1:6)   TO CT-POSTED-TIME
           WRITE RUNCTL-RECORD.
