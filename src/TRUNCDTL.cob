      * THE DROPPED PORTION SIDE BY SIDE - SO TRACING AN EXCEPTION   *
      * BACK TO ITS TEST CASE AND SEEING EXACTLY WHAT WAS LOST IS A  *
      * ONE-PAGE READ INSTEAD OF A MORNING OF RE-RUNNING ID RANGES.  *
      * EACH BLOCK NAMES THE LOSS SEVERITY, AND THE TOTALS BREAK THE  *
      * EXCEPTION COUNT DOWN BY SEVERITY, SO THE INVESTIGATION CAN    *
      * START WITH THE REAL DAMAGE AND LEAVE THE PADDING FOR LAST.    *
      * THE LOSS KIND (RIGHT, LEFT, INTEGER, DECIMALS, SIGN) SAYS     *
      * WHICH END OF THE VALUE WENT, AND DECIDES WHICH SLICE OF THE   *
      * SOURCE PRINTS AS KEPT.                                        *
      * THE EXCEPTIONS READ AND PRINTED ARE POSTED TO THE RUN-CONTROL *
      * LEDGER (RUNCTL) UNDER THE SYSIN RUN DATE FOR TRUNCERT TO      *
      * BALANCE.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT DETAIL-FILE ASSIGN TO DTLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRUNCLOG-FILE
           RECORDING MODE IS F.
       01  DETAIL-RECORD               PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-LOG-EOF-FLAG         PIC X(1)  VALUE 'N'.
               88  WS-END-OF-LOG            VALUE 'Y'.
           05  WS-RUNCTL-STATUS        PIC X(2).

       01  WS-EXCEPTION-COUNT          PIC 9(6)  VALUE ZERO.
       01  WS-PRINTED-COUNT            PIC 9(6)  VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

      *****************************************************************
      * SAME OPTIONAL SYSIN RUN-DATE CARD AS TRUNHIST (&RUNDATE,      *
      * E.G. D20260808, OR PLAIN 20260808; BLANK = SYSTEM DATE). IT   *
      * DATES THE LEDGER POSTINGS ONLY.                               *
      *****************************************************************
       01  WS-DATE-CARD                PIC X(9).

       01  WS-POSTING-AREAS.
           05  WS-POST-NAME            PIC X(20).
           05  WS-POST-VALUE           PIC 9(12).
           05  WS-POSTED-DATE          PIC 9(8).
           05  WS-POSTED-TIME          PIC 9(8).

      *    SEVERITY SLOTS 1-5 = B, W, M, D, N (SEE TRUNCLOG.CPY); AN
      *    UNCODED RECORD COUNTS AS MID-WORD, AS IN TRUNCRPT.
       01  WS-SEVERITY-TOTALS.
           05  WS-SEV-TOTAL            PIC 9(6)  OCCURS 5 TIMES.
       01  WS-SEV-SUB                  PIC 9(1).
       01  WS-SEVERITY-LABELS.
           05  FILLER                  PIC X(13) VALUE 'BLANK-ONLY'.
           05  FILLER                  PIC X(13) VALUE 'WORD BOUNDARY'.
           05  FILLER                  PIC X(13) VALUE 'MID-WORD'.
           05  FILLER                  PIC X(13) VALUE 'SPLIT DBCS'.
           05  FILLER                  PIC X(13) VALUE 'DIGITS LOST'.
       01  WS-SEVERITY-LABEL-TABLE REDEFINES WS-SEVERITY-LABELS.
           05  WS-SEV-LABEL            PIC X(13) OCCURS 5 TIMES.

       01  WS-HEADING-1                PIC X(132) VALUE
           'DATA MOVEMENT TRUNCATION EXCEPTION DETAIL'.
           05  WS-DTL-TARGET-LEN       PIC ZZZ9.
           05  FILLER                  PIC X(8)  VALUE ' LOST = '.
           05  WS-DTL-TRUNC-CHARS      PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE
                                        ' SEVERITY = '.
           05  WS-DTL-SEVERITY         PIC X(13).
           05  FILLER                  PIC X(8)  VALUE ' LOSS = '.
           05  WS-DTL-LOSS-KIND        PIC X(8).

      *****************************************************************
      * KEPT AND LOST VALUES RUN TO 500 CHARACTERS, SO THEY PRINT IN *
                                        'TOTAL EXCEPTIONS = '.
           05  WS-TOT-EXCEPTIONS       PIC ZZZZZ9.

       01  WS-SEVERITY-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SEV-TOT-LABEL        PIC X(13).
           05  FILLER                  PIC X(4)  VALUE ' =  '.
           05  WS-SEV-TOT-COUNT        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           INITIALIZE WS-SEVERITY-TOTALS
           OPEN INPUT  TRUNCLOG-FILE
           OPEN OUTPUT DETAIL-FILE
           MOVE WS-HEADING-1 TO DETAIL-RECORD
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-EXCEPTIONS
           MOVE WS-TOTAL-LINE TO DETAIL-RECORD
           WRITE DETAIL-RECORD
           PERFORM VARYING WS-SEV-SUB FROM 1 BY 1
                   UNTIL WS-SEV-SUB > 5
               MOVE WS-SEV-LABEL(WS-SEV-SUB) TO WS-SEV-TOT-LABEL
               MOVE WS-SEV-TOTAL(WS-SEV-SUB) TO WS-SEV-TOT-COUNT
               MOVE WS-SEVERITY-TOTAL-LINE TO DETAIL-RECORD
               WRITE DETAIL-RECORD
           END-PERFORM
           CLOSE TRUNCLOG-FILE
           CLOSE DETAIL-FILE
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

       1000-PRINT-EXCEPTION.
           MOVE SPACES TO DETAIL-RECORD
           WRITE DETAIL-RECORD
           MOVE TL-SOURCE-LEN  TO WS-DTL-SOURCE-LEN
           MOVE TL-TARGET-LEN  TO WS-DTL-TARGET-LEN
           MOVE TL-TRUNC-CHARS TO WS-DTL-TRUNC-CHARS
           EVALUATE TRUE
               WHEN TL-SEV-BLANK-ONLY      MOVE 1 TO WS-SEV-SUB
               WHEN TL-SEV-WORD-BOUNDARY   MOVE 2 TO WS-SEV-SUB
               WHEN TL-SEV-SPLIT-DBCS      MOVE 4 TO WS-SEV-SUB
               WHEN TL-SEV-DIGITS-LOST     MOVE 5 TO WS-SEV-SUB
               WHEN OTHER                  MOVE 3 TO WS-SEV-SUB
           END-EVALUATE
           ADD 1 TO WS-SEV-TOTAL(WS-SEV-SUB)
           MOVE WS-SEV-LABEL(WS-SEV-SUB) TO WS-DTL-SEVERITY
      *    A RECORD LOGGED BEFORE THE LOSS KIND WAS CARRIED HAS IT
      *    BLANK; ITS PAIR TYPE SAYS WHICH END WENT.
           IF TL-LOSS-KIND = SPACE
               EVALUATE TRUE
                   WHEN TL-TYPE-NUMERIC    MOVE 'I' TO TL-LOSS-KIND
                   WHEN TL-TYPE-JUSTIFIED  MOVE 'L' TO TL-LOSS-KIND
                   WHEN OTHER              MOVE 'R' TO TL-LOSS-KIND
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN TL-KIND-LEFT-CUT
                   MOVE 'LEFT' TO WS-DTL-LOSS-KIND
               WHEN TL-KIND-INTEGER
                   MOVE 'INTEGER' TO WS-DTL-LOSS-KIND
               WHEN TL-KIND-DECIMAL
                   MOVE 'DECIMALS' TO WS-DTL-LOSS-KIND
               WHEN TL-KIND-SIGN
                   MOVE 'SIGN' TO WS-DTL-LOSS-KIND
               WHEN OTHER
                   MOVE 'RIGHT' TO WS-DTL-LOSS-KIND
           END-EVALUATE
           MOVE WS-CASE-LINE TO DETAIL-RECORD
           WRITE DETAIL-RECORD
           ADD 1 TO WS-PRINTED-COUNT
      *    THE KEPT PORTION IS WHAT SURVIVED THE MOVE: THE LEADING
      *    TARGET-LENGTH SLICE WHEN THE RIGHT END WAS CUT (AN
      *    ALPHANUMERIC PAIR, OR DECIMALS), BUT THE TRAILING SLICE
      *    WHEN THE LEFT END WAS CUT (HIGH-ORDER INTEGER DIGITS, OR A
      *    JUSTIFIED-RIGHT TARGET). A LOST SIGN KEEPS NOTHING. A
      *    TARGET WIDER THAN THE STORED SOURCE VALUE SHOWS THE WHOLE
      *    STORED VALUE.
           MOVE SPACES TO WS-PRINT-VALUE
           EVALUATE TRUE
               WHEN TL-TARGET-LEN >= LENGTH OF TL-SOURCE-VALUE
                   MOVE LENGTH OF TL-SOURCE-VALUE TO WS-PRINT-LEN
               WHEN TL-TARGET-LEN = ZERO
                   MOVE ZERO TO WS-PRINT-LEN
               WHEN TL-KIND-INTEGER OR TL-KIND-LEFT-CUT
                   MOVE TL-SOURCE-VALUE(TL-TRUNC-CHARS + 1:
                        TL-TARGET-LEN) TO WS-PRINT-VALUE
                   MOVE TL-TARGET-LEN TO WS-PRINT-LEN
               MOVE SPACES TO WS-VAL-LABEL
               ADD WS-PRINT-CHUNK TO WS-PRINT-OFFSET
           END-PERFORM.

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
           MOVE WS-EXCEPTION-COUNT    TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'EXCEPTIONS PRINTED'  TO WS-POST-NAME
           MOVE WS-PRINTED-COUNT      TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           CLOSE RUNCTL-FILE.

       8100-POST-COUNT.
           MOVE WS-RUN-DATE           TO CT-RUN-DATE
           MOVE 'TRUNCDTL'            TO CT-STEP-NAME
           MOVE WS-POST-NAME          TO CT-COUNT-NAME
           MOVE WS-POST-VALUE         TO CT-COUNT-VALUE
           MOVE WS-POSTED-DATE        TO CT-POSTED-DATE
           MOVE WS-POSTED-TIME(1:6)   TO CT-POSTED-TIME
           WRITE RUNCTL-RECORD.
