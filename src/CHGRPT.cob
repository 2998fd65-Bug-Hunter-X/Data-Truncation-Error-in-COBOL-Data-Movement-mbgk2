       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.
      *****************************************************************
      * CHGRPT - DAILY PENDING-CHANGE AGING REPORT                    *
      * ONE LOOK AT EVERY CHANGE TO WHAT COUNTS AS EXPECTED: THE      *
      * PENDCHG FILE IN THREE SECTIONS, EACH CHANGE WITH ITS          *
      * REQUESTER, REASON AND AGE IN DAYS:                            *
      *   PENDING   STILL WAITING FOR A SECOND USER. AGE IS DAYS      *
      *             SINCE THE REQUEST; PAST THE THRESHOLD IT IS       *
      *             FLAGGED OVERDUE.                                  *
      *   APPROVED  WHO APPROVED IT, HOW MANY DAYS THE DECISION       *
      *             TOOK, AND WHETHER IT HAS BEEN APPLIED (X),        *
      *             WAS REFUSED AT APPLY TIME (E, WITH THE REASON)    *
      *             OR IS STILL WAITING FOR TESTMNT/FPMAINT (A).      *
      *   REJECTED  WHO REJECTED IT, WHEN AND WHY.                    *
      * CHANGES STILL IN PLAY (PENDING, OR APPROVED BUT NOT YET       *
      * APPLIED) ALWAYS LIST; APPLIED, FAILED AND REJECTED CHANGES    *
      * LIST FOR THE DECISION WINDOW ONLY SO THE DAILY REPORT DOES    *
      * NOT GROW WITHOUT END - PENDCHG ITSELF KEEPS THEM ALL.         *
      * AS A STANDING CONTROL FOR AUDIT, ANY DECIDED CHANGE WHOSE     *
      * DECIDING USER IS ITS REQUESTER - WHICH NEITHER CHGAPPR NOR    *
      * TESTINQ WILL RECORD, SO IT CAN ONLY MEAN THE FILE WAS         *
      * CHANGED OUTSIDE THEM - IS FLAGGED **SELF** WHATEVER ITS AGE   *
      * AND FORCES RC 8.                                              *
      *                                                               *
      * SYSIN CARD: RUN DATE AS THE SCHEDULER PASSES IT (&RUNDATE,    *
      * E.G. D20260808; BLANK = SYSTEM DATE), FOLLOWED BY THE         *
      * THREE-DIGIT OVERDUE THRESHOLD IN DAYS (BLANK/ZERO = 5) AND    *
      * THE THREE-DIGIT DECISION WINDOW IN DAYS (BLANK/ZERO = 30).    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCHG-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-PC-RELKEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT REPORT-FILE ASSIGN TO CHGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDCHG-FILE
           RECORDING MODE IS F.
           COPY PENDCHG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-PENDCHG-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-PENDCHG        VALUE 'Y'.
           05  WS-PENDCHG-STATUS       PIC X(2).
           05  WS-PC-RELKEY            PIC 9(6).
           05  WS-SECTION-FLAG         PIC X(1).
               88  WS-PENDING-SECTION       VALUE 'P'.
               88  WS-APPROVED-SECTION      VALUE 'A'.
               88  WS-REJECTED-SECTION      VALUE 'R'.
           05  WS-LIST-FLAG            PIC X(1).
               88  WS-LIST-THIS-CHANGE      VALUE 'Y'.

      *****************************************************************
      * SYSIN CONTROL CARD - SEE THE BANNER.                          *
      *****************************************************************
       01  WS-CONTROL-CARD             PIC X(15).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-OVERDUE-WORK             PIC X(3).
       01  WS-WINDOW-WORK              PIC X(3).
       01  WS-OVERDUE-DAYS             PIC 9(3)  VALUE 5.
       01  WS-WINDOW-DAYS              PIC 9(3)  VALUE 30.

      *****************************************************************
      * AGES ARE WHOLE DAYS ON THE INTEGER-DATE LINE, SO A CHANGE     *
      * THAT STRADDLES A MONTH OR YEAR END AGES CORRECTLY.            *
      *****************************************************************
       01  WS-AGE-AREAS.
           05  WS-RUN-DAY-NUMBER       PIC 9(8).
           05  WS-REQ-DAY-NUMBER       PIC 9(8).
           05  WS-DEC-DAY-NUMBER       PIC 9(8).
           05  WS-AGE-DAYS             PIC 9(6).
           05  WS-DECIDE-DAYS          PIC 9(6).
           05  WS-SINCE-DECIDED-DAYS   PIC 9(6).

       01  WS-REPORT-COUNTS.
           05  WS-PENDING-COUNT        PIC 9(6)  VALUE ZERO.
           05  WS-OVERDUE-COUNT        PIC 9(6)  VALUE ZERO.
           05  WS-AWAITING-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-APPLIED-COUNT        PIC 9(6)  VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(6)  VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-SELF-DECIDED-COUNT   PIC 9(6)  VALUE ZERO.
           05  WS-SECTION-COUNT        PIC 9(6)  VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(39) VALUE
               'PENDING-CHANGE AGING REPORT - RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(22) VALUE
               'OVERDUE AFTER (DAYS): '.
           05  WS-HDG-OVERDUE          PIC ZZ9.
           05  FILLER                  PIC X(28) VALUE
               '   DECISION WINDOW (DAYS): '.
           05  WS-HDG-WINDOW           PIC ZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-PENDING-TITLE            PIC X(80) VALUE
           'PENDING CHANGES - AWAITING A SECOND USER'.
       01  WS-APPROVED-TITLE           PIC X(80) VALUE
           'APPROVED CHANGES'.
       01  WS-REJECTED-TITLE           PIC X(80) VALUE
           'REJECTED CHANGES'.
       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(32) VALUE
               'CHANGE T A KEY'.
           05  FILLER                  PIC X(48) VALUE
               'REQUESTR REQ DATE  AGE DECIDER DAYS STATUS'.
       01  WS-NONE-LINE                PIC X(80) VALUE
           '  (NONE)'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CHANGE-ID        PIC Z(5)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-TARGET           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-ACTION           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-KEY              PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-REQUESTER        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-REQ-DATE         PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-AGE              PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-DECIDER          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-DECIDE-DAYS      PIC ZZ9.
           05  WS-DTL-DECIDE-BLANK REDEFINES WS-DTL-DECIDE-DAYS
                                       PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-STATUS           PIC X(12).

       01  WS-TEXT-LINE.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  WS-TXT-LABEL            PIC X(9).
           05  WS-TXT-TEXT             PIC X(40).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(32).
           05  WS-TOT-COUNT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-CONTROL-CARD
           OPEN INPUT PENDCHG-FILE
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'CHGRPT: PENDCHG OPEN FAILED, FILE STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE     TO WS-HDG-RUN-DATE
           MOVE WS-OVERDUE-DAYS TO WS-HDG-OVERDUE
           MOVE WS-WINDOW-DAYS  TO WS-HDG-WINDOW
           MOVE WS-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 'P' TO WS-SECTION-FLAG
           MOVE WS-PENDING-TITLE TO REPORT-RECORD
           PERFORM 1000-LIST-SECTION
           MOVE 'A' TO WS-SECTION-FLAG
           MOVE WS-APPROVED-TITLE TO REPORT-RECORD
           PERFORM 1000-LIST-SECTION
           MOVE 'R' TO WS-SECTION-FLAG
           MOVE WS-REJECTED-TITLE TO REPORT-RECORD
           PERFORM 1000-LIST-SECTION
           PERFORM 5000-WRITE-TOTALS
           CLOSE PENDCHG-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CHGRPT: ' WS-PENDING-COUNT ' PENDING ('
               WS-OVERDUE-COUNT ' OVERDUE), ' WS-AWAITING-COUNT
               ' AWAITING APPLY, ' WS-SELF-DECIDED-COUNT
               ' SELF-DECIDED'
           PERFORM 5900-SET-RETURN-CODE
           STOP RUN.

       0050-GET-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE SPACES TO WS-OVERDUE-WORK
           MOVE SPACES TO WS-WINDOW-WORK
           EVALUATE TRUE
               WHEN WS-CONTROL-CARD(1:1) = 'D'
                    AND WS-CONTROL-CARD(2:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD(2:8)  TO WS-RUN-DATE
                   MOVE WS-CONTROL-CARD(10:3) TO WS-OVERDUE-WORK
                   MOVE WS-CONTROL-CARD(13:3) TO WS-WINDOW-WORK
               WHEN WS-CONTROL-CARD(1:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD(1:8)  TO WS-RUN-DATE
                   MOVE WS-CONTROL-CARD(9:3)  TO WS-OVERDUE-WORK
                   MOVE WS-CONTROL-CARD(12:3) TO WS-WINDOW-WORK
               WHEN OTHER
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-EVALUATE
           IF WS-OVERDUE-WORK IS NUMERIC
              AND WS-OVERDUE-WORK NOT = '000'
               MOVE WS-OVERDUE-WORK TO WS-OVERDUE-DAYS
           END-IF
           IF WS-WINDOW-WORK IS NUMERIC
              AND WS-WINDOW-WORK NOT = '000'
               MOVE WS-WINDOW-WORK TO WS-WINDOW-DAYS
           END-IF.

      *****************************************************************
      * ONE PASS OF PENDCHG PER SECTION, IN CHANGE-ID ORDER (WHICH    *
      * IS REQUEST ORDER). THE SECTION TITLE IS ALREADY IN            *
      * REPORT-RECORD.                                                *
      *****************************************************************
       1000-LIST-SECTION.
           MOVE SPACES TO WS-TOT-LABEL
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM 1900-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-PENDCHG-EOF-FLAG
      *    RECORD 1 IS THE CONTROL RECORD - CHANGES START AT 2.
           MOVE 2 TO WS-PC-RELKEY
           START PENDCHG-FILE KEY IS >= WS-PC-RELKEY
               INVALID KEY
                   SET WS-END-OF-PENDCHG TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-PENDCHG
               READ PENDCHG-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-PENDCHG TO TRUE
                   NOT AT END
                       PERFORM 1100-EXAMINE-CHANGE
               END-READ
           END-PERFORM
           IF WS-SECTION-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       1100-EXAMINE-CHANGE.
           MOVE 'N' TO WS-LIST-FLAG
           IF NOT PC-CONTROL-RECORD
               PERFORM 1200-COMPUTE-AGES
               EVALUATE TRUE
                   WHEN WS-PENDING-SECTION AND PC-PENDING
                       SET WS-LIST-THIS-CHANGE TO TRUE
                   WHEN WS-APPROVED-SECTION AND PC-APPROVED
                       SET WS-LIST-THIS-CHANGE TO TRUE
                   WHEN WS-APPROVED-SECTION
                        AND (PC-APPLIED OR PC-APPLY-FAILED)
                        AND WS-SINCE-DECIDED-DAYS NOT > WS-WINDOW-DAYS
                       SET WS-LIST-THIS-CHANGE TO TRUE
                   WHEN WS-REJECTED-SECTION AND PC-REJECTED
                        AND WS-SINCE-DECIDED-DAYS NOT > WS-WINDOW-DAYS
                       SET WS-LIST-THIS-CHANGE TO TRUE
               END-EVALUATE
      *        A SELF-DECIDED CHANGE LISTS WHATEVER ITS AGE.
               IF (WS-APPROVED-SECTION
                   AND (PC-APPROVED OR PC-APPLIED OR PC-APPLY-FAILED))
                  OR (WS-REJECTED-SECTION AND PC-REJECTED)
                   IF PC-DEC-USER = PC-REQ-USER
                       SET WS-LIST-THIS-CHANGE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-LIST-THIS-CHANGE
               PERFORM 1500-WRITE-CHANGE
           END-IF.

       1200-COMPUTE-AGES.
           MOVE ZERO TO WS-AGE-DAYS
           MOVE ZERO TO WS-DECIDE-DAYS
           MOVE ZERO TO WS-SINCE-DECIDED-DAYS
           MOVE ZERO TO WS-REQ-DAY-NUMBER
           IF PC-REQ-DATE > ZERO
               COMPUTE WS-REQ-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(PC-REQ-DATE)
               IF WS-RUN-DAY-NUMBER > WS-REQ-DAY-NUMBER
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-DAY-NUMBER - WS-REQ-DAY-NUMBER
               END-IF
           END-IF
           IF PC-DEC-DATE > ZERO
               COMPUTE WS-DEC-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(PC-DEC-DATE)
               IF WS-DEC-DAY-NUMBER > WS-REQ-DAY-NUMBER
                   COMPUTE WS-DECIDE-DAYS =
                       WS-DEC-DAY-NUMBER - WS-REQ-DAY-NUMBER
               END-IF
               IF WS-RUN-DAY-NUMBER > WS-DEC-DAY-NUMBER
                   COMPUTE WS-SINCE-DECIDED-DAYS =
                       WS-RUN-DAY-NUMBER - WS-DEC-DAY-NUMBER
               END-IF
           END-IF.

       1500-WRITE-CHANGE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE PC-CHANGE-ID TO WS-DTL-CHANGE-ID
           MOVE PC-TARGET    TO WS-DTL-TARGET
           IF PC-FOR-FLDPAIR
               MOVE PC-FP-ACTION    TO WS-DTL-ACTION
               MOVE PC-FP-PAIR-NAME TO WS-DTL-KEY
           ELSE
               MOVE PC-TC-ACTION    TO WS-DTL-ACTION
               MOVE PC-TC-TEST-ID   TO WS-DTL-KEY
           END-IF
           MOVE PC-REQ-USER  TO WS-DTL-REQUESTER
           MOVE PC-REQ-DATE  TO WS-DTL-REQ-DATE
           MOVE WS-AGE-DAYS  TO WS-DTL-AGE
           MOVE PC-DEC-USER  TO WS-DTL-DECIDER
           IF PC-PENDING
               MOVE SPACES TO WS-DTL-DECIDE-BLANK
           ELSE
               MOVE WS-DECIDE-DAYS TO WS-DTL-DECIDE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN PC-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   IF WS-AGE-DAYS > WS-OVERDUE-DAYS
                       MOVE 'OVERDUE' TO WS-DTL-STATUS
                       ADD 1 TO WS-OVERDUE-COUNT
                   ELSE
                       MOVE 'PENDING' TO WS-DTL-STATUS
                   END-IF
               WHEN PC-APPROVED
                   MOVE 'AWAIT APPLY' TO WS-DTL-STATUS
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN PC-APPLIED
                   MOVE 'APPLIED' TO WS-DTL-STATUS
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN PC-APPLY-FAILED
                   MOVE 'APPLY FAILED' TO WS-DTL-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-DTL-STATUS
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           IF NOT PC-PENDING AND PC-DEC-USER = PC-REQ-USER
               MOVE '**SELF**' TO WS-DTL-STATUS
               ADD 1 TO WS-SELF-DECIDED-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REASON:'     TO WS-TXT-LABEL
           MOVE PC-REQ-REASON TO WS-TXT-TEXT
           MOVE WS-TEXT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF PC-DEC-REASON NOT = SPACES
               MOVE 'DECIDED:'    TO WS-TXT-LABEL
               MOVE PC-DEC-REASON TO WS-TXT-TEXT
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF PC-APPLY-NOTE NOT = SPACES
               MOVE 'APPLY:'      TO WS-TXT-LABEL
               MOVE PC-APPLY-NOTE TO WS-TXT-TEXT
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       1900-WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-TXT-TEXT
           MOVE REPORT-RECORD TO WS-TXT-TEXT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TXT-TEXT TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD.

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CHANGES PENDING              = ' TO WS-TOT-LABEL
           MOVE WS-PENDING-COUNT                  TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  OF WHICH OVERDUE           = ' TO WS-TOT-LABEL
           MOVE WS-OVERDUE-COUNT                  TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'APPROVED, AWAITING APPLY     = ' TO WS-TOT-LABEL
           MOVE WS-AWAITING-COUNT                 TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'APPLIED IN WINDOW            = ' TO WS-TOT-LABEL
           MOVE WS-APPLIED-COUNT                  TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'APPLY FAILED IN WINDOW       = ' TO WS-TOT-LABEL
           MOVE WS-FAILED-COUNT                   TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REJECTED IN WINDOW           = ' TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT                 TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DECIDED BY OWN REQUESTER     = ' TO WS-TOT-LABEL
           MOVE WS-SELF-DECIDED-COUNT             TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * RC = 0 NOTHING NEEDS ATTENTION, RC = 4 A PENDING CHANGE IS    *
      * OVERDUE OR AN APPROVED CHANGE FAILED TO APPLY, RC = 8 A       *
      * CHANGE WAS DECIDED BY ITS OWN REQUESTER - A CONTROL BREACH    *
      * FOR AUDIT, NOT A BACKLOG.                                     *
      *****************************************************************
       5900-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SELF-DECIDED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERDUE-COUNT > ZERO
                    OR WS-FAILED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
