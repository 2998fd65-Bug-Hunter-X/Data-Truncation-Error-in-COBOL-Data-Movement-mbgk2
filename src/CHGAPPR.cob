       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.
      *****************************************************************
      * CHGAPPR - BATCH APPROVAL OF PENDING CHANGES                   *
      * THE CHECKER'S SIDE OF THE PENDING-CHANGE FILE. EACH APPRIN    *
      * DECISION CARD APPROVES OR REJECTS ONE PENDING CHANGE BY ITS   *
      * CHANGE ID. THE DECIDING USER ID IS TAKEN ONCE FOR THE RUN     *
      * FROM THE SYSIN CONTROL CARD (THE JCL PASSES &SYSUID), NOT     *
      * FROM EACH DECISION CARD, AND IS CHECKED AGAINST THE REQUESTER *
      * RECORDED ON EACH PENDING CHANGE - THE TWO MUST DIFFER. A      *
      * DECISION IS REFUSED - AND THE CHANGE STAYS PENDING - WHEN:    *
      *   - THE DECIDING USER IS THE USER WHO REQUESTED THE CHANGE.   *
      *     SELF-APPROVED REBASELINING IS EXACTLY THE GAP THIS FILE   *
      *     EXISTS TO CLOSE, AND A SELF-REJECTION IS REFUSED TOO:     *
      *     A REQUESTER WITHDRAWS A CHANGE BY ASKING A CHECKER TO     *
      *     REJECT IT, SO EVERY DECISION HAS TWO NAMES ON IT.         *
      *   - THE CHANGE IS NOT PENDING (ALREADY DECIDED OR APPLIED).   *
      *   - A REJECTION CARRIES NO REASON.                            *
      * APPROVING DOES NOT APPLY ANYTHING: TESTMNT (TESTIDX) AND      *
      * FPMAINT (FLDPAIR) PICK UP APPROVED CHANGES ON THEIR NEXT      *
      * RUN. EVERY CARD IS ECHOED TO THE APPRPT LISTING.              *
      *                                                               *
      * SYSIN CONTROL CARD: COLS 1-8 DECIDING USER ID.                *
      * APPRIN DECISION CARD:                                         *
      *   COLS 1-6   CHANGE ID (FROM REQRPT, CHGRPT OR TESTINQ)       *
      *   COL 8      A = APPROVE, R = REJECT                          *
      *   COLS 10-49 REASON (REQUIRED TO REJECT)                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRIN-FILE ASSIGN TO APPRIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDCHG-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PC-RELKEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO APPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPRIN-FILE
           RECORDING MODE IS F.
       01  APPRIN-RECORD.
           05  AP-CHANGE-ID             PIC X(6).
           05  FILLER                   PIC X(1).
           05  AP-DECISION              PIC X(1).
               88  AP-APPROVE                VALUE 'A'.
               88  AP-REJECT                 VALUE 'R'.
           05  FILLER                   PIC X(1).
           05  AP-REASON                PIC X(40).
           05  FILLER                   PIC X(31).

       FD  PENDCHG-FILE
           RECORDING MODE IS F.
           COPY PENDCHG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-APPR-EOF-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-END-OF-APPRIN         VALUE 'Y'.
           05  WS-PENDCHG-STATUS       PIC X(2).
           05  WS-PC-RELKEY            PIC 9(6).

       01  WS-CONTROL-CARD.
           05  WS-CC-DECIDER           PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-DEC-DATE                 PIC 9(8).
       01  WS-DEC-TIME                 PIC 9(8).

       01  WS-DECISION-COUNTS.
           05  WS-CARD-READ-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(6)  VALUE ZERO.
           05  WS-SELF-DECIDE-COUNT    PIC 9(6)  VALUE ZERO.

       01  WS-AUDIT-HEADING            PIC X(80) VALUE
           'PENDING-CHANGE DECISION LISTING'.
       01  WS-AUDIT-DECIDER-LINE.
           05  FILLER                  PIC X(11) VALUE 'DECIDED BY '.
           05  WS-ADL-DECIDER          PIC X(8).
           05  FILLER                  PIC X(61) VALUE SPACES.
       01  WS-AUDIT-COLUMNS            PIC X(80) VALUE
           'CHANGE D KEY                  REQUESTR DISPOSITION'.
       01  WS-AUDIT-LINE.
           05  WS-AUD-CHANGE-ID        PIC Z(5)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-DECISION         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-KEY              PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-REQUESTER        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-DISPOSITION      PIC X(40).

       01  WS-NOT-PENDING-REASON.
           05  FILLER                  PIC X(34) VALUE
               'REFUSED - NOT PENDING, STATUS IS '.
           05  WS-NPR-STATUS           PIC X(1).
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-COUNT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CC-DECIDER = SPACES
               DISPLAY 'CHGAPPR: CONTROL CARD HAS NO DECIDING USER ID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDCHG-FILE
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'CHGAPPR: PENDCHG OPEN FAILED, FILE STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DEC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DEC-TIME FROM TIME
           OPEN INPUT  APPRIN-FILE
           OPEN OUTPUT AUDIT-FILE
           MOVE WS-AUDIT-HEADING TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE WS-CC-DECIDER TO WS-ADL-DECIDER
           MOVE WS-AUDIT-DECIDER-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE WS-AUDIT-COLUMNS TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM UNTIL WS-END-OF-APPRIN
               READ APPRIN-FILE
                   AT END
                       SET WS-END-OF-APPRIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-READ-COUNT
                       PERFORM 1000-APPLY-DECISION
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-AUDIT-TOTALS
           CLOSE APPRIN-FILE
           CLOSE PENDCHG-FILE
           CLOSE AUDIT-FILE
           DISPLAY 'CHGAPPR: ' WS-APPROVED-COUNT ' APPROVED, '
               WS-REJECTED-COUNT ' REJECTED, ' WS-REFUSED-COUNT
               ' REFUSED'
           PERFORM 5900-SET-RETURN-CODE
           STOP RUN.

       1000-APPLY-DECISION.
           MOVE AP-DECISION TO WS-AUD-DECISION
           MOVE SPACES      TO WS-AUD-KEY
           MOVE SPACES      TO WS-AUD-REQUESTER
           IF AP-CHANGE-ID IS NUMERIC
               MOVE AP-CHANGE-ID TO WS-AUD-CHANGE-ID
           ELSE
               MOVE ZERO TO WS-AUD-CHANGE-ID
           END-IF
           EVALUATE TRUE
               WHEN AP-CHANGE-ID IS NOT NUMERIC
                    OR AP-CHANGE-ID = '000000'
                   MOVE 'REFUSED - CHANGE ID NOT NUMERIC'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOT AP-APPROVE AND NOT AP-REJECT
                   MOVE 'REFUSED - DECISION NOT A OR R'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN AP-REJECT AND AP-REASON = SPACES
                   MOVE 'REFUSED - A REJECTION NEEDS A REASON'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   PERFORM 1100-READ-PENDING-CHANGE
           END-EVALUATE
           MOVE WS-AUDIT-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       1100-READ-PENDING-CHANGE.
           MOVE AP-CHANGE-ID TO WS-PC-RELKEY
           READ PENDCHG-FILE
               INVALID KEY
                   MOVE 'REFUSED - CHANGE ID NOT ON PENDCHG'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   PERFORM 1200-DECIDE-CHANGE
           END-READ.

      *****************************************************************
      * THE TWO-NAMES RULE: THE REQUESTER AND THE DECIDER MUST BE     *
      * DIFFERENT USER IDS, COMPARED AS STORED - NO TRIMMING OR       *
      * CASE FOLDING TO ARGUE ABOUT.                                  *
      *****************************************************************
       1200-DECIDE-CHANGE.
           IF PC-FOR-FLDPAIR
               MOVE PC-FP-PAIR-NAME TO WS-AUD-KEY
           ELSE
               MOVE PC-TC-TEST-ID   TO WS-AUD-KEY
           END-IF
           MOVE PC-REQ-USER TO WS-AUD-REQUESTER
           EVALUATE TRUE
               WHEN PC-CONTROL-RECORD
                   MOVE SPACES TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-REQUESTER
                   MOVE 'REFUSED - CHANGE ID NOT ON PENDCHG'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOT PC-PENDING
                   MOVE PC-STATUS TO WS-NPR-STATUS
                   MOVE WS-NOT-PENDING-REASON TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN PC-REQ-USER = WS-CC-DECIDER
                   MOVE 'REFUSED - REQUESTER CANNOT DECIDE'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
                   ADD 1 TO WS-SELF-DECIDE-COUNT
               WHEN OTHER
                   MOVE WS-CC-DECIDER    TO PC-DEC-USER
                   MOVE WS-DEC-DATE      TO PC-DEC-DATE
                   MOVE WS-DEC-TIME(1:6) TO PC-DEC-TIME
                   MOVE AP-REASON        TO PC-DEC-REASON
                   IF AP-APPROVE
                       SET PC-APPROVED TO TRUE
                       MOVE 'APPROVED' TO WS-AUD-DISPOSITION
                       ADD 1 TO WS-APPROVED-COUNT
                   ELSE
                       SET PC-REJECTED TO TRUE
                       MOVE 'REJECTED' TO WS-AUD-DISPOSITION
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
                   REWRITE PENDCHG-RECORD
                       INVALID KEY
                           DISPLAY 'CHGAPPR: PENDCHG REWRITE FAILED '
                               'FOR CHANGE ' PC-CHANGE-ID
                   END-REWRITE
           END-EVALUATE.

       5000-WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'DECISION CARDS READ   = ' TO WS-TOT-LABEL
           MOVE WS-CARD-READ-COUNT         TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'CHANGES APPROVED      = ' TO WS-TOT-LABEL
           MOVE WS-APPROVED-COUNT          TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'CHANGES REJECTED      = ' TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT          TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'DECISIONS REFUSED     = ' TO WS-TOT-LABEL
           MOVE WS-REFUSED-COUNT           TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE '  OF WHICH OWN CHANGE = ' TO WS-TOT-LABEL
           MOVE WS-SELF-DECIDE-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * RC = 0 EVERY DECISION TAKEN, RC = 4 ONE OR MORE DECISIONS     *
      * REFUSED (SEE APPRPT - THOSE CHANGES ARE STILL PENDING),       *
      * RC = 16 NO DECIDING USER ID OR NO PENDCHG.                    *
      *****************************************************************
       5900-SET-RETURN-CODE.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
