       PROGRAM-ID. TESTMNT.
      *****************************************************************
      * TESTMNT - DELTA MAINTENANCE FOR THE TESTIDX REGRESSION SUITE *
      * APPLIES THE APPROVED ADD/CHANGE/DELETE CARDS ON THE PENDING- *
      * CHANGE FILE (PENDCHG) AGAINST TESTIDX IN PLACE, SO THE SUITE *
      * CAN GROW AND SHRINK WITHOUT THE NIGHTLY WIPE-AND-RELOAD THAT *
      * RENUMBERED EVERY CASE AND BROKE SAVED SYSIN RANGE CARDS.     *
      * EXISTING TC-TEST-ID VALUES ARE NEVER REASSIGNED: ADDS        *
      * WITHOUT AN ID TAKE THE NEXT ID ABOVE THE HIGHEST EVER USED,  *
      * AND DELETED IDS ARE RETIRED, NOT RECYCLED. EVERY CARD IS     *
      * ECHOED TO A MAINTENANCE AUDIT LISTING WITH ITS CHANGE ID,    *
      * REQUESTER, APPROVER AND DISPOSITION. TESTLOAD REMAINS THE    *
      * INITIAL-LOAD TOOL ONLY (SEE THE TESTLODB JOB).               *
      * NO CARD REACHES TESTIDX STRAIGHT FROM A TRANSACTION FILE:    *
      * CHGREQ (OR TESTINQ ONLINE) QUEUES IT ON PENDCHG WITH ITS     *
      * REQUESTER AND REASON, A SECOND USER APPROVES IT, AND ONLY    *
      * THEN DOES THIS PROGRAM APPLY IT - MARKING THE CHANGE X       *
      * (APPLIED) OR, IF THE CARD FAILS THE EDITS BELOW, E WITH THE  *
      * REJECT REASON, SO NO CHANGE IS EVER APPLIED TWICE.           *
      *                                                              *
      * CHANGE CARD LAYOUT (PC-CHANGE-CARD, AS PUNCHED FOR CHGREQ):  *
      *   COL 1      ACTION: A = ADD, C = CHANGE, D = DELETE         *
      *   COLS 2-7   TC-TEST-ID (ADD: ZERO/BLANK = ASSIGN NEXT ID)   *
      *   COL 8      EXPECTED RESULT P/F (ADD/CHANGE, BLANK = P)     *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCHG-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-PC-RELKEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT TESTCASE-FILE ASSIGN TO TESTIDX
               ORGANIZATION IS RELATIVE

       DATA DIVISION.
       FILE SECTION.
       FD  PENDCHG-FILE
           RECORDING MODE IS F.
           COPY PENDCHG.

       FD  TESTCASE-FILE
           RECORDING MODE IS F.
               88  WS-END-OF-SCAN           VALUE 'Y'.
           05  WS-TESTIDX-STATUS       PIC X(2).
           05  WS-TC-RELKEY            PIC 9(6).
           05  WS-PENDCHG-STATUS       PIC X(2).
           05  WS-PC-RELKEY            PIC 9(6).

      *****************************************************************
      * THE APPROVED CHANGE CARD BEING APPLIED, LIFTED OFF PENDCHG   *
      * IN THE TRANIN CARD LAYOUT IT WAS PUNCHED IN.                 *
      *****************************************************************
       01  TRANIN-RECORD.
           05  TR-ACTION                PIC X(1).
               88  TR-ADD                    VALUE 'A'.
               88  TR-CHANGE                 VALUE 'C'.
               88  TR-DELETE                 VALUE 'D'.
           05  TR-TEST-ID               PIC X(6).
           05  TR-EXPECTED-RESULT       PIC X(1).
           05  TR-EXPECTED-TRUNC        PIC X(5).
           05  TR-STRING-LEN            PIC X(4).
           05  TR-TEST-STRING           PIC X(500).

       01  WS-APPLY-DATE               PIC 9(8).
       01  WS-REJECTS-BEFORE           PIC 9(6).

       01  WS-MAINT-COUNTS.
           05  WS-TRAN-READ-COUNT      PIC 9(6)  VALUE ZERO.

       01  WS-AUDIT-HEADING            PIC X(80) VALUE
           'TESTIDX MAINTENANCE AUDIT LISTING'.
       01  WS-AUDIT-COLUMNS.
           05  FILLER                  PIC X(52) VALUE
               'ACT TEST-ID DISPOSITION'.
           05  FILLER                  PIC X(28) VALUE
               ' CHANGE REQUESTR APPROVER'.
       01  WS-AUDIT-LINE.
           05  WS-AUD-ACTION           PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-AUD-TEST-ID          PIC Z(5)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AUD-DISPOSITION      PIC X(40).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-CHANGE-ID        PIC Z(5)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-REQUESTER        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-APPROVER         PIC X(8).

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O    PENDCHG-FILE
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'TESTMNT: PENDCHG OPEN FAILED, FILE STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    TESTCASE-FILE
           IF WS-TESTIDX-STATUS NOT = '00'
               DISPLAY 'TESTMNT: TESTIDX OPEN FAILED, FILE STATUS = '
                   WS-TESTIDX-STATUS
               CLOSE PENDCHG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-APPLY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT AUDIT-FILE
           MOVE WS-AUDIT-HEADING TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE WS-AUDIT-COLUMNS TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM 0100-FIND-HIGHEST-ID
      *    RECORD 1 IS PENDCHG'S CONTROL RECORD - CHANGES START AT 2.
           MOVE 2 TO WS-PC-RELKEY
           START PENDCHG-FILE KEY IS >= WS-PC-RELKEY
               INVALID KEY
                   SET WS-END-OF-TRANIN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-TRANIN
               READ PENDCHG-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-TRANIN TO TRUE
                   NOT AT END
                       IF PC-FOR-TESTIDX AND PC-APPROVED
                           ADD 1 TO WS-TRAN-READ-COUNT
                           PERFORM 0500-APPLY-APPROVED-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-AUDIT-TOTALS
           CLOSE PENDCHG-FILE
           CLOSE TESTCASE-FILE
           CLOSE AUDIT-FILE
           DISPLAY 'TESTMNT: ' WS-TRAN-READ-COUNT ' APPROVED CHANGES, '
               WS-REJECTED-COUNT ' REJECTED'
           PERFORM 5900-SET-RETURN-CODE
           STOP RUN.
               END-READ
           END-PERFORM.

      *****************************************************************
      * ONE APPROVED CHANGE: THE CARD GOES THROUGH THE SAME ADD/      *
      * CHANGE/DELETE LOGIC A TRANIN CARD ALWAYS DID, AND THE         *
      * PENDING CHANGE IS THEN CLOSED OFF - X IF IT APPLIED, E WITH   *
      * THE REJECT REASON IF IT DID NOT - SO IT IS NEVER PICKED UP    *
      * AGAIN.                                                        *
      *****************************************************************
       0500-APPLY-APPROVED-CHANGE.
           MOVE PC-CHANGE-CARD TO TRANIN-RECORD
           MOVE PC-CHANGE-ID   TO WS-AUD-CHANGE-ID
           MOVE PC-REQ-USER    TO WS-AUD-REQUESTER
           MOVE PC-DEC-USER    TO WS-AUD-APPROVER
           MOVE WS-REJECTED-COUNT TO WS-REJECTS-BEFORE
           PERFORM 1000-APPLY-TRANSACTION
           IF WS-REJECTED-COUNT > WS-REJECTS-BEFORE
               SET PC-APPLY-FAILED TO TRUE
           ELSE
               SET PC-APPLIED TO TRUE
           END-IF
           MOVE WS-APPLY-DATE      TO PC-APPLY-DATE
           MOVE WS-AUD-DISPOSITION TO PC-APPLY-NOTE
           REWRITE PENDCHG-RECORD
               INVALID KEY
                   DISPLAY 'TESTMNT: PENDCHG REWRITE FAILED FOR '
                       'CHANGE ' PC-CHANGE-ID
           END-REWRITE.

       1000-APPLY-TRANSACTION.
           MOVE TR-ACTION TO WS-AUD-ACTION
           EVALUATE TRUE
       5000-WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'APPROVED CHANGES  = ' TO WS-TOT-LABEL
           MOVE WS-TRAN-READ-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
