      * TURNED THE WHOLE SUITE INTO NEW-FAIL NOISE WITH NO RECORD OF *
      * WHO CHANGED WHAT OR WHEN - EVERY TC-EXPECTED-TRUNC BASELINE  *
      * IS THE TOTAL ACROSS ALL DEFINED PAIRS. THIS PROGRAM APPLIES  *
      * ADD/CHANGE/RETIRE CARDS AGAINST THE CATALOG INSTEAD, IN THE  *
      * STYLE OF TESTMNT: THE SAME 1-500 LENGTH, A/J/N TYPE AND      *
      * DECIMAL/SIGN EDITS TRUNCHK'S 0070-LOAD-ONE-PAIR APPLIES, AN  *
      * EFFECTIVE DATE ON EACH PAIR SO A CHANGE CAN BE STAGED AHEAD  *
      * OF ITS REBASELINE (TRUNCHK LOADS ONLY PAIRS EFFECTIVE AS OF  *
      * THE RUN DATE), AND EVERY CARD ECHOED TO A MAINTENANCE AUDIT  *
      * LISTING WITH ITS DISPOSITION. A RETIRED PAIR STAYS IN THE    *
      * CATALOG FLAGGED 'R' FOR HISTORY; A CHANGE TO A RETIRED PAIR  *
      * REACTIVATES IT.                                              *
      * THE CARDS ARE THE APPROVED FLDPAIR CHANGES ON THE PENDING-   *
      * CHANGE FILE (PENDCHG): CHGREQ QUEUES A CARD WITH ITS         *
      * REQUESTER AND REASON, A SECOND USER APPROVES IT, AND ONLY    *
      * THEN IS IT APPLIED HERE. THE NEW CATALOG ONLY REPLACES       *
      * FLDPAIR WHEN EVERY CARD APPLIED (SEE FPMAINTB), SO THE       *
      * PENDING CHANGES ARE CLOSED OFF THE SAME WAY AT THE END OF    *
      * THE RUN: ALL MARKED X (APPLIED) ON A CLEAN RUN; OTHERWISE    *
      * EACH REJECTED CARD IS MARKED E WITH ITS REASON AND THE REST  *
      * STAY APPROVED, TO APPLY ON THE NEXT RUN.                     *
      *                                                              *
      * CHANGE CARD LAYOUT (PC-CHANGE-CARD, AS PUNCHED FOR CHGREQ):  *
      *   COL 1       ACTION: A = ADD, C = CHANGE, R = RETIRE        *
      *   COLS 2-21   PAIR NAME                                      *
      *   COLS 22-25  SOURCE LENGTH 1-500 (ADD/CHANGE) - INTEGER     *
      *               DIGITS FOR TYPE N                              *
      *   COLS 26-29  TARGET LENGTH 1-500 (ADD/CHANGE) - INTEGER     *
      *               DIGITS FOR TYPE N                              *
      *   COL 30      TYPE A/J/N (ADD/CHANGE)                        *
      *   COLS 31-38  EFFECTIVE DATE YYYYMMDD (ADD/CHANGE, BLANK =   *
      *               EFFECTIVE IMMEDIATELY)                         *
      *   COLS 39-40  SOURCE DECIMAL PLACES 0-18 (TYPE N ONLY,       *
      *               BLANK = 0)                                     *
      *   COLS 41-42  TARGET DECIMAL PLACES 0-18 (TYPE N ONLY,       *
      *               BLANK = 0)                                     *
      *   COL 43      SOURCE SIGN: S = SIGNED, BLANK = UNSIGNED      *
      *               (TYPE N ONLY)                                  *
      *   COL 44      TARGET SIGN: S = SIGNED, BLANK = UNSIGNED      *
      *               (TYPE N ONLY)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCHG-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-PC-RELKEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT FLDPIN-FILE ASSIGN TO FLDPIN
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  PENDCHG-FILE
           RECORDING MODE IS F.
           COPY PENDCHG.

       FD  FLDPIN-FILE
           RECORDING MODE IS F.

       FD  FLDPOUT-FILE
           RECORDING MODE IS F.
       01  FLDPOUT-RECORD               PIC X(44).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           05  WS-CATALOG-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-CATALOG        VALUE 'Y'.
           05  WS-FLDPIN-STATUS        PIC X(2).
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
               88  TR-RETIRE                 VALUE 'R'.
           05  TR-PAIR-NAME             PIC X(20).
           05  TR-SOURCE-LEN            PIC X(4).
           05  TR-TARGET-LEN            PIC X(4).
           05  TR-TYPE                  PIC X(1).
           05  TR-EFF-DATE              PIC X(8).
           05  TR-SOURCE-DEC            PIC X(2).
           05  TR-TARGET-DEC            PIC X(2).
           05  TR-SOURCE-SIGN           PIC X(1).
           05  TR-TARGET-SIGN           PIC X(1).

      *****************************************************************
      * EVERY APPROVED CHANGE PICKED UP THIS RUN AND HOW IT WENT,    *
      * HELD UNTIL THE END SO THE PENDING CHANGES ARE ONLY MARKED    *
      * APPLIED WHEN THE WHOLE BATCH WAS CLEAN. A BACKLOG OVER 200   *
      * APPROVED CHANGES IS TAKEN 200 AT A TIME - THE REST STAY      *
      * APPROVED FOR THE NEXT RUN.                                   *
      *****************************************************************
       01  WS-APPLIED-TABLE.
           05  WS-APL-ENTRY OCCURS 200 TIMES
                                     INDEXED BY WS-APL-IDX.
               10  WS-APL-CHANGE-ID    PIC 9(6).
               10  WS-APL-REJECT-FLAG  PIC X(1).
                   88  WS-APL-REJECTED      VALUE 'Y'.
               10  WS-APL-DISPOSITION  PIC X(38).
       01  WS-APPLIED-USED             PIC 9(4)  VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(6)  VALUE ZERO.
       01  WS-APPLY-DATE               PIC 9(8).
       01  WS-REJECTS-BEFORE           PIC 9(6).

      *****************************************************************
      * THE WHOLE CATALOG IN CORE - SAME 50-PAIR CEILING AS THE      *
               10  WS-CAT-EFF-DATE     PIC X(8).
               10  WS-CAT-STATUS       PIC X(1).
                   88  WS-CAT-RETIRED       VALUE 'R'.
               10  WS-CAT-SOURCE-DEC   PIC X(2).
               10  WS-CAT-TARGET-DEC   PIC X(2).
               10  WS-CAT-SOURCE-SIGN  PIC X(1).
               10  WS-CAT-TARGET-SIGN  PIC X(1).
       01  WS-CATALOG-USED             PIC 9(4)  VALUE ZERO.
       01  WS-FOUND-FLAG               PIC X(1).
           88  WS-ENTRY-FOUND               VALUE 'Y'.

       01  WS-AUDIT-HEADING            PIC X(80) VALUE
           'FIELD-PAIR CATALOG MAINTENANCE AUDIT LISTING'.
       01  WS-AUDIT-COLUMNS.
           05  FILLER                  PIC X(63) VALUE
               'ACT PAIR NAME            DISPOSITION'.
           05  FILLER                  PIC X(17) VALUE
               ' CHANGE APPROVER'.
       01  WS-AUDIT-LINE.
           05  WS-AUD-ACTION           PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-AUD-PAIR-NAME        PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-AUD-DISPOSITION      PIC X(38).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-CHANGE-ID        PIC Z(5)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-APPROVER         PIC X(8).

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O    PENDCHG-FILE
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'FPMAINT: PENDCHG OPEN FAILED, FILE STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-APPLY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT FLDPOUT-FILE
           OPEN OUTPUT AUDIT-FILE
           MOVE WS-AUDIT-HEADING TO AUDIT-RECORD
           MOVE WS-AUDIT-COLUMNS TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM 0100-LOAD-CATALOG
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
                       IF PC-FOR-FLDPAIR AND PC-APPROVED
                           PERFORM 0500-APPLY-APPROVED-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 4500-WRITE-NEW-CATALOG
           PERFORM 4700-CLOSE-PENDING-CHANGES
           PERFORM 5000-WRITE-AUDIT-TOTALS
           CLOSE PENDCHG-FILE
           CLOSE FLDPOUT-FILE
           CLOSE AUDIT-FILE
           DISPLAY 'FPMAINT: ' WS-TRAN-READ-COUNT ' APPROVED CHANGES, '
               WS-REJECTED-COUNT ' REJECTED'
           PERFORM 5900-SET-RETURN-CODE
           STOP RUN.
               MOVE FP-TYPE       TO WS-CAT-TYPE(WS-CAT-IDX)
               MOVE FP-EFF-DATE   TO WS-CAT-EFF-DATE(WS-CAT-IDX)
               MOVE FP-STATUS     TO WS-CAT-STATUS(WS-CAT-IDX)
               MOVE FP-SOURCE-DEC TO WS-CAT-SOURCE-DEC(WS-CAT-IDX)
               MOVE FP-TARGET-DEC TO WS-CAT-TARGET-DEC(WS-CAT-IDX)
               MOVE FP-SOURCE-SIGN
                   TO WS-CAT-SOURCE-SIGN(WS-CAT-IDX)
               MOVE FP-TARGET-SIGN
                   TO WS-CAT-TARGET-SIGN(WS-CAT-IDX)
           ELSE
               DISPLAY 'FPMAINT: CATALOG TABLE FULL, CARD '
                   'DROPPED: ' FLDPAIR-RECORD
           END-IF.

       0500-APPLY-APPROVED-CHANGE.
           IF WS-APPLIED-USED < 200
               ADD 1 TO WS-TRAN-READ-COUNT
               MOVE PC-CHANGE-CARD(1:44) TO TRANIN-RECORD
               MOVE PC-CHANGE-ID TO WS-AUD-CHANGE-ID
               MOVE PC-DEC-USER  TO WS-AUD-APPROVER
               MOVE WS-REJECTED-COUNT TO WS-REJECTS-BEFORE
               PERFORM 1000-APPLY-TRANSACTION
               ADD 1 TO WS-APPLIED-USED
               SET WS-APL-IDX TO WS-APPLIED-USED
               MOVE PC-CHANGE-ID TO WS-APL-CHANGE-ID(WS-APL-IDX)
               MOVE WS-AUD-DISPOSITION
                   TO WS-APL-DISPOSITION(WS-APL-IDX)
               IF WS-REJECTED-COUNT > WS-REJECTS-BEFORE
                   MOVE 'Y' TO WS-APL-REJECT-FLAG(WS-APL-IDX)
               ELSE
                   MOVE 'N' TO WS-APL-REJECT-FLAG(WS-APL-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       1000-APPLY-TRANSACTION.
           MOVE TR-ACTION    TO WS-AUD-ACTION
           MOVE TR-PAIR-NAME TO WS-AUD-PAIR-NAME
      * SAME EDITS TRUNCHK'S 0070-LOAD-ONE-PAIR APPLIES AT LOAD      *
      * TIME, SO THE MAINTENANCE DOOR CANNOT WRITE A CARD THE        *
      * CHECKER WOULD THROW AWAY ON THE CONSOLE AT 2 AM: A NAMED     *
      * PAIR, NUMERIC LENGTHS 1-500, TYPE A, J OR N, AN EFFECTIVE    *
      * DATE THAT IS YYYYMMDD OR BLANK, AND DECIMAL PLACES (0-18 OR  *
      * BLANK) AND SIGNS (S OR BLANK) ONLY ON A TYPE N PAIR.         *
      *****************************************************************
       1500-VALIDATE-CONTENT.
           MOVE SPACES TO WS-CONTENT-REASON
                    OR FUNCTION NUMVAL(TR-TARGET-LEN) > 500
                   MOVE 'REJECTED - BAD TARGET LENGTH'
                       TO WS-CONTENT-REASON
               WHEN TR-TYPE NOT = 'A' AND TR-TYPE NOT = 'J'
                    AND TR-TYPE NOT = 'N'
                   MOVE 'REJECTED - TYPE NOT A, J OR N'
                       TO WS-CONTENT-REASON
               WHEN TR-EFF-DATE IS NOT NUMERIC
                    AND TR-EFF-DATE NOT = SPACES
                   MOVE 'REJECTED - BAD EFFECTIVE DATE'
                       TO WS-CONTENT-REASON
               WHEN (TR-SOURCE-DEC IS NOT NUMERIC
                     AND TR-SOURCE-DEC NOT = SPACES)
                    OR (TR-SOURCE-DEC IS NUMERIC
                        AND TR-SOURCE-DEC > '18')
                   MOVE 'REJECTED - BAD SOURCE DECIMAL PLACES'
                       TO WS-CONTENT-REASON
               WHEN (TR-TARGET-DEC IS NOT NUMERIC
                     AND TR-TARGET-DEC NOT = SPACES)
                    OR (TR-TARGET-DEC IS NUMERIC
                        AND TR-TARGET-DEC > '18')
                   MOVE 'REJECTED - BAD TARGET DECIMAL PLACES'
                       TO WS-CONTENT-REASON
               WHEN (TR-SOURCE-SIGN NOT = 'S' AND NOT = SPACE)
                    OR (TR-TARGET-SIGN NOT = 'S' AND NOT = SPACE)
                   MOVE 'REJECTED - SIGN NOT S OR BLANK'
                       TO WS-CONTENT-REASON
               WHEN TR-TYPE NOT = 'N'
                    AND (TR-SOURCE-DEC NOT = SPACES
                         OR TR-TARGET-DEC NOT = SPACES
                         OR TR-SOURCE-SIGN NOT = SPACE
                         OR TR-TARGET-SIGN NOT = SPACE)
                   MOVE 'REJECTED - SCALE/SIGN ON NON-NUMERIC'
                       TO WS-CONTENT-REASON
           END-EVALUATE.

       2000-APPLY-ADD.
           MOVE TR-TARGET-LEN TO WS-CAT-TARGET-LEN(WS-CAT-IDX)
           MOVE TR-TYPE       TO WS-CAT-TYPE(WS-CAT-IDX)
           MOVE TR-EFF-DATE   TO WS-CAT-EFF-DATE(WS-CAT-IDX)
           MOVE 'A'           TO WS-CAT-STATUS(WS-CAT-IDX)
           MOVE TR-SOURCE-DEC  TO WS-CAT-SOURCE-DEC(WS-CAT-IDX)
           MOVE TR-TARGET-DEC  TO WS-CAT-TARGET-DEC(WS-CAT-IDX)
           MOVE TR-SOURCE-SIGN TO WS-CAT-SOURCE-SIGN(WS-CAT-IDX)
           MOVE TR-TARGET-SIGN TO WS-CAT-TARGET-SIGN(WS-CAT-IDX).

       3000-APPLY-CHANGE.
           PERFORM 1500-VALIDATE-CONTENT
               WRITE FLDPOUT-RECORD
           END-PERFORM.

      *****************************************************************
      * CLOSE OFF EVERY PENDING CHANGE PICKED UP THIS RUN. ON A      *
      * CLEAN RUN THE NEW CATALOG GOES BACK OVER FLDPAIR, SO THEY    *
      * ARE ALL APPLIED (X). ON A RUN WITH REJECTS NOTHING GOES      *
      * BACK: THE REJECTED CARDS ARE MARKED E AND THE GOOD ONES      *
      * STAY APPROVED WITH A HELD NOTE, AND APPLY NEXT TIME.         *
      *****************************************************************
       4700-CLOSE-PENDING-CHANGES.
           PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                   UNTIL WS-APL-IDX > WS-APPLIED-USED
               MOVE WS-APL-CHANGE-ID(WS-APL-IDX) TO WS-PC-RELKEY
               READ PENDCHG-FILE
                   INVALID KEY
                       DISPLAY 'FPMAINT: PENDCHG RECORD LOST FOR '
                           'CHANGE ' WS-PC-RELKEY
                   NOT INVALID KEY
                       PERFORM 4750-MARK-PENDING-CHANGE
               END-READ
           END-PERFORM.

       4750-MARK-PENDING-CHANGE.
           MOVE WS-APPLY-DATE TO PC-APPLY-DATE
           EVALUATE TRUE
               WHEN WS-APL-REJECTED(WS-APL-IDX)
                   SET PC-APPLY-FAILED TO TRUE
                   MOVE WS-APL-DISPOSITION(WS-APL-IDX)
                       TO PC-APPLY-NOTE
               WHEN WS-REJECTED-COUNT = ZERO
                   SET PC-APPLIED TO TRUE
                   MOVE WS-APL-DISPOSITION(WS-APL-IDX)
                       TO PC-APPLY-NOTE
               WHEN OTHER
                   MOVE ZERO TO PC-APPLY-DATE
                   MOVE 'HELD - ANOTHER CARD IN THE RUN REJECTED'
                       TO PC-APPLY-NOTE
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE
           REWRITE PENDCHG-RECORD
               INVALID KEY
                   DISPLAY 'FPMAINT: PENDCHG REWRITE FAILED FOR '
                       'CHANGE ' PC-CHANGE-ID
           END-REWRITE.

       5000-WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'APPROVED CHANGES  = ' TO WS-TOT-LABEL
           MOVE WS-TRAN-READ-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'CARDS REJECTED    = ' TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT      TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'HELD FOR NEXT RUN = ' TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT          TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
