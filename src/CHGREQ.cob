       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGREQ.
      *****************************************************************
      * CHGREQ - BATCH DOOR INTO THE PENDING-CHANGE FILE              *
      * A TESTMNT CHANGE CARD OR AN FPMAINT CATALOG CARD CAN TURN A   *
      * REAL FAILURE INTO A KNOWN-FAIL ON THE NEXT RUN, SO NEITHER    *
      * IS APPLIED STRAIGHT FROM ITS TRANSACTION FILE ANY MORE. THIS  *
      * PROGRAM READS A TRANIN CARD FILE - HAND-PUNCHED, OR THE       *
      * TRUNREBL / TRUNSCAN PROPOSAL FILE - AND QUEUES EVERY CARD ON  *
      * PENDCHG AS A PENDING CHANGE CARRYING THE REQUESTER'S USER ID  *
      * AND REASON FROM THE SYSIN CONTROL CARD. NOTHING TOUCHES       *
      * TESTIDX OR FLDPAIR HERE: A SECOND USER APPROVES OR REJECTS    *
      * EACH CHANGE (CHGAPPR IN BATCH, TESTINQ ONLINE), AND TESTMNT   *
      * AND FPMAINT APPLY ONLY WHAT WAS APPROVED. EVERY CARD IS       *
      * ECHOED TO THE REQRPT LISTING WITH THE CHANGE ID IT WAS GIVEN  *
      * - THE ID THE APPROVER KEYS.                                   *
      *                                                               *
      * ONLY THE ACTION CODE IS EDITED HERE. THE FULL CONTENT EDITS   *
      * STAY WHERE THEY LIVE (TESTMNT'S AND FPMAINT'S 1500-VALIDATE-  *
      * CONTENT) AND RUN AT APPLY TIME, SO THERE IS ONE SET OF RULES  *
      * AND AN APPROVED CARD THAT FAILS THEM IS MARKED E ON PENDCHG   *
      * WITH THE REASON.                                              *
      *                                                               *
      * SYSIN CONTROL CARD:                                           *
      *   COL 1      TARGET: T = TESTIDX (TESTMNT CARD LAYOUT),       *
      *              F = FLDPAIR (FPMAINT CARD LAYOUT)                *
      *   COLS 3-10  ORIGIN (BLANK = TESTMNT FOR T, FPMAINT FOR F)    *
      *   COLS 12-51 REASON FOR THE CHANGE - REQUIRED                 *
      *   COLS 53-60 REQUESTER USER ID - LAST ON THE CARD BECAUSE THE *
      *              JCL PASSES &SYSUID, WHOSE LENGTH VARIES          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN-FILE ASSIGN TO TRANIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDCHG-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-PC-RELKEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO REQRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    WIDE ENOUGH FOR THE 517-BYTE TESTMNT CARD; A 44-BYTE
      *    FPMAINT CARD READS IN SPACE-FILLED ON THE RIGHT.
       FD  TRANIN-FILE
           RECORDING MODE IS F.
       01  TRANIN-RECORD.
           05  TR-ACTION                PIC X(1).
           05  TR-CARD-KEY              PIC X(20).
           05  FILLER                   PIC X(496).

       FD  PENDCHG-FILE
           RECORDING MODE IS F.
           COPY PENDCHG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-TRAN-EOF-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-END-OF-TRANIN         VALUE 'Y'.
           05  WS-PENDCHG-STATUS       PIC X(2).
           05  WS-PC-RELKEY            PIC 9(6).

      *****************************************************************
      * SYSIN CONTROL CARD - SEE THE BANNER FOR THE COLUMNS.          *
      *****************************************************************
       01  WS-CONTROL-CARD.
           05  WS-CC-TARGET            PIC X(1).
               88  WS-CC-FOR-TESTIDX        VALUE 'T'.
               88  WS-CC-FOR-FLDPAIR        VALUE 'F'.
           05  FILLER                  PIC X(1).
           05  WS-CC-ORIGIN            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CC-REASON            PIC X(40).
           05  FILLER                  PIC X(1).
           05  WS-CC-REQUESTER         PIC X(8).
           05  FILLER                  PIC X(20).

       01  WS-CONTROL-REASON           PIC X(40).
           88  WS-CONTROL-IS-GOOD           VALUE SPACES.

       01  WS-LAST-CHANGE-ID           PIC 9(6)  VALUE ZERO.
       01  WS-REQ-DATE                 PIC 9(8).
       01  WS-REQ-TIME                 PIC 9(8).

       01  WS-REQUEST-COUNTS.
           05  WS-TRAN-READ-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-QUEUED-COUNT         PIC 9(6)  VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(6)  VALUE ZERO.

       01  WS-AUDIT-HEADING            PIC X(80) VALUE
           'PENDING-CHANGE REQUEST LISTING'.
       01  WS-AUDIT-REQUEST-LINE.
           05  FILLER                  PIC X(11) VALUE 'REQUESTER  '.
           05  WS-ARL-REQUESTER        PIC X(8).
           05  FILLER                  PIC X(10) VALUE '  TARGET  '.
           05  WS-ARL-TARGET           PIC X(7).
           05  FILLER                  PIC X(10) VALUE '  ORIGIN  '.
           05  WS-ARL-ORIGIN           PIC X(8).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-AUDIT-REASON-LINE.
           05  FILLER                  PIC X(11) VALUE 'REASON     '.
           05  WS-ARL-REASON           PIC X(40).
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-AUDIT-COLUMNS            PIC X(80) VALUE
           'CHANGE  ACT KEY                   DISPOSITION'.
       01  WS-AUDIT-LINE.
           05  WS-AUD-CHANGE-ID        PIC Z(5)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AUD-ACTION           PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-AUD-KEY              PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AUD-DISPOSITION      PIC X(40).

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(20).
           05  WS-TOT-COUNT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-CONTROL-CARD
           IF NOT WS-CONTROL-IS-GOOD
               DISPLAY 'CHGREQ: ' WS-CONTROL-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-PENDCHG
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'CHGREQ: PENDCHG OPEN FAILED, FILE STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-PC-RELKEY
           READ PENDCHG-FILE
               INVALID KEY
                   MOVE SPACES TO PC-TARGET
           END-READ
           IF NOT PC-CONTROL-RECORD
               DISPLAY 'CHGREQ: PENDCHG CONTROL RECORD MISSING'
               CLOSE PENDCHG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-CHANGE-ID TO WS-LAST-CHANGE-ID
           ACCEPT WS-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REQ-TIME FROM TIME
           OPEN INPUT  TRANIN-FILE
           OPEN OUTPUT AUDIT-FILE
           PERFORM 0200-WRITE-AUDIT-HEADINGS
           PERFORM UNTIL WS-END-OF-TRANIN
               READ TRANIN-FILE
                   AT END
                       SET WS-END-OF-TRANIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRAN-READ-COUNT
                       PERFORM 1000-QUEUE-CARD
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-AUDIT-TOTALS
           CLOSE TRANIN-FILE
           CLOSE PENDCHG-FILE
           CLOSE AUDIT-FILE
           DISPLAY 'CHGREQ: ' WS-TRAN-READ-COUNT ' CARDS, '
               WS-QUEUED-COUNT ' QUEUED, ' WS-REFUSED-COUNT
               ' REFUSED'
           PERFORM 5900-SET-RETURN-CODE
           STOP RUN.

      *****************************************************************
      * THE REQUESTER AND THE REASON ARE THE WHOLE POINT OF THE       *
      * PENDING FILE, SO A CARD WITHOUT EITHER STOPS THE RUN BEFORE   *
      * ANYTHING IS QUEUED.                                           *
      *****************************************************************
       0050-GET-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE SPACES TO WS-CONTROL-REASON
           EVALUATE TRUE
               WHEN WS-CC-REQUESTER = SPACES
                   MOVE 'CONTROL CARD HAS NO REQUESTER USER ID'
                       TO WS-CONTROL-REASON
               WHEN NOT WS-CC-FOR-TESTIDX AND NOT WS-CC-FOR-FLDPAIR
                   MOVE 'CONTROL CARD TARGET NOT T OR F'
                       TO WS-CONTROL-REASON
               WHEN WS-CC-REASON = SPACES
                   MOVE 'CONTROL CARD HAS NO REASON FOR CHANGE'
                       TO WS-CONTROL-REASON
           END-EVALUATE
           IF WS-CC-ORIGIN = SPACES
               IF WS-CC-FOR-FLDPAIR
                   MOVE 'FPMAINT' TO WS-CC-ORIGIN
               ELSE
                   MOVE 'TESTMNT' TO WS-CC-ORIGIN
               END-IF
           END-IF.

      *****************************************************************
      * THE VERY FIRST RUN FINDS NO PENDCHG (FILE STATUS 35): IT IS   *
      * CREATED WITH JUST ITS CONTROL RECORD AND REOPENED FOR         *
      * UPDATE, THE SAME FIRST-RUN RULE WRKBSKT FOLLOWS.              *
      *****************************************************************
       0100-OPEN-PENDCHG.
           OPEN I-O PENDCHG-FILE
           IF WS-PENDCHG-STATUS = '35'
               OPEN OUTPUT PENDCHG-FILE
               MOVE SPACES TO PENDCHG-RECORD
               MOVE 1   TO PC-CHANGE-ID
               MOVE '*' TO PC-TARGET
               MOVE 1   TO WS-PC-RELKEY
               WRITE PENDCHG-RECORD
                   INVALID KEY
                       DISPLAY 'CHGREQ: PENDCHG CONTROL RECORD '
                           'WRITE FAILED'
               END-WRITE
               CLOSE PENDCHG-FILE
               OPEN I-O PENDCHG-FILE
           END-IF.

       0200-WRITE-AUDIT-HEADINGS.
           MOVE WS-AUDIT-HEADING TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE WS-CC-REQUESTER TO WS-ARL-REQUESTER
           IF WS-CC-FOR-FLDPAIR
               MOVE 'FLDPAIR' TO WS-ARL-TARGET
           ELSE
               MOVE 'TESTIDX' TO WS-ARL-TARGET
           END-IF
           MOVE WS-CC-ORIGIN TO WS-ARL-ORIGIN
           MOVE WS-AUDIT-REQUEST-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE WS-CC-REASON TO WS-ARL-REASON
           MOVE WS-AUDIT-REASON-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE WS-AUDIT-COLUMNS TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * THE ACTION CODES ARE THE APPLYING PROGRAM'S OWN: A/C/D FOR A  *
      * TESTMNT CARD, A/C/R FOR AN FPMAINT CARD. A CARD WITH ANY      *
      * OTHER CODE WOULD ONLY BE REJECTED AFTER SOMEONE HAD TAKEN     *
      * THE TROUBLE TO APPROVE IT, SO IT IS REFUSED AT THE DOOR.      *
      *****************************************************************
       1000-QUEUE-CARD.
           MOVE ZERO      TO WS-AUD-CHANGE-ID
           MOVE TR-ACTION TO WS-AUD-ACTION
           IF WS-CC-FOR-FLDPAIR
               MOVE TR-CARD-KEY      TO WS-AUD-KEY
           ELSE
               MOVE TR-CARD-KEY(1:6) TO WS-AUD-KEY
           END-IF
           EVALUATE TRUE
               WHEN TRANIN-RECORD = SPACES
                   MOVE 'REFUSED - BLANK CARD' TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN WS-CC-FOR-TESTIDX
                    AND TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
                    AND TR-ACTION NOT = 'D'
                   MOVE 'REFUSED - ACTION NOT A, C OR D'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN WS-CC-FOR-FLDPAIR
                    AND TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
                    AND TR-ACTION NOT = 'R'
                   MOVE 'REFUSED - ACTION NOT A, C OR R'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   PERFORM 1100-WRITE-PENDING-CHANGE
           END-EVALUATE
           MOVE WS-AUDIT-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * THE CONTROL RECORD IS REWRITTEN AFTER EVERY CHANGE QUEUED,    *
      * NOT ONCE AT THE END, SO A RUN THAT ABENDS PART WAY LEAVES IT  *
      * POINTING AT THE LAST ID ACTUALLY WRITTEN.                     *
      *****************************************************************
       1100-WRITE-PENDING-CHANGE.
           ADD 1 TO WS-LAST-CHANGE-ID
           MOVE SPACES            TO PENDCHG-RECORD
           MOVE WS-LAST-CHANGE-ID TO PC-CHANGE-ID
           MOVE WS-CC-TARGET      TO PC-TARGET
           MOVE WS-CC-ORIGIN      TO PC-ORIGIN
           MOVE 'P'               TO PC-STATUS
           MOVE WS-CC-REQUESTER   TO PC-REQ-USER
           MOVE WS-REQ-DATE       TO PC-REQ-DATE
           MOVE WS-REQ-TIME(1:6)  TO PC-REQ-TIME
           MOVE WS-CC-REASON      TO PC-REQ-REASON
           MOVE ZERO              TO PC-DEC-DATE
           MOVE ZERO              TO PC-DEC-TIME
           MOVE ZERO              TO PC-APPLY-DATE
           MOVE TRANIN-RECORD     TO PC-CHANGE-CARD
           MOVE WS-LAST-CHANGE-ID TO WS-PC-RELKEY
           MOVE WS-LAST-CHANGE-ID TO WS-AUD-CHANGE-ID
           WRITE PENDCHG-RECORD
               INVALID KEY
                   MOVE 'REFUSED - CHANGE ID ALREADY ON PENDCHG'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   MOVE 'QUEUED - PENDING APPROVAL'
                       TO WS-AUD-DISPOSITION
                   ADD 1 TO WS-QUEUED-COUNT
           END-WRITE
           PERFORM 1200-REWRITE-CONTROL-RECORD.

       1200-REWRITE-CONTROL-RECORD.
           MOVE 1 TO WS-PC-RELKEY
           READ PENDCHG-FILE
               INVALID KEY
                   DISPLAY 'CHGREQ: PENDCHG CONTROL RECORD LOST'
               NOT INVALID KEY
                   MOVE WS-LAST-CHANGE-ID TO PC-CHANGE-ID
                   REWRITE PENDCHG-RECORD
           END-READ.

       5000-WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'CARDS READ        = ' TO WS-TOT-LABEL
           MOVE WS-TRAN-READ-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'CHANGES QUEUED    = ' TO WS-TOT-LABEL
           MOVE WS-QUEUED-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'CARDS REFUSED     = ' TO WS-TOT-LABEL
           MOVE WS-REFUSED-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTALS-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * RC = 0 EVERY CARD QUEUED, RC = 4 ONE OR MORE CARDS REFUSED    *
      * (SEE REQRPT), RC = 16 NO USABLE CONTROL CARD OR NO PENDCHG -  *
      * NOTHING WAS QUEUED.                                           *
      *****************************************************************
       5900-SET-RETURN-CODE.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
