       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCORR.
      *****************************************************************
      * CUSTCORR - CUSTOMER REMEDIATION CORRECTIONS AND STATUS       *
      * THE REMEDIATION TEAM WORKS THE GRPPROF CUSTOMER WORKLIST     *
      * (CUSTWORK) AND AGREES SHORTENED VALUES - ABBREVIATED NAMES,  *
      * REFORMATTED ADDRESSES - FOR THE CUSTOMER MASTER TEAM TO      *
      * LOAD. THIS PROGRAM IS THE ONE DOOR THOSE VALUES GO THROUGH:  *
      *   - EACH CORRIN CARD PROPOSES A NEW VALUE FOR ONE CUSTOMER   *
      *     FIELD. IT IS ACCEPTED ONLY IF THAT CUSTOMER AND FIELD    *
      *     ARE ON THE CURRENT WORKLIST AND THE VALUE FITS THE       *
      *     GRP-TARGET-RECORD FIELD (DATAMOVE.CPY) - A NAME OR       *
      *     ADDRESS NO WIDER THAN THE TARGET, A BALANCE THAT MOVES   *
      *     INTO THE TARGET PICTURE WITHOUT LOSING A DIGIT;          *
      *   - ACCEPTED VALUES GO TO CUSTUPD AS CUSTOMER MASTER UPDATE  *
      *     TRANSACTIONS (CUSTUPD.CPY); REFUSED ONES ARE LISTED ON   *
      *     REMRPT WITH THE REASON AND NEVER REACH THE MASTER;       *
      *   - THE PER-CUSTOMER STATUS FILE (CUSTSTAT.CPY) IS CONFIRMED *
      *     AGAINST THE WORKLIST GRPPROF LAST PRODUCED FROM THE LIVE *
      *     EXTRACT: A CUSTOMER NO LONGER ON IT IS RESOLVED, A       *
      *     RESOLVED CUSTOMER BACK ON IT IS REOPENED, AND A FIELD    *
      *     WHOSE CORRECTION HAS BEEN LOADED DROPS OFF BY ITSELF.    *
      * REMRPT ENDS WITH THE COUNT OF CUSTOMERS FIXED (RESOLVED)     *
      * AGAINST THOSE STILL OUTSTANDING (OPEN, CORRECTED AND         *
      * AWAITING LOAD, OR REJECTED).                                 *
      *                                                              *
      * SYSIN CARD: THE SCHEDULER'S RUN DATE IN THE SAME FORM        *
      * TRUNHIST TAKES (&RUNDATE, E.G. D20260808, OR PLAIN           *
      * 20260808; BLANK = SYSTEM DATE).                              *
      * CORRIN CARD: COLS 1-10 CUSTOMER NUMBER, COLS 11-30 FIELD     *
      * NAME (AS ON THE WORKLIST), COLS 31-90 PROPOSED VALUE - TEXT  *
      * LEFT-JUSTIFIED, OR A BALANCE AS AN OPTIONALLY SIGNED AMOUNT  *
      * WITH AN OPTIONAL DECIMAL POINT, E.G. -12345.67 - AND COLS    *
      * 91-98 THE USER ID OF WHOEVER AGREED THE VALUE. THE CORRIN DD *
      * IS OPTIONAL: WITHOUT IT THE RUN ONLY CONFIRMS THE STATUS.    *
      * LIKE TRUNCWRK, THE PROGRAM WRITES THE NEW STATUS FILE TO     *
      * NEWSTAT AND NEVER REWRITES ITS OWN INPUT - THE JOB'S COPY    *
      * STEP PUTS IT BACK.                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO WORKLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT REMSTAT-FILE ASSIGN TO REMSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMSTAT-STATUS.

           SELECT CORRIN-FILE ASSIGN TO CORRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRIN-STATUS.

           SELECT NEWSTAT-FILE ASSIGN TO NEWSTAT
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE UPDATE TRANSACTIONS CARRY A PACKED BALANCE, SO THEY ARE
      *    A FIXED-LENGTH RECORD-SEQUENTIAL FILE, NOT A PRINT FILE.
           SELECT CUSTUPD-FILE ASSIGN TO CUSTUPD
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO REMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE
           RECORDING MODE IS F.
           COPY CUSTWORK.

       FD  REMSTAT-FILE
           RECORDING MODE IS F.
       01  REMSTAT-RECORD              PIC X(71).

       FD  CORRIN-FILE
           RECORDING MODE IS F.
       01  CORRIN-RECORD.
           05  CR-CUSTOMER-NO          PIC X(10).
           05  CR-FIELD-NAME           PIC X(20).
           05  CR-NEW-VALUE            PIC X(60).
           05  CR-CORRECTED-BY         PIC X(8).

       FD  NEWSTAT-FILE
           RECORDING MODE IS F.
       01  NEWSTAT-RECORD              PIC X(71).

       FD  CUSTUPD-FILE
           RECORDING MODE IS F.
           COPY CUSTUPD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY DATAMOVE.
           COPY CUSTSTAT.

       01  WS-CONTROL-FLAGS.
           05  WS-WORKLIST-EOF-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-END-OF-WORKLIST       VALUE 'Y'.
           05  WS-REMSTAT-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-REMSTAT        VALUE 'Y'.
           05  WS-CORRIN-EOF-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-END-OF-CORRIN         VALUE 'Y'.
           05  WS-OVERFLOW-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-TABLE-OVERFLOWED      VALUE 'Y'.
           05  WS-WORKLIST-STATUS      PIC X(2).
           05  WS-REMSTAT-STATUS       PIC X(2).
           05  WS-CORRIN-STATUS        PIC X(2).

       01  WS-CONTROL-CARD             PIC X(9).
       01  WS-RUN-DATE                 PIC 9(8).

      *****************************************************************
      * THE GRP-TARGET-RECORD FIELDS A CORRECTION MAY NAME, IN       *
      * RECORD ORDER - THE SAME ORDER AS CS-FIELD-STATE. TARGET      *
      * WIDTHS ARE TAKEN FROM THE DATAMOVE COPYBOOK AT START-UP SO   *
      * THEY CANNOT DRIFT FROM THE LAYOUT; THE BALANCE'S WIDTH IS    *
      * ITS INTEGER DIGITS (S9(5)V99), THE SAME MEASURE GRPPROF      *
      * PUTS ON THE WORKLIST, AND THE VALUE ITSELF IS PROVED BY      *
      * MOVING IT INTO THE TARGET FIELD.                             *
      *****************************************************************
       01  WS-GRP-FIELD-NAMES.
           05  FILLER                  PIC X(20) VALUE
                                        'GRP-CUSTOMER-NAME'.
           05  FILLER                  PIC X(20) VALUE
                                        'GRP-CUSTOMER-ADDRESS'.
           05  FILLER                  PIC X(20) VALUE
                                        'GRP-ACCOUNT-BALANCE'.
           05  FILLER                  PIC X(20) VALUE
                                        'GRP-ACCOUNT-STATUS'.
       01  WS-GRP-FIELD-TABLE REDEFINES WS-GRP-FIELD-NAMES.
           05  WS-GF-NAME              PIC X(20) OCCURS 4 TIMES.
       01  WS-GF-WIDTHS.
           05  WS-GF-WIDTH             PIC 9(4)  OCCURS 4 TIMES.
       01  WS-BALANCE-SLOT             PIC 9(1)  VALUE 3.
       01  WS-BALANCE-INT-DIGITS       PIC 9(4)  VALUE 5.
       01  WS-FIND-FIELD-NAME          PIC X(20).
       01  WS-SLOT                     PIC 9(1).
       01  WS-SLOT-SCAN                PIC 9(1).

      *****************************************************************
      * THE CURRENT WORKLIST - EVERY (CUSTOMER, FIELD) THE LIVE      *
      * EXTRACT STILL LOSES DATA IN.                                 *
      *****************************************************************
       01  WS-WORKLIST-TABLE.
           05  WS-WL-ENTRY OCCURS 10000 TIMES
                                     INDEXED BY WS-WL-IDX.
               10  WS-WL-CUSTOMER-NO   PIC X(10).
               10  WS-WL-SLOT          PIC 9(1).
               10  WS-WL-SOURCE-LEN    PIC 9(4).
       01  WS-WORKLIST-TOTAL           PIC 9(5)  VALUE ZERO.

      *****************************************************************
      * THE STATUS FILE BEING BUILT FOR THIS RUN: CARRIED RECORDS    *
      * FIRST, THEN CUSTOMERS NEW TO THE WORKLIST. PER ENTRY, WHICH  *
      * FIELDS ARE ON TONIGHT'S WORKLIST (SEEN) AND WHICH HAVE HAD A *
      * CORRECTION CARD THIS RUN (TOUCHED), ONE BYTE PER FIELD.      *
      *****************************************************************
       01  WS-STATUS-TABLE.
           05  WS-ST-ENTRY OCCURS 10000 TIMES
                                     INDEXED BY WS-ST-IDX.
               10  WS-ST-RECORD        PIC X(71).
               10  WS-ST-SEEN          PIC X(4).
               10  WS-ST-TOUCHED       PIC X(4).
       01  WS-STATUS-TOTAL             PIC 9(5)  VALUE ZERO.
       01  WS-FOUND-FLAG               PIC X(1).
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-MATCH-IDX                PIC 9(5).
       01  WS-ANY-SEEN-FLAG            PIC X(1).
           88  WS-ANY-FIELD-SEEN            VALUE 'Y'.
       01  WS-ANY-REJECTED-FLAG        PIC X(1).
       01  WS-ANY-LOSING-FLAG          PIC X(1).
       01  WS-PRIOR-STATUS             PIC X(1).

      *****************************************************************
      * ONE CORRECTION CARD UNDER CHECK.                             *
      *****************************************************************
       01  WS-CORRECTION-AREAS.
           05  WS-CORR-REASON          PIC X(40).
               88  WS-CORR-IS-GOOD          VALUE SPACES.
           05  WS-CORR-LEN             PIC 9(4).
           05  WS-CORR-SCAN            PIC 9(4).
           05  WS-CORR-CHAR            PIC X(1).
           05  WS-CORR-DIGITS          PIC 9(4).
           05  WS-CORR-INT-DIGITS      PIC 9(4).
           05  WS-CORR-DEC-DIGITS      PIC 9(4).
           05  WS-CORR-POINTS          PIC 9(4).
           05  WS-CORR-AMOUNT          PIC S9(18)V9(9).

       01  WS-RUN-COUNTS.
           05  WS-WORKLIST-READ        PIC 9(6)  VALUE ZERO.
           05  WS-WORKLIST-SKIPPED     PIC 9(6)  VALUE ZERO.
           05  WS-NEW-CUSTOMER-COUNT   PIC 9(6)  VALUE ZERO.
           05  WS-RESOLVED-NOW-COUNT   PIC 9(6)  VALUE ZERO.
           05  WS-REOPENED-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-CORR-READ-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-CORR-ACCEPT-COUNT    PIC 9(6)  VALUE ZERO.
           05  WS-CORR-REJECT-COUNT    PIC 9(6)  VALUE ZERO.
           05  WS-OPEN-COUNT           PIC 9(6)  VALUE ZERO.
           05  WS-CORRECTED-COUNT      PIC 9(6)  VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-RESOLVED-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-OUTSTANDING-COUNT    PIC 9(6)  VALUE ZERO.

       01  WS-HEADING-1                PIC X(80) VALUE
           'CUSTOMER MASTER REMEDIATION - CORRECTIONS AND STATUS'.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE:  '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
       01  WS-HEADING-CONFIRM          PIC X(80) VALUE
           'CONFIRMED AGAINST THE CURRENT WORKLIST'.
       01  WS-HEADING-CORR-1           PIC X(80) VALUE
           'CORRECTIONS'.
       01  WS-HEADING-CORR-2           PIC X(80) VALUE
           'CUSTOMER   FIELD                 LEN  TGT RESULT'.
       01  WS-HEADING-OUT-1            PIC X(80) VALUE
           'OUTSTANDING CUSTOMERS'.
       01  WS-HEADING-OUT-2.
           05  FILLER                  PIC X(40) VALUE
               'FLDS = NAME/ADDRESS/BALANCE/STATUS - L L'.
           05  FILLER                  PIC X(40) VALUE
               'OSING, C CORRECTED, R REJECTED'.
       01  WS-HEADING-OUT-3            PIC X(80) VALUE
           'CUSTOMER    STATUS     OPENED    FLDS  NOTE'.

       01  WS-CONFIRM-LINE.
           05  WS-CNF-LABEL            PIC X(11).
           05  WS-CNF-CUSTOMER-NO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CNF-NOTE             PIC X(40).

       01  WS-CORR-LINE.
           05  WS-CRL-CUSTOMER-NO      PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRL-FIELD-NAME       PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRL-LEN              PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRL-TGT              PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRL-RESULT           PIC X(38).

       01  WS-OUTSTANDING-LINE.
           05  WS-OUT-CUSTOMER-NO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-OUT-STATUS           PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OUT-OPEN-DATE        PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-OUT-STATES           PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-OUT-NOTE             PIC X(40).

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(34).
           05  WS-TOT-COUNT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-CONTROL-CARD
           PERFORM 0100-SET-TARGET-WIDTHS
           OPEN INPUT WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = '00'
               DISPLAY 'CUSTCORR: WORKLIST OPEN FAILED, FILE STATUS = '
                   WS-WORKLIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEWSTAT-FILE
           OPEN OUTPUT CUSTUPD-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1000-LOAD-WORKLIST
           CLOSE WORKLIST-FILE
           PERFORM 2000-LOAD-STATUS
           PERFORM 2500-MATCH-WORKLIST
           PERFORM 2700-CONFIRM-STATUS
           PERFORM 3000-APPLY-CORRECTIONS
           PERFORM 4000-SET-CUSTOMER-STATUS
           PERFORM 5000-WRITE-NEW-STATUS
           PERFORM 6000-PRINT-OUTSTANDING
           PERFORM 7000-WRITE-TOTALS
           CLOSE NEWSTAT-FILE
           CLOSE CUSTUPD-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CUSTCORR: ' WS-RESOLVED-COUNT ' CUSTOMERS FIXED, '
               WS-OUTSTANDING-COUNT ' OUTSTANDING, '
               WS-CORR-ACCEPT-COUNT ' CORRECTIONS ACCEPTED, '
               WS-CORR-REJECT-COUNT ' REJECTED'
           PERFORM 7900-SET-RETURN-CODE
           STOP RUN.

       0050-GET-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           EVALUATE TRUE
               WHEN WS-CONTROL-CARD(1:1) = 'D'
                    AND WS-CONTROL-CARD(2:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD(2:8) TO WS-RUN-DATE
               WHEN WS-CONTROL-CARD(1:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD(1:8) TO WS-RUN-DATE
               WHEN OTHER
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-EVALUATE.

       0100-SET-TARGET-WIDTHS.
           MOVE LENGTH OF GRP-CUSTOMER-NAME OF GRP-TARGET-RECORD
               TO WS-GF-WIDTH(1)
           MOVE LENGTH OF GRP-CUSTOMER-ADDRESS OF GRP-TARGET-RECORD
               TO WS-GF-WIDTH(2)
           MOVE WS-BALANCE-INT-DIGITS TO WS-GF-WIDTH(3)
           MOVE LENGTH OF GRP-ACCOUNT-STATUS OF GRP-TARGET-RECORD
               TO WS-GF-WIDTH(4).

      *****************************************************************
      * A WORKLIST FIELD THAT IS NOT A GRP-TARGET-RECORD FIELD MEANS *
      * THE CUSTOMER LAYOUT DEFINITION AND THIS PROGRAM HAVE DRIFTED *
      * APART; IT IS COUNTED AND NAMED, NOT TRACKED.                 *
      *****************************************************************
       1000-LOAD-WORKLIST.
           PERFORM UNTIL WS-END-OF-WORKLIST
               READ WORKLIST-FILE
                   AT END
                       SET WS-END-OF-WORKLIST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WORKLIST-READ
                       PERFORM 1100-LOAD-ONE-WORKLIST-ITEM
               END-READ
           END-PERFORM.

       1100-LOAD-ONE-WORKLIST-ITEM.
           MOVE WL-FIELD-NAME TO WS-FIND-FIELD-NAME
           PERFORM 1150-FIND-GRP-FIELD
           IF WS-SLOT = ZERO
               ADD 1 TO WS-WORKLIST-SKIPPED
               DISPLAY 'CUSTCORR: WORKLIST FIELD NOT IN '
                   'GRP-TARGET-RECORD, SKIPPED: ' WL-CUSTOMER-NO
                   ' ' WL-FIELD-NAME
           ELSE
               IF WS-WORKLIST-TOTAL < 10000
                   ADD 1 TO WS-WORKLIST-TOTAL
                   SET WS-WL-IDX TO WS-WORKLIST-TOTAL
                   MOVE WL-CUSTOMER-NO TO WS-WL-CUSTOMER-NO(WS-WL-IDX)
                   MOVE WS-SLOT        TO WS-WL-SLOT(WS-WL-IDX)
                   MOVE WL-SOURCE-LEN  TO WS-WL-SOURCE-LEN(WS-WL-IDX)
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
                   DISPLAY 'CUSTCORR: WORKLIST TABLE FULL, ITEM '
                       'DROPPED: ' WL-CUSTOMER-NO ' ' WL-FIELD-NAME
               END-IF
           END-IF.

      *    FIELD NAME TO MATCH IS PASSED IN WS-FIND-FIELD-NAME; THE
      *    SLOT COMES BACK IN WS-SLOT, ZERO WHEN IT IS NOT A GRP FIELD.
       1150-FIND-GRP-FIELD.
           MOVE ZERO TO WS-SLOT
           PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
                   UNTIL WS-SLOT-SCAN > 4
               IF WS-GF-NAME(WS-SLOT-SCAN) = WS-FIND-FIELD-NAME
                   MOVE WS-SLOT-SCAN TO WS-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * AN ABSENT STATUS FILE (FILE STATUS 35) IS THE FIRST RUN -    *
      * EVERY CUSTOMER ON THE WORKLIST SIMPLY OPENS NEW.             *
      *****************************************************************
       2000-LOAD-STATUS.
           OPEN INPUT REMSTAT-FILE
           IF WS-REMSTAT-STATUS NOT = '00'
               SET WS-END-OF-REMSTAT TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-REMSTAT
               READ REMSTAT-FILE
                   AT END
                       SET WS-END-OF-REMSTAT TO TRUE
                   NOT AT END
                       PERFORM 2100-LOAD-ONE-STATUS
               END-READ
           END-PERFORM
           IF WS-REMSTAT-STATUS = '00' OR '10'
               CLOSE REMSTAT-FILE
           END-IF.

       2100-LOAD-ONE-STATUS.
           IF WS-STATUS-TOTAL < 10000
               ADD 1 TO WS-STATUS-TOTAL
               SET WS-ST-IDX TO WS-STATUS-TOTAL
               MOVE REMSTAT-RECORD TO WS-ST-RECORD(WS-ST-IDX)
               MOVE 'NNNN'         TO WS-ST-SEEN(WS-ST-IDX)
               MOVE 'NNNN'         TO WS-ST-TOUCHED(WS-ST-IDX)
           ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               DISPLAY 'CUSTCORR: STATUS TABLE FULL, CUSTOMER '
                   'DROPPED: ' REMSTAT-RECORD(1:10)
           END-IF.

      *****************************************************************
      * MARK, PER CUSTOMER, WHICH FIELDS ARE ON THE CURRENT          *
      * WORKLIST. A CUSTOMER NOT YET TRACKED OPENS HERE.             *
      *****************************************************************
       2500-MATCH-WORKLIST.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WORKLIST-TOTAL
               MOVE WS-WL-CUSTOMER-NO(WS-WL-IDX) TO CS-CUSTOMER-NO
               PERFORM 2550-FIND-STATUS-ENTRY
               IF NOT WS-ENTRY-FOUND
                   PERFORM 2600-OPEN-NEW-CUSTOMER
               END-IF
               IF WS-ENTRY-FOUND
                   SET WS-ST-IDX TO WS-MATCH-IDX
                   MOVE 'Y' TO WS-ST-SEEN(WS-ST-IDX)
                                 (WS-WL-SLOT(WS-WL-IDX):1)
               END-IF
           END-PERFORM.

      *    CUSTOMER TO FIND IS PASSED IN CS-CUSTOMER-NO.
       2550-FIND-STATUS-ENTRY.
           MOVE 'N'  TO WS-FOUND-FLAG
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STATUS-TOTAL
                      OR WS-ENTRY-FOUND
               IF WS-ST-RECORD(WS-ST-IDX)(1:10) = CS-CUSTOMER-NO
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-MATCH-IDX TO WS-ST-IDX
               END-IF
           END-PERFORM.

       2600-OPEN-NEW-CUSTOMER.
           IF WS-STATUS-TOTAL < 10000
               ADD 1 TO WS-STATUS-TOTAL
               ADD 1 TO WS-NEW-CUSTOMER-COUNT
               SET WS-ST-IDX TO WS-STATUS-TOTAL
               MOVE 'O'          TO CS-STATUS
               MOVE WS-RUN-DATE  TO CS-OPEN-DATE
               MOVE WS-RUN-DATE  TO CS-STATUS-DATE
               MOVE SPACES       TO CS-FIELD-STATES
               MOVE SPACES       TO CS-NOTE
               MOVE CUSTSTAT-RECORD TO WS-ST-RECORD(WS-ST-IDX)
               MOVE 'NNNN'       TO WS-ST-SEEN(WS-ST-IDX)
               MOVE 'NNNN'       TO WS-ST-TOUCHED(WS-ST-IDX)
               SET WS-ENTRY-FOUND TO TRUE
               SET WS-MATCH-IDX TO WS-ST-IDX
           ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               DISPLAY 'CUSTCORR: STATUS TABLE FULL, CUSTOMER '
                   'DROPPED: ' CS-CUSTOMER-NO
           END-IF.

      *****************************************************************
      * THE CONFIRMATION: A FIELD NO LONGER ON THE WORKLIST FITS THE *
      * LIVE EXTRACT NOW (ITS CORRECTION WAS LOADED, OR THE MASTER   *
      * WAS FIXED SOME OTHER WAY); A FIELD NEWLY ON IT IS LOSING. A  *
      * CUSTOMER WITH NOTHING LEFT ON THE WORKLIST IS RESOLVED, AND  *
      * A RESOLVED CUSTOMER WHO COMES BACK IS REOPENED.              *
      *****************************************************************
       2700-CONFIRM-STATUS.
           MOVE WS-HEADING-CONFIRM TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STATUS-TOTAL
               PERFORM 2750-CONFIRM-ONE-CUSTOMER
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2750-CONFIRM-ONE-CUSTOMER.
           MOVE WS-ST-RECORD(WS-ST-IDX) TO CUSTSTAT-RECORD
           MOVE 'N' TO WS-ANY-SEEN-FLAG
           PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
                   UNTIL WS-SLOT-SCAN > 4
               IF WS-ST-SEEN(WS-ST-IDX)(WS-SLOT-SCAN:1) = 'Y'
                   SET WS-ANY-FIELD-SEEN TO TRUE
                   IF CS-FIELD-STATE(WS-SLOT-SCAN) = SPACE
                       MOVE 'L' TO CS-FIELD-STATE(WS-SLOT-SCAN)
                   END-IF
               ELSE
                   MOVE SPACE TO CS-FIELD-STATE(WS-SLOT-SCAN)
               END-IF
           END-PERFORM
           MOVE CS-CUSTOMER-NO TO WS-CNF-CUSTOMER-NO
           IF NOT WS-ANY-FIELD-SEEN
               IF NOT CS-RESOLVED
                   MOVE 'V'         TO CS-STATUS
                   MOVE WS-RUN-DATE TO CS-STATUS-DATE
                   MOVE SPACES      TO CS-NOTE
                   ADD 1 TO WS-RESOLVED-NOW-COUNT
                   MOVE 'RESOLVED   ' TO WS-CNF-LABEL
                   MOVE 'NO LONGER LOSES DATA IN THE LIVE EXTRACT'
                       TO WS-CNF-NOTE
                   MOVE WS-CONFIRM-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           ELSE
               IF CS-RESOLVED
                   MOVE 'O'         TO CS-STATUS
                   MOVE WS-RUN-DATE TO CS-STATUS-DATE
                   MOVE 'LOSING DATA AGAIN AFTER RESOLUTION'
                       TO CS-NOTE
                   ADD 1 TO WS-REOPENED-COUNT
                   MOVE 'REOPENED   ' TO WS-CNF-LABEL
                   MOVE CS-NOTE TO WS-CNF-NOTE
                   MOVE WS-CONFIRM-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF
           MOVE CUSTSTAT-RECORD TO WS-ST-RECORD(WS-ST-IDX).

      *****************************************************************
      * CORRECTION CARDS APPLY AGAINST THE STATUS AS CONFIRMED ABOVE,*
      * SO A VALUE FOR A FIELD THAT HAS ALREADY DROPPED OFF THE      *
      * WORKLIST IS REFUSED RATHER THAN CHANGING A FIELD THAT FITS.  *
      * THE CORRIN DD IS OPTIONAL.                                   *
      *****************************************************************
       3000-APPLY-CORRECTIONS.
           MOVE WS-HEADING-CORR-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-CORR-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT CORRIN-FILE
           IF WS-CORRIN-STATUS NOT = '00'
               SET WS-END-OF-CORRIN TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-CORRIN
               READ CORRIN-FILE
                   AT END
                       SET WS-END-OF-CORRIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CORR-READ-COUNT
                       PERFORM 3100-APPLY-ONE-CORRECTION
               END-READ
           END-PERFORM
           IF WS-CORRIN-STATUS = '00' OR '10'
               CLOSE CORRIN-FILE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3100-APPLY-ONE-CORRECTION.
           MOVE SPACES         TO WS-CORR-REASON
           MOVE ZERO           TO WS-CORR-LEN
           MOVE CR-CUSTOMER-NO TO WS-CRL-CUSTOMER-NO
           MOVE CR-FIELD-NAME  TO WS-CRL-FIELD-NAME
           MOVE CR-FIELD-NAME  TO WS-FIND-FIELD-NAME
           PERFORM 1150-FIND-GRP-FIELD
           MOVE CR-CUSTOMER-NO TO CS-CUSTOMER-NO
           PERFORM 2550-FIND-STATUS-ENTRY
           IF WS-SLOT = ZERO
               MOVE ZERO TO WS-CRL-TGT
           ELSE
               MOVE WS-GF-WIDTH(WS-SLOT) TO WS-CRL-TGT
           END-IF
           IF WS-ENTRY-FOUND
               SET WS-ST-IDX TO WS-MATCH-IDX
               MOVE WS-ST-RECORD(WS-ST-IDX) TO CUSTSTAT-RECORD
           END-IF
           EVALUATE TRUE
               WHEN CR-CUSTOMER-NO = SPACES
                    OR CR-FIELD-NAME = SPACES
                   MOVE 'BAD CARD - NO CUSTOMER OR FIELD'
                       TO WS-CORR-REASON
               WHEN WS-SLOT = ZERO
                    OR NOT WS-ENTRY-FOUND
                   MOVE 'FIELD NOT ON THE WORKLIST'
                       TO WS-CORR-REASON
               WHEN CS-RESOLVED
                    OR CS-FIELD-STATE(WS-SLOT) = SPACE
                   MOVE 'FIELD NOT ON THE WORKLIST'
                       TO WS-CORR-REASON
               WHEN WS-ST-TOUCHED(WS-ST-IDX)(WS-SLOT:1) = 'Y'
                   MOVE 'SECOND CORRECTION FOR FIELD THIS RUN'
                       TO WS-CORR-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-ST-TOUCHED(WS-ST-IDX)(WS-SLOT:1)
                   IF CR-NEW-VALUE = SPACES
                       MOVE 'PROPOSED VALUE IS BLANK'
                           TO WS-CORR-REASON
                   ELSE
                       IF WS-SLOT = WS-BALANCE-SLOT
                           PERFORM 3300-CHECK-BALANCE-VALUE
                       ELSE
                           PERFORM 3200-CHECK-TEXT-VALUE
                       END-IF
                   END-IF
                   IF WS-CORR-IS-GOOD
                       PERFORM 3400-ACCEPT-CORRECTION
                   ELSE
                       PERFORM 3500-RECORD-REJECTION
                   END-IF
                   MOVE CUSTSTAT-RECORD TO WS-ST-RECORD(WS-ST-IDX)
           END-EVALUATE
           MOVE WS-CORR-LEN TO WS-CRL-LEN
           IF WS-CORR-IS-GOOD
               MOVE 'ACCEPTED' TO WS-CRL-RESULT
           ELSE
               ADD 1 TO WS-CORR-REJECT-COUNT
               MOVE WS-CORR-REASON TO WS-CRL-RESULT
           END-IF
           MOVE WS-CORR-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    NAME, ADDRESS AND STATUS: THE TRAILING-TRIMMED VALUE MUST
      *    FIT THE TARGET WIDTH - THE SAME MEASURE GRPPROF APPLIES.
       3200-CHECK-TEXT-VALUE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CR-NEW-VALUE TRAILING))
               TO WS-CORR-LEN
           IF WS-CORR-LEN > WS-GF-WIDTH(WS-SLOT)
               MOVE 'STILL TOO LONG FOR THE TARGET FIELD'
                   TO WS-CORR-REASON
           END-IF.

      *****************************************************************
      * BALANCE: AN OPTIONAL LEADING SIGN, DIGITS AND AT MOST ONE    *
      * DECIMAL POINT. IT MUST THEN MOVE INTO THE TARGET'S S9(5)V99  *
      * WITHOUT A SIZE ERROR (HIGH-ORDER DIGITS) AND COME BACK EQUAL *
      * (NO DECIMAL PLACES DROPPED).                                 *
      *****************************************************************
       3300-CHECK-BALANCE-VALUE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CR-NEW-VALUE TRAILING))
               TO WS-CORR-LEN
           MOVE ZERO TO WS-CORR-DIGITS
           MOVE ZERO TO WS-CORR-INT-DIGITS
           MOVE ZERO TO WS-CORR-DEC-DIGITS
           MOVE ZERO TO WS-CORR-POINTS
           PERFORM VARYING WS-CORR-SCAN FROM 1 BY 1
                   UNTIL WS-CORR-SCAN > WS-CORR-LEN
               MOVE CR-NEW-VALUE(WS-CORR-SCAN:1) TO WS-CORR-CHAR
               EVALUATE TRUE
                   WHEN WS-CORR-CHAR IS NUMERIC
                       ADD 1 TO WS-CORR-DIGITS
                       IF WS-CORR-POINTS = ZERO
                           ADD 1 TO WS-CORR-INT-DIGITS
                       ELSE
                           ADD 1 TO WS-CORR-DEC-DIGITS
                       END-IF
                   WHEN WS-CORR-CHAR = '.'
                       ADD 1 TO WS-CORR-POINTS
                   WHEN (WS-CORR-CHAR = '-' OR WS-CORR-CHAR = '+')
                        AND WS-CORR-SCAN = 1
                       CONTINUE
                   WHEN OTHER
                       MOVE 'BALANCE IS NOT A VALID AMOUNT'
                           TO WS-CORR-REASON
               END-EVALUATE
           END-PERFORM
           MOVE WS-CORR-INT-DIGITS TO WS-CORR-LEN
           EVALUATE TRUE
               WHEN NOT WS-CORR-IS-GOOD
                   CONTINUE
               WHEN WS-CORR-DIGITS = ZERO
                    OR WS-CORR-POINTS > 1
                   MOVE 'BALANCE IS NOT A VALID AMOUNT'
                       TO WS-CORR-REASON
               WHEN WS-CORR-INT-DIGITS > 18
                    OR WS-CORR-DEC-DIGITS > 9
                   MOVE 'STILL TOO MANY DIGITS FOR THE TARGET'
                       TO WS-CORR-REASON
               WHEN OTHER
                   COMPUTE WS-CORR-AMOUNT = FUNCTION NUMVAL(
                       CR-NEW-VALUE(1:WS-CORR-SCAN - 1))
                   COMPUTE GRP-ACCOUNT-BALANCE OF GRP-TARGET-RECORD
                       = WS-CORR-AMOUNT
                       ON SIZE ERROR
                           MOVE 'STILL TOO MANY DIGITS FOR THE TARGET'
                               TO WS-CORR-REASON
                   END-COMPUTE
                   IF WS-CORR-IS-GOOD
                      AND GRP-ACCOUNT-BALANCE OF GRP-TARGET-RECORD
                          NOT = WS-CORR-AMOUNT
                       MOVE 'STILL LOSES DECIMAL PLACES'
                           TO WS-CORR-REASON
                   END-IF
           END-EVALUATE.

       3400-ACCEPT-CORRECTION.
           ADD 1 TO WS-CORR-ACCEPT-COUNT
           MOVE 'C'    TO CS-FIELD-STATE(WS-SLOT)
           MOVE SPACES TO CUSTUPD-RECORD
           MOVE CR-CUSTOMER-NO  TO CU-CUSTOMER-NO
           MOVE 'C'             TO CU-TRAN-CODE
           MOVE CR-FIELD-NAME   TO CU-FIELD-NAME
           IF WS-SLOT = WS-BALANCE-SLOT
               MOVE WS-CORR-AMOUNT TO CU-NEW-BALANCE
           ELSE
               MOVE CR-NEW-VALUE   TO CU-NEW-VALUE
           END-IF
           MOVE 'CUSTCORR'      TO CU-ORIGIN
           MOVE CR-CORRECTED-BY TO CU-CORRECTED-BY
           MOVE WS-RUN-DATE     TO CU-EFFECTIVE-DATE
           WRITE CUSTUPD-RECORD.

      *    A REFUSED VALUE MARKS THE FIELD REJECTED UNLESS AN EARLIER
      *    CORRECTION FOR IT WAS ACCEPTED AND IS STILL AWAITING LOAD -
      *    THAT ONE STANDS.
       3500-RECORD-REJECTION.
           IF CS-FIELD-STATE(WS-SLOT) NOT = 'C'
               MOVE 'R'            TO CS-FIELD-STATE(WS-SLOT)
               MOVE WS-CORR-REASON TO CS-NOTE
           END-IF.

      *****************************************************************
      * ROLL THE FIELD STATES UP TO THE CUSTOMER: ANY REJECTED FIELD *
      * MAKES THE CUSTOMER REJECTED, ELSE ANY FIELD STILL WITHOUT AN *
      * AGREED VALUE KEEPS IT OPEN, ELSE EVERY LOSING FIELD HAS AN   *
      * ACCEPTED CORRECTION AND IT IS CORRECTED (AWAITING LOAD).     *
      *****************************************************************
       4000-SET-CUSTOMER-STATUS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STATUS-TOTAL
               MOVE WS-ST-RECORD(WS-ST-IDX) TO CUSTSTAT-RECORD
               IF NOT CS-RESOLVED
                   PERFORM 4100-SET-ONE-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN CS-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                   WHEN CS-CORRECTED
                       ADD 1 TO WS-CORRECTED-COUNT
                   WHEN CS-REJECTED
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN CS-RESOLVED
                       ADD 1 TO WS-RESOLVED-COUNT
               END-EVALUATE
               MOVE CUSTSTAT-RECORD TO WS-ST-RECORD(WS-ST-IDX)
           END-PERFORM
           COMPUTE WS-OUTSTANDING-COUNT = WS-OPEN-COUNT
               + WS-CORRECTED-COUNT + WS-REJECTED-COUNT.

       4100-SET-ONE-STATUS.
           MOVE CS-STATUS TO WS-PRIOR-STATUS
           MOVE 'N' TO WS-ANY-REJECTED-FLAG
           MOVE 'N' TO WS-ANY-LOSING-FLAG
           PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
                   UNTIL WS-SLOT-SCAN > 4
               EVALUATE CS-FIELD-STATE(WS-SLOT-SCAN)
                   WHEN 'R'
                       MOVE 'Y' TO WS-ANY-REJECTED-FLAG
                   WHEN 'L'
                       MOVE 'Y' TO WS-ANY-LOSING-FLAG
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ANY-REJECTED-FLAG = 'Y'
                   MOVE 'R' TO CS-STATUS
               WHEN WS-ANY-LOSING-FLAG = 'Y'
                   MOVE 'O' TO CS-STATUS
               WHEN OTHER
                   MOVE 'C'    TO CS-STATUS
                   MOVE SPACES TO CS-NOTE
           END-EVALUATE
           IF CS-STATUS NOT = WS-PRIOR-STATUS
               MOVE WS-RUN-DATE TO CS-STATUS-DATE
           END-IF.

       5000-WRITE-NEW-STATUS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STATUS-TOTAL
               MOVE WS-ST-RECORD(WS-ST-IDX) TO NEWSTAT-RECORD
               WRITE NEWSTAT-RECORD
           END-PERFORM.

       6000-PRINT-OUTSTANDING.
           MOVE WS-HEADING-OUT-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-OUT-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-OUT-3 TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STATUS-TOTAL
               MOVE WS-ST-RECORD(WS-ST-IDX) TO CUSTSTAT-RECORD
               IF NOT CS-RESOLVED
                   PERFORM 6100-PRINT-ONE-OUTSTANDING
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       6100-PRINT-ONE-OUTSTANDING.
           MOVE CS-CUSTOMER-NO  TO WS-OUT-CUSTOMER-NO
           EVALUATE TRUE
               WHEN CS-OPEN
                   MOVE 'OPEN'      TO WS-OUT-STATUS
               WHEN CS-CORRECTED
                   MOVE 'CORRECTED' TO WS-OUT-STATUS
               WHEN OTHER
                   MOVE 'REJECTED'  TO WS-OUT-STATUS
           END-EVALUATE
           MOVE CS-OPEN-DATE    TO WS-OUT-OPEN-DATE
           MOVE CS-FIELD-STATES TO WS-OUT-STATES
           MOVE CS-NOTE         TO WS-OUT-NOTE
           MOVE WS-OUTSTANDING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       7000-WRITE-TOTALS.
           MOVE 'WORKLIST RECORDS READ           = ' TO WS-TOT-LABEL
           MOVE WS-WORKLIST-READ                      TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           IF WS-WORKLIST-SKIPPED > ZERO
               MOVE 'WORKLIST RECORDS NOT GRP FIELDS = '
                   TO WS-TOT-LABEL
               MOVE WS-WORKLIST-SKIPPED               TO WS-TOT-COUNT
               PERFORM 7100-WRITE-TOTAL-LINE
           END-IF
           MOVE 'CORRECTIONS READ                = ' TO WS-TOT-LABEL
           MOVE WS-CORR-READ-COUNT                    TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CORRECTIONS ACCEPTED            = ' TO WS-TOT-LABEL
           MOVE WS-CORR-ACCEPT-COUNT                  TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CORRECTIONS REJECTED            = ' TO WS-TOT-LABEL
           MOVE WS-CORR-REJECT-COUNT                  TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS NEW TO THE WORKLIST   = ' TO WS-TOT-LABEL
           MOVE WS-NEW-CUSTOMER-COUNT                 TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS RESOLVED THIS RUN     = ' TO WS-TOT-LABEL
           MOVE WS-RESOLVED-NOW-COUNT                 TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS REOPENED THIS RUN     = ' TO WS-TOT-LABEL
           MOVE WS-REOPENED-COUNT                     TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CUSTOMERS TRACKED               = ' TO WS-TOT-LABEL
           MOVE WS-STATUS-TOTAL                       TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS FIXED (RESOLVED)      = ' TO WS-TOT-LABEL
           MOVE WS-RESOLVED-COUNT                     TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS OUTSTANDING           = ' TO WS-TOT-LABEL
           MOVE WS-OUTSTANDING-COUNT                  TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  OPEN                          = ' TO WS-TOT-LABEL
           MOVE WS-OPEN-COUNT                         TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  CORRECTED, AWAITING LOAD      = ' TO WS-TOT-LABEL
           MOVE WS-CORRECTED-COUNT                    TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  REJECTED                      = ' TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT                     TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE.

       7100-WRITE-TOTAL-LINE.
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * RC = 0 EVERY CORRECTION ACCEPTED AND NOTHING REOPENED,       *
      * RC = 4 A CORRECTION WAS REFUSED OR A RESOLVED CUSTOMER IS    *
      * LOSING DATA AGAIN - CHECK REMRPT. RC = 16 THE WORKLIST WAS   *
      * UNUSABLE OR A TABLE OVERFLOWED; THE JOB MUST NOT PUT THE NEW *
      * STATUS FILE BACK.                                            *
      *****************************************************************
       7900-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-TABLE-OVERFLOWED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CORR-REJECT-COUNT > ZERO
                    OR WS-REOPENED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
