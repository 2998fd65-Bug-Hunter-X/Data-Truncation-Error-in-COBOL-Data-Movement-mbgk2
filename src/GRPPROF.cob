       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPPROF.
      *****************************************************************
      * GRPPROF - LAYOUT-DRIVEN EXTRACT TRUNCATION PROFILER          *
      * THE GRP-SOURCE-RECORD / GRP-TARGET-RECORD PAIR IN DATAMOVE   *
      * EXISTS BECAUSE OUR REAL GROUP-MOVE INCIDENTS INVOLVE THE     *
      * CUSTOMER MASTER, BUT THE CONVERSION ALSO MOVES THE VENDOR    *
      * MASTER, THE ACCOUNT MASTER AND THE COLLATERAL FILE INTO      *
      * NARROWER TARGET LAYOUTS. THIS PROGRAM READS ANY MASTER'S     *
      * PRODUCTION EXTRACT (EXTRACT) AND, FIELD BY FIELD AS THE      *
      * LAYOUT DEFINITION (LAYOUT) DESCRIBES IT, CHECKS EVERY LIVE   *
      * RECORD AGAINST THE TARGET WIDTH, REPORTING HOW MANY REAL     *
      * RECORDS WOULD LOSE DATA IN EACH FIELD - THE COUNTS THAT SIZE *
      * THE REMEDIATION PROJECT FOR THE TARGET-SYSTEM CONVERSION.    *
      * COUNTS ALONE ONLY SAY HOW BIG THE PROBLEM IS, SO EVERY       *
      * LOSING FIELD ALSO GOES TO THE WORKLIST FILE AS ONE RECORD -  *
      * THE RECORD'S KEY, FIELD, AND THE EXACT KEPT AND LOST         *
      * PORTIONS (SEE CUSTWORK.CPY) - THE ACTIONABLE LIST THE        *
      * REMEDIATION TEAM IS STAFFED AND WORKED FROM. A NEW MASTER IS *
      * PROFILED BY WRITING ITS LAYOUT DEFINITION, NOT A PROGRAM.    *
      *                                                              *
      * LAYOUT DEFINITION CARDS ('*' IN COL 1 = COMMENT):            *
      *   H CARD  COL 1 = H, COLS 3-42 MASTER NAME FOR THE REPORT    *
      *           HEADING, COLS 44-47 EXTRACT RECORD LENGTH (1-2000) *
      *   K CARD  COL 1 = K, COLS 3-22 KEY NAME, COLS 24-27 KEY      *
      *           OFFSET (1 = FIRST BYTE), COLS 29-31 KEY LENGTH     *
      *           (1-10, THE WIDTH OF WL-CUSTOMER-NO)                *
      *   F CARD  ONE PER FIELD PROFILED (UP TO 50): COL 1 = F,      *
      *           COLS 3-22 FIELD NAME, COLS 24-27 OFFSET, COLS      *
      *           29-31 SOURCE LENGTH IN BYTES, COL 33 USAGE:        *
      *             D = DISPLAY (ALPHANUMERIC, 1-256 BYTES)          *
      *             Z = ZONED DECIMAL (SIGNED OR NOT, 1-18 BYTES)    *
      *             P = COMP-3 (1-16 BYTES)                          *
      *           COLS 35-36 SOURCE DECIMAL PLACES (Z/P ONLY), COLS  *
      *           38-40 TARGET WIDTH - CHARACTERS FOR D, TOTAL       *
      *           DIGITS FOR Z/P - AND COLS 42-43 TARGET DECIMAL     *
      *           PLACES (Z/P ONLY).                                 *
      * A BAD DEFINITION STOPS THE RUN (RC 16) BEFORE A RECORD IS    *
      * READ, NAMING THE CARD, SO A HALF-RIGHT LAYOUT NEVER PRODUCES *
      * A PLAUSIBLE-LOOKING PROFILE.                                 *
      *                                                              *
      * THE CHECKS ARE THE ONES THE NIGHTLY SELF-TEST RUNS IN        *
      * TRUNCHK'S 1710-1740 FOR THE GRP PAIR: A DISPLAY FIELD LOSES  *
      * THE TAIL OF ITS TRAILING-TRIMMED CONTENT PAST THE TARGET     *
      * WIDTH; A NUMERIC FIELD LOSES THE HIGH-ORDER SIGNIFICANT      *
      * INTEGER DIGITS PAST THE TARGET'S INTEGER DIGITS, AND - WHERE *
      * THE TARGET CARRIES FEWER DECIMAL PLACES - ANY NON-ZERO       *
      * DECIMAL DIGITS IT DROPS. A NUMERIC FIELD THAT WILL NOT       *
      * DECODE (BAD DIGIT OR SIGN) IS COUNTED AS A BAD VALUE AND     *
      * PROFILING CARRIES ON.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    AN EXTRACT CAN CARRY PACKED FIELDS, SO IT IS A FIXED-LENGTH
      *    RECORD-SEQUENTIAL FILE, NOT A PRINT FILE. EACH MASTER'S
      *    EXTRACT HAS ITS OWN LRECL, TAKEN FROM THE DATASET AT OPEN
      *    (RECORD CONTAINS 0); THE H CARD STATES IT SO THE FIELD
      *    OFFSETS CAN BE CHECKED AGAINST IT.
           SELECT EXTRACT-FILE ASSIGN TO EXTRACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT LAYOUT-FILE ASSIGN TO LAYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT PROFILE-FILE ASSIGN TO PROFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       01  EXTRACT-RECORD              PIC X(2000).

       FD  LAYOUT-FILE
           RECORDING MODE IS F.
       01  LAYOUT-RECORD.
           05  LY-CARD-TYPE            PIC X(1).
               88  LY-COMMENT-CARD          VALUE '*'.
               88  LY-HEADER-CARD           VALUE 'H'.
               88  LY-KEY-CARD              VALUE 'K'.
               88  LY-FIELD-CARD            VALUE 'F'.
           05  FILLER                  PIC X(1).
           05  LY-BODY                 PIC X(78).
           05  LY-HEADER-BODY REDEFINES LY-BODY.
               10  LY-MASTER-NAME      PIC X(40).
               10  FILLER              PIC X(1).
               10  LY-RECORD-LEN       PIC X(4).
               10  FILLER              PIC X(33).
           05  LY-FIELD-BODY REDEFINES LY-BODY.
               10  LY-FIELD-NAME       PIC X(20).
               10  FILLER              PIC X(1).
               10  LY-OFFSET           PIC X(4).
               10  FILLER              PIC X(1).
               10  LY-LENGTH           PIC X(3).
               10  FILLER              PIC X(1).
               10  LY-USAGE            PIC X(1).
               10  FILLER              PIC X(1).
               10  LY-SOURCE-SCALE     PIC X(2).
               10  FILLER              PIC X(1).
               10  LY-TARGET-WIDTH     PIC X(3).
               10  FILLER              PIC X(1).
               10  LY-TARGET-SCALE     PIC X(2).
               10  FILLER              PIC X(37).

       FD  PROFILE-FILE
           RECORDING MODE IS F.
           COPY CUSTWORK.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-EXTRACT-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-EXTRACT        VALUE 'Y'.
           05  WS-EXTRACT-STATUS       PIC X(2).
           05  WS-LAYOUT-EOF-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-END-OF-LAYOUT         VALUE 'Y'.
           05  WS-LAYOUT-STATUS        PIC X(2).

      *****************************************************************
      * THE LAYOUT DEFINITION, LOADED AND EDITED BEFORE THE EXTRACT  *
      * IS OPENED. PER FIELD, THE RUN'S COUNTS RIDE ALONG WITH THE   *
      * DEFINITION SO THE SUMMARY PRINTS STRAIGHT OFF THE TABLE.     *
      *****************************************************************
       01  WS-LAYOUT-AREAS.
           05  WS-MASTER-NAME          PIC X(40) VALUE SPACES.
           05  WS-RECORD-LEN           PIC 9(4)  VALUE ZERO.
           05  WS-KEY-NAME             PIC X(20) VALUE SPACES.
           05  WS-KEY-OFFSET           PIC 9(4)  VALUE ZERO.
           05  WS-KEY-LENGTH           PIC 9(4)  VALUE ZERO.
           05  WS-LAYOUT-CARD-NO       PIC 9(4)  VALUE ZERO.
           05  WS-LAYOUT-REASON        PIC X(40) VALUE SPACES.
               88  WS-LAYOUT-IS-GOOD        VALUE SPACES.
           05  WS-FIELD-END            PIC 9(5).

       01  WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-FLD-IDX.
               10  WS-FLD-NAME         PIC X(20).
               10  WS-FLD-OFFSET       PIC 9(4).
               10  WS-FLD-LENGTH       PIC 9(4).
               10  WS-FLD-USAGE        PIC X(1).
                   88  WS-FLD-DISPLAY       VALUE 'D'.
                   88  WS-FLD-ZONED         VALUE 'Z'.
                   88  WS-FLD-PACKED        VALUE 'P'.
               10  WS-FLD-SOURCE-SCALE PIC 9(2).
               10  WS-FLD-TARGET-WIDTH PIC 9(4).
               10  WS-FLD-TARGET-SCALE PIC 9(2).
               10  WS-FLD-LOSS-COUNT   PIC 9(8).
               10  WS-FLD-WORST-LOST   PIC 9(4).
               10  WS-FLD-BAD-COUNT    PIC 9(8).
       01  WS-FIELDS-USED              PIC 9(4)  VALUE ZERO.

       01  WS-PROFILE-COUNTS.
           05  WS-RECORDS-READ         PIC 9(8)  VALUE ZERO.
           05  WS-ANY-LOSS-COUNT       PIC 9(8)  VALUE ZERO.
           05  WS-BAD-VALUE-COUNT      PIC 9(8)  VALUE ZERO.
           05  WS-WORKLIST-COUNT       PIC 9(8)  VALUE ZERO.

       01  WS-GROUP-CHECK-AREAS.
           05  WS-GRP-FIELD-NAME       PIC X(20).
           05  WS-GRP-PAIR-TYPE        PIC X(1).
               88  WS-GRP-TYPE-NUMERIC      VALUE 'N'.
      *    THE FIELD CONTENT UNDER CHECK, LEFT-JUSTIFIED - THE TEXT
      *    FOR A DISPLAY FIELD, THE SIGNIFICANT INTEGER DIGITS FOR A
      *    NUMERIC ONE - SO THE WORKLIST KEPT/LOST SLICES COME
      *    STRAIGHT OFF ONE AREA. SIZED TO THE WIDEST DISPLAY FIELD A
      *    LAYOUT MAY DEFINE.
           05  WS-GRP-SOURCE-VALUE     PIC X(256).
           05  WS-GRP-SOURCE-LEN       PIC 9(4).
           05  WS-GRP-TARGET-CAP       PIC 9(4).
           05  WS-GRP-TRUNC-CHARS      PIC 9(4).
           05  WS-GRP-INT-LOST         PIC 9(4).
           05  WS-GRP-DEC-LOST         PIC 9(4).
           05  WS-GRP-RECORD-LOSS      PIC X(1).
               88  WS-RECORD-LOST-DATA      VALUE 'Y'.

      *****************************************************************
      * NUMERIC DECODE WORK: THE FIELD'S DIGITS, ONE CHARACTER EACH, *
      * UNPACKED FROM COMP-3 NIBBLES OR UNZONED FROM DISPLAY BYTES,  *
      * WITH THE DECIMAL PLACES AS THE RIGHTMOST SOURCE-SCALE.       *
      *****************************************************************
       01  WS-NUMERIC-AREAS.
           05  WS-NUM-DIGITS           PIC X(31).
           05  WS-NUM-DIGIT-COUNT      PIC 9(4).
           05  WS-NUM-INT-COUNT        PIC 9(4).
           05  WS-NUM-FIRST-SIG        PIC 9(4).
           05  WS-NUM-VALID-FLAG       PIC X(1).
               88  WS-NUM-IS-VALID          VALUE 'Y'.
           05  WS-NUM-BYTE-POS         PIC 9(4).
           05  WS-NUM-BYTE-VALUE       PIC 9(3).
           05  WS-NUM-HIGH-NIBBLE      PIC 9(2).
           05  WS-NUM-LOW-NIBBLE       PIC 9(2).
           05  WS-NUM-SIGN-BYTE        PIC X(1).
           05  WS-NUM-DROP-COUNT       PIC 9(4).
           05  WS-NUM-DROP-START       PIC 9(4).
           05  WS-NUM-DROPPED          PIC X(31).
           05  WS-NUM-SCAN             PIC 9(4).
       01  WS-DIGIT-CHARS              PIC X(10) VALUE '0123456789'.
      *    A ZONED FIELD'S LAST BYTE CARRIES THE SIGN OVERPUNCHED ON
      *    THE DIGIT - { A-I POSITIVE, } J-R NEGATIVE, AND THE P-Y
      *    FORM SOME EXTRACT TOOLS WRITE FOR NEGATIVES - SO IT IS
      *    CONVERTED BACK TO ITS PLAIN DIGIT BEFORE THE DIGIT EDIT.
       01  WS-OVERPUNCH-CHARS          PIC X(30) VALUE
           '{ABCDEFGHI}JKLMNOPQRpqrstuvwxy'.
       01  WS-OVERPUNCH-DIGITS         PIC X(30) VALUE
           '012345678901234567890123456789'.

       01  WS-HEADING-1.
           05  WS-HDG-MASTER-NAME      PIC X(40).
           05  FILLER                  PIC X(40).
       01  WS-HEADING-2                PIC X(80) VALUE
           'FIELD                      RECORDS LOSING  WORST LOST'.


       01  WS-TOTALS-LINE-3.
           05  FILLER                  PIC X(22) VALUE
                                        'BAD NUMERIC VALUES  = '.
           05  WS-TOT-BAD-VALUE        PIC ZZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE ' IN '.
           05  WS-TOT-BAD-FIELD        PIC X(20).

       01  WS-TOTALS-LINE-4.
           05  FILLER                  PIC X(22) VALUE

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-LAYOUT
           IF NOT WS-LAYOUT-IS-GOOD
               DISPLAY 'GRPPROF: LAYOUT CARD ' WS-LAYOUT-CARD-NO
                   ' - ' WS-LAYOUT-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'GRPPROF: EXTRACT OPEN FAILED, FILE STATUS = '
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROFILE-FILE
           OPEN OUTPUT WORKLIST-FILE
           PERFORM UNTIL WS-END-OF-EXTRACT
               READ EXTRACT-FILE
                   AT END
                       SET WS-END-OF-EXTRACT TO TRUE
                   NOT AT END
               END-READ
           END-PERFORM
           PERFORM 3000-PRINT-PROFILE
           CLOSE EXTRACT-FILE
           CLOSE PROFILE-FILE
           CLOSE WORKLIST-FILE
           DISPLAY 'GRPPROF: ' WS-RECORDS-READ ' RECORDS PROFILED, '
           STOP RUN.

      *****************************************************************
      * LOAD AND EDIT THE LAYOUT DEFINITION. THE FIRST BAD CARD      *
      * STOPS THE LOAD WITH ITS CARD NUMBER AND REASON; A LAYOUT     *
      * WITH NO H, K OR F CARD IS JUST AS UNUSABLE.                  *
      *****************************************************************
       0100-LOAD-LAYOUT.
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = '00'
               MOVE 'LAYOUT DEFINITION WILL NOT OPEN'
                   TO WS-LAYOUT-REASON
           ELSE
               PERFORM UNTIL WS-END-OF-LAYOUT
                          OR NOT WS-LAYOUT-IS-GOOD
                   READ LAYOUT-FILE
                       AT END
                           SET WS-END-OF-LAYOUT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LAYOUT-CARD-NO
                           PERFORM 0150-LOAD-LAYOUT-CARD
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF
           IF WS-LAYOUT-IS-GOOD
               EVALUATE TRUE
                   WHEN WS-RECORD-LEN = ZERO
                       MOVE 'NO H CARD (MASTER NAME AND LENGTH)'
                           TO WS-LAYOUT-REASON
                   WHEN WS-KEY-LENGTH = ZERO
                       MOVE 'NO K CARD (RECORD KEY)'
                           TO WS-LAYOUT-REASON
                   WHEN WS-FIELDS-USED = ZERO
                       MOVE 'NO F CARDS - NOTHING TO PROFILE'
                           TO WS-LAYOUT-REASON
               END-EVALUATE
           END-IF.

       0150-LOAD-LAYOUT-CARD.
           EVALUATE TRUE
               WHEN LY-COMMENT-CARD
                   CONTINUE
               WHEN LY-HEADER-CARD
                   PERFORM 0200-LOAD-HEADER-CARD
               WHEN LY-KEY-CARD
                   PERFORM 0300-LOAD-KEY-CARD
               WHEN LY-FIELD-CARD
                   PERFORM 0400-LOAD-FIELD-CARD
               WHEN OTHER
                   MOVE 'CARD TYPE NOT H, K, F OR *'
                       TO WS-LAYOUT-REASON
           END-EVALUATE.

       0200-LOAD-HEADER-CARD.
           IF LY-RECORD-LEN IS NOT NUMERIC
              OR LY-RECORD-LEN = '0000'
              OR LY-RECORD-LEN > '2000'
               MOVE 'BAD RECORD LENGTH (1-2000)' TO WS-LAYOUT-REASON
           ELSE
               MOVE LY-MASTER-NAME TO WS-MASTER-NAME
               MOVE LY-RECORD-LEN  TO WS-RECORD-LEN
           END-IF.

      *    THE KEY MUST FIT THE 10-BYTE WL-CUSTOMER-NO THE WORKLIST
      *    CARRIES FOR EVERY MASTER.
       0300-LOAD-KEY-CARD.
           EVALUATE TRUE
               WHEN WS-RECORD-LEN = ZERO
                   MOVE 'K CARD AHEAD OF THE H CARD'
                       TO WS-LAYOUT-REASON
               WHEN LY-OFFSET IS NOT NUMERIC OR LY-OFFSET = '0000'
                   MOVE 'BAD KEY OFFSET' TO WS-LAYOUT-REASON
               WHEN LY-LENGTH IS NOT NUMERIC OR LY-LENGTH = '000'
                    OR LY-LENGTH > '010'
                   MOVE 'BAD KEY LENGTH (1-10)' TO WS-LAYOUT-REASON
               WHEN OTHER
                   MOVE LY-FIELD-NAME TO WS-KEY-NAME
                   MOVE LY-OFFSET     TO WS-KEY-OFFSET
                   MOVE LY-LENGTH     TO WS-KEY-LENGTH
                   COMPUTE WS-FIELD-END =
                       WS-KEY-OFFSET + WS-KEY-LENGTH - 1
                   IF WS-FIELD-END > WS-RECORD-LEN
                       MOVE 'KEY RUNS PAST THE RECORD LENGTH'
                           TO WS-LAYOUT-REASON
                   END-IF
           END-EVALUATE.

       0400-LOAD-FIELD-CARD.
           EVALUATE TRUE
               WHEN WS-RECORD-LEN = ZERO
                   MOVE 'F CARD AHEAD OF THE H CARD'
                       TO WS-LAYOUT-REASON
               WHEN WS-FIELDS-USED NOT < 50
                   MOVE 'MORE THAN 50 F CARDS' TO WS-LAYOUT-REASON
               WHEN LY-FIELD-NAME = SPACES
                   MOVE 'BLANK FIELD NAME' TO WS-LAYOUT-REASON
               WHEN LY-OFFSET IS NOT NUMERIC OR LY-OFFSET = '0000'
                   MOVE 'BAD FIELD OFFSET' TO WS-LAYOUT-REASON
               WHEN LY-LENGTH IS NOT NUMERIC OR LY-LENGTH = '000'
                   MOVE 'BAD FIELD LENGTH' TO WS-LAYOUT-REASON
               WHEN LY-USAGE NOT = 'D' AND LY-USAGE NOT = 'Z'
                    AND LY-USAGE NOT = 'P'
                   MOVE 'USAGE NOT D, Z OR P' TO WS-LAYOUT-REASON
               WHEN LY-USAGE = 'D' AND LY-LENGTH > '256'
                   MOVE 'DISPLAY FIELD OVER 256 BYTES'
                       TO WS-LAYOUT-REASON
               WHEN LY-USAGE = 'Z' AND LY-LENGTH > '018'
                   MOVE 'ZONED FIELD OVER 18 BYTES' TO WS-LAYOUT-REASON
               WHEN LY-USAGE = 'P' AND LY-LENGTH > '016'
                   MOVE 'COMP-3 FIELD OVER 16 BYTES'
                       TO WS-LAYOUT-REASON
               WHEN LY-TARGET-WIDTH IS NOT NUMERIC
                    OR LY-TARGET-WIDTH = '000'
                   MOVE 'BAD TARGET WIDTH' TO WS-LAYOUT-REASON
               WHEN LY-USAGE NOT = 'D'
                    AND (LY-SOURCE-SCALE IS NOT NUMERIC
                         OR LY-TARGET-SCALE IS NOT NUMERIC)
                   MOVE 'BAD DECIMAL PLACES' TO WS-LAYOUT-REASON
               WHEN OTHER
                   PERFORM 0450-STORE-FIELD
           END-EVALUATE.

       0450-STORE-FIELD.
           ADD 1 TO WS-FIELDS-USED
           SET WS-FLD-IDX TO WS-FIELDS-USED
           MOVE LY-FIELD-NAME   TO WS-FLD-NAME(WS-FLD-IDX)
           MOVE LY-OFFSET       TO WS-FLD-OFFSET(WS-FLD-IDX)
           MOVE LY-LENGTH       TO WS-FLD-LENGTH(WS-FLD-IDX)
           MOVE LY-USAGE        TO WS-FLD-USAGE(WS-FLD-IDX)
           MOVE LY-TARGET-WIDTH TO WS-FLD-TARGET-WIDTH(WS-FLD-IDX)
           MOVE ZERO TO WS-FLD-SOURCE-SCALE(WS-FLD-IDX)
           MOVE ZERO TO WS-FLD-TARGET-SCALE(WS-FLD-IDX)
           MOVE ZERO TO WS-FLD-LOSS-COUNT(WS-FLD-IDX)
           MOVE ZERO TO WS-FLD-WORST-LOST(WS-FLD-IDX)
           MOVE ZERO TO WS-FLD-BAD-COUNT(WS-FLD-IDX)
           COMPUTE WS-FIELD-END = WS-FLD-OFFSET(WS-FLD-IDX)
               + WS-FLD-LENGTH(WS-FLD-IDX) - 1
           IF WS-FIELD-END > WS-RECORD-LEN
               MOVE 'FIELD RUNS PAST THE RECORD LENGTH'
                   TO WS-LAYOUT-REASON
           END-IF
           IF NOT WS-FLD-DISPLAY(WS-FLD-IDX)
               MOVE LY-SOURCE-SCALE TO WS-FLD-SOURCE-SCALE(WS-FLD-IDX)
               MOVE LY-TARGET-SCALE TO WS-FLD-TARGET-SCALE(WS-FLD-IDX)
               IF WS-FLD-ZONED(WS-FLD-IDX)
                   MOVE WS-FLD-LENGTH(WS-FLD-IDX)
                       TO WS-NUM-DIGIT-COUNT
               ELSE
                   COMPUTE WS-NUM-DIGIT-COUNT =
                       WS-FLD-LENGTH(WS-FLD-IDX) * 2 - 1
               END-IF
               IF WS-FLD-SOURCE-SCALE(WS-FLD-IDX) > WS-NUM-DIGIT-COUNT
                   MOVE 'SOURCE DECIMALS EXCEED ITS DIGITS'
                       TO WS-LAYOUT-REASON
               END-IF
               IF WS-FLD-TARGET-SCALE(WS-FLD-IDX)
                  > WS-FLD-TARGET-WIDTH(WS-FLD-IDX)
                   MOVE 'TARGET DECIMALS EXCEED ITS WIDTH'
                       TO WS-LAYOUT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * EVERY DEFINED FIELD OF ONE LIVE EXTRACT RECORD, IN LAYOUT    *
      * ORDER.                                                       *
      *****************************************************************
       1000-PROFILE-RECORD.
           MOVE 'N' TO WS-GRP-RECORD-LOSS
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELDS-USED
               PERFORM 1100-CHECK-FIELD
           END-PERFORM
           IF WS-RECORD-LOST-DATA
               ADD 1 TO WS-ANY-LOSS-COUNT
           END-IF.

       1100-CHECK-FIELD.
           MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-GRP-FIELD-NAME
           MOVE ZERO TO WS-GRP-INT-LOST
           MOVE ZERO TO WS-GRP-DEC-LOST
           IF WS-FLD-DISPLAY(WS-FLD-IDX)
               PERFORM 1200-MEASURE-DISPLAY
           ELSE
               PERFORM 1300-MEASURE-NUMERIC
           END-IF
           IF WS-GRP-TRUNC-CHARS > ZERO
               ADD 1 TO WS-FLD-LOSS-COUNT(WS-FLD-IDX)
               IF WS-GRP-TRUNC-CHARS > WS-FLD-WORST-LOST(WS-FLD-IDX)
                   MOVE WS-GRP-TRUNC-CHARS
                       TO WS-FLD-WORST-LOST(WS-FLD-IDX)
               END-IF
               PERFORM 1900-WRITE-WORKLIST
           END-IF.

       1200-MEASURE-DISPLAY.
           MOVE 'A' TO WS-GRP-PAIR-TYPE
           MOVE SPACES TO WS-GRP-SOURCE-VALUE
           MOVE EXTRACT-RECORD(WS-FLD-OFFSET(WS-FLD-IDX):
                WS-FLD-LENGTH(WS-FLD-IDX)) TO WS-GRP-SOURCE-VALUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-GRP-SOURCE-VALUE TRAILING)) TO WS-GRP-SOURCE-LEN
           MOVE WS-FLD-TARGET-WIDTH(WS-FLD-IDX) TO WS-GRP-TARGET-CAP
           PERFORM 1800-EVALUATE-FIELD
           MOVE WS-GRP-TRUNC-CHARS TO WS-GRP-INT-LOST.

      *****************************************************************
      * A LIVE EXTRACT CAN CARRY A CORRUPT NUMERIC FIELD; COUNT IT   *
      * AND KEEP PROFILING INSTEAD OF TAKING A DATA EXCEPTION        *
      * PARTWAY THROUGH THE FILE.                                    *
      *****************************************************************
       1300-MEASURE-NUMERIC.
           MOVE 'N' TO WS-GRP-PAIR-TYPE
           IF WS-FLD-PACKED(WS-FLD-IDX)
               PERFORM 1310-UNPACK-PACKED
           ELSE
               PERFORM 1320-UNZONE-ZONED
           END-IF
           IF WS-NUM-IS-VALID
               PERFORM 1350-MEASURE-DIGITS
           ELSE
               ADD 1 TO WS-FLD-BAD-COUNT(WS-FLD-IDX)
               ADD 1 TO WS-BAD-VALUE-COUNT
               MOVE ZERO TO WS-GRP-TRUNC-CHARS
           END-IF.

      *    TWO DIGITS PER BYTE, THE LAST BYTE'S LOW NIBBLE BEING THE
      *    SIGN (A-F); EVERY DIGIT NIBBLE MUST BE 0-9.
       1310-UNPACK-PACKED.
           MOVE 'Y' TO WS-NUM-VALID-FLAG
           MOVE SPACES TO WS-NUM-DIGITS
           MOVE ZERO TO WS-NUM-DIGIT-COUNT
           PERFORM VARYING WS-NUM-BYTE-POS FROM 1 BY 1
                   UNTIL WS-NUM-BYTE-POS > WS-FLD-LENGTH(WS-FLD-IDX)
               COMPUTE WS-NUM-BYTE-VALUE = FUNCTION ORD(
                   EXTRACT-RECORD(WS-FLD-OFFSET(WS-FLD-IDX)
                                  + WS-NUM-BYTE-POS - 1:1)) - 1
               DIVIDE WS-NUM-BYTE-VALUE BY 16
                   GIVING WS-NUM-HIGH-NIBBLE
                   REMAINDER WS-NUM-LOW-NIBBLE
               IF WS-NUM-HIGH-NIBBLE > 9
                   MOVE 'N' TO WS-NUM-VALID-FLAG
               ELSE
                   ADD 1 TO WS-NUM-DIGIT-COUNT
                   MOVE WS-DIGIT-CHARS(WS-NUM-HIGH-NIBBLE + 1:1)
                       TO WS-NUM-DIGITS(WS-NUM-DIGIT-COUNT:1)
               END-IF
               IF WS-NUM-BYTE-POS < WS-FLD-LENGTH(WS-FLD-IDX)
                   IF WS-NUM-LOW-NIBBLE > 9
                       MOVE 'N' TO WS-NUM-VALID-FLAG
                   ELSE
                       ADD 1 TO WS-NUM-DIGIT-COUNT
                       MOVE WS-DIGIT-CHARS(WS-NUM-LOW-NIBBLE + 1:1)
                           TO WS-NUM-DIGITS(WS-NUM-DIGIT-COUNT:1)
                   END-IF
               ELSE
                   IF WS-NUM-LOW-NIBBLE < 10
                       MOVE 'N' TO WS-NUM-VALID-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       1320-UNZONE-ZONED.
           MOVE SPACES TO WS-NUM-DIGITS
           MOVE WS-FLD-LENGTH(WS-FLD-IDX) TO WS-NUM-DIGIT-COUNT
           MOVE EXTRACT-RECORD(WS-FLD-OFFSET(WS-FLD-IDX):
                WS-FLD-LENGTH(WS-FLD-IDX)) TO WS-NUM-DIGITS
           MOVE WS-NUM-DIGITS(WS-NUM-DIGIT-COUNT:1) TO WS-NUM-SIGN-BYTE
           INSPECT WS-NUM-SIGN-BYTE CONVERTING WS-OVERPUNCH-CHARS
               TO WS-OVERPUNCH-DIGITS
           MOVE WS-NUM-SIGN-BYTE TO WS-NUM-DIGITS(WS-NUM-DIGIT-COUNT:1)
           IF WS-NUM-DIGITS(1:WS-NUM-DIGIT-COUNT) IS NUMERIC
               MOVE 'Y' TO WS-NUM-VALID-FLAG
           ELSE
               MOVE 'N' TO WS-NUM-VALID-FLAG
           END-IF.

      *****************************************************************
      * INTEGER DIGITS: THE SIGNIFICANT ONES (LEADING ZEROS OFF, A   *
      * ZERO VALUE COUNTING AS ONE DIGIT) AGAINST THE TARGET'S       *
      * INTEGER DIGITS, THE HIGH-ORDER SURPLUS BEING LOST. A FIELD   *
      * WITH NO INTEGER DIGITS (V99, SV9(3)) HAS AN INTEGER PART OF  *
      * ZERO, AND A ZERO INTEGER PART IS NEVER LOST, EVEN TO A       *
      * TARGET THAT KEEPS NO INTEGER DIGITS AT ALL. DECIMALS:        *
      * WHEN THE TARGET KEEPS FEWER PLACES, THE DROPPED PLACES UP TO *
      * THE LAST NON-ZERO ONE ARE LOST TOO - TRAILING ZEROS ARE NOT. *
      *****************************************************************
       1350-MEASURE-DIGITS.
           COMPUTE WS-NUM-INT-COUNT =
               WS-NUM-DIGIT-COUNT - WS-FLD-SOURCE-SCALE(WS-FLD-IDX)
           MOVE ZERO TO WS-NUM-FIRST-SIG
           PERFORM VARYING WS-NUM-SCAN FROM 1 BY 1
                   UNTIL WS-NUM-SCAN > WS-NUM-INT-COUNT
                      OR WS-NUM-FIRST-SIG > ZERO
               IF WS-NUM-DIGITS(WS-NUM-SCAN:1) NOT = '0'
                   MOVE WS-NUM-SCAN TO WS-NUM-FIRST-SIG
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-GRP-SOURCE-VALUE
           IF WS-NUM-FIRST-SIG = ZERO
               MOVE '0' TO WS-GRP-SOURCE-VALUE
               MOVE 1 TO WS-GRP-SOURCE-LEN
           ELSE
               COMPUTE WS-GRP-SOURCE-LEN =
                   WS-NUM-INT-COUNT - WS-NUM-FIRST-SIG + 1
               MOVE WS-NUM-DIGITS(WS-NUM-FIRST-SIG:WS-GRP-SOURCE-LEN)
                   TO WS-GRP-SOURCE-VALUE
           END-IF
           COMPUTE WS-GRP-TARGET-CAP = WS-FLD-TARGET-WIDTH(WS-FLD-IDX)
               - WS-FLD-TARGET-SCALE(WS-FLD-IDX)
           IF WS-NUM-FIRST-SIG = ZERO
               MOVE ZERO TO WS-GRP-TRUNC-CHARS
           ELSE
               PERFORM 1800-EVALUATE-FIELD
           END-IF
           MOVE WS-GRP-TRUNC-CHARS TO WS-GRP-INT-LOST
           MOVE SPACES TO WS-NUM-DROPPED
           IF WS-FLD-SOURCE-SCALE(WS-FLD-IDX)
              > WS-FLD-TARGET-SCALE(WS-FLD-IDX)
               COMPUTE WS-NUM-DROP-COUNT =
                   WS-FLD-SOURCE-SCALE(WS-FLD-IDX)
                   - WS-FLD-TARGET-SCALE(WS-FLD-IDX)
               COMPUTE WS-NUM-DROP-START =
                   WS-NUM-DIGIT-COUNT - WS-NUM-DROP-COUNT + 1
               MOVE WS-NUM-DIGITS(WS-NUM-DROP-START:WS-NUM-DROP-COUNT)
                   TO WS-NUM-DROPPED
               PERFORM VARYING WS-NUM-SCAN FROM WS-NUM-DROP-COUNT
                       BY -1
                       UNTIL WS-NUM-SCAN = ZERO
                          OR WS-GRP-DEC-LOST > ZERO
                   IF WS-NUM-DROPPED(WS-NUM-SCAN:1) NOT = '0'
                       MOVE WS-NUM-SCAN TO WS-GRP-DEC-LOST
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GRP-DEC-LOST > ZERO
               ADD WS-GRP-DEC-LOST TO WS-GRP-TRUNC-CHARS
               MOVE 'Y' TO WS-GRP-RECORD-LOSS
           END-IF.

       1800-EVALUATE-FIELD.
      * SLICE AND LOST THE TAIL; A NUMERIC MOVE DROPS HIGH-ORDER     *
      * DIGITS, SO LOST IS THE LEADING SLICE AND KEPT THE TAIL -     *
      * THE SAME SIDED-NESS CONVENTION AS TRUNCHK'S EXCEPTION LOG.   *
      * DROPPED DECIMAL PLACES FOLLOW ANY LOST INTEGER DIGITS ON THE *
      * LOST SIDE, BEHIND A DECIMAL POINT. A TARGET WITH NO INTEGER  *
      * DIGITS KEEPS NO INTEGER SLICE. A SLICE WIDER THAN THE       *
      * 60-BYTE WORKLIST AREAS IS CUT TO FIT THEM.                   *
      *****************************************************************
       1900-WRITE-WORKLIST.
           MOVE SPACES TO WL-CUSTOMER-NO
           MOVE EXTRACT-RECORD(WS-KEY-OFFSET:WS-KEY-LENGTH)
               TO WL-CUSTOMER-NO
           MOVE WS-GRP-FIELD-NAME  TO WL-FIELD-NAME
           MOVE WS-GRP-SOURCE-LEN  TO WL-SOURCE-LEN
           MOVE WS-GRP-TARGET-CAP  TO WL-TARGET-LEN
           MOVE SPACES TO WL-KEPT-VALUE
           MOVE SPACES TO WL-LOST-VALUE
           IF WS-GRP-TYPE-NUMERIC
               IF WS-GRP-INT-LOST > ZERO
                   MOVE WS-GRP-SOURCE-VALUE(1:WS-GRP-INT-LOST)
                       TO WL-LOST-VALUE
                   IF WS-GRP-TARGET-CAP > ZERO
                       MOVE WS-GRP-SOURCE-VALUE(WS-GRP-INT-LOST + 1:
                            WS-GRP-TARGET-CAP) TO WL-KEPT-VALUE
                   END-IF
               ELSE
                   MOVE WS-GRP-SOURCE-VALUE(1:WS-GRP-SOURCE-LEN)
                       TO WL-KEPT-VALUE
               END-IF
               IF WS-GRP-DEC-LOST > ZERO
                   MOVE '.' TO WL-LOST-VALUE(WS-GRP-INT-LOST + 1:1)
                   MOVE WS-NUM-DROPPED(1:WS-GRP-DEC-LOST)
                       TO WL-LOST-VALUE(WS-GRP-INT-LOST + 2:
                                        WS-GRP-DEC-LOST)
               END-IF
           ELSE
               MOVE WS-GRP-SOURCE-VALUE(1:WS-GRP-TARGET-CAP)
                   TO WL-KEPT-VALUE
           ADD 1 TO WS-WORKLIST-COUNT.

       3000-PRINT-PROFILE.
           MOVE SPACES TO WS-HEADING-1
           STRING FUNCTION TRIM(WS-MASTER-NAME) ' TRUNCATION PROFILE'
               DELIMITED BY SIZE INTO WS-HDG-MASTER-NAME
           MOVE WS-HEADING-1 TO PROFILE-RECORD
           WRITE PROFILE-RECORD
           MOVE SPACES TO PROFILE-RECORD
           WRITE PROFILE-RECORD
           MOVE WS-HEADING-2 TO PROFILE-RECORD
           WRITE PROFILE-RECORD
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELDS-USED
               MOVE WS-FLD-NAME(WS-FLD-IDX)  TO WS-DTL-FIELD-LABEL
               MOVE WS-FLD-LOSS-COUNT(WS-FLD-IDX)
                   TO WS-DTL-LOSS-COUNT
               MOVE WS-FLD-WORST-LOST(WS-FLD-IDX)
                   TO WS-DTL-WORST-LOST
               MOVE WS-DETAIL-LINE TO PROFILE-RECORD
               WRITE PROFILE-RECORD
           END-PERFORM
           MOVE SPACES TO PROFILE-RECORD
           WRITE PROFILE-RECORD
           MOVE WS-RECORDS-READ TO WS-TOT-READ
           MOVE WS-WORKLIST-COUNT TO WS-TOT-WORKLIST
           MOVE WS-TOTALS-LINE-4 TO PROFILE-RECORD
           WRITE PROFILE-RECORD
           IF WS-BAD-VALUE-COUNT > ZERO
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > WS-FIELDS-USED
                   IF WS-FLD-BAD-COUNT(WS-FLD-IDX) > ZERO
                       MOVE WS-FLD-BAD-COUNT(WS-FLD-IDX)
                           TO WS-TOT-BAD-VALUE
                       MOVE WS-FLD-NAME(WS-FLD-IDX)
                           TO WS-TOT-BAD-FIELD
                       MOVE WS-TOTALS-LINE-3 TO PROFILE-RECORD
                       WRITE PROFILE-RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * RC = 0 NO LIVE RECORD WOULD LOSE DATA, RC = 4 AT LEAST ONE   *
      * WOULD - THE SAME ALERTABLE CONTRACT THE NIGHTLY REGRESSION   *
      * STEP USES. RC = 16 THE LAYOUT OR THE EXTRACT WAS UNUSABLE.   *
      *****************************************************************
       3900-SET-RETURN-CODE.
           IF WS-ANY-LOSS-COUNT > ZERO
