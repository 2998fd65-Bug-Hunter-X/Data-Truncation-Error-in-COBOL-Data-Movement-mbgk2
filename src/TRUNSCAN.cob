       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNSCAN.
      *****************************************************************
      * TRUNSCAN - SOURCE-LIBRARY MOVE SCANNER / FLDPAIR PROPOSER     *
      * A FIELD PAIR HAS ONLY EVER REACHED THE FLDPAIR CATALOG AFTER  *
      * SOMEBODY WAS BURNED BY IT AND PUNCHED AN FPMAINT 'A' CARD     *
      * FROM MEMORY. THIS PROGRAM GOES LOOKING INSTEAD: IT READS THE  *
      * PRODUCTION COBOL SOURCE LIBRARY, EXPANDS EACH COPY STATEMENT  *
      * FROM THE COPYBOOK LIBRARY, RESOLVES THE PICTURE SIZE OF BOTH  *
      * SIDES OF EVERY MOVE (AND OF EVERY MEMBER PAIR A MOVE          *
      * CORRESPONDING MATCHES UP), AND LISTS EACH ONE WHOSE RECEIVER  *
      * IS SHORTER THAN ITS SENDER - THE SAME SOURCE-LONGER-THAN-     *
      * TARGET TEST TRUNCHK'S 1050-CHECK-ONE-PAIR APPLIES:            *
      *   TYPE N  BOTH SIDES NUMERIC (DISPLAY, PACKED, BINARY OR      *
      *           NUMERIC-EDITED) - LENGTHS ARE INTEGER DIGITS, THE   *
      *           HIGH-ORDER DIGITS BEING WHAT A SHORT RECEIVER DROPS.*
      *           THE DECIMAL PLACES AND SIGN OF EACH SIDE GO WITH    *
      *           THEM: FEWER DECIMAL PLACES ON THE RECEIVER, OR A    *
      *           SIGNED SENDER INTO AN UNSIGNED RECEIVER, IS AN      *
      *           EXPOSURE EVEN WHEN THE INTEGER DIGITS FIT           *
      *   TYPE J  ALPHANUMERIC INTO A JUSTIFIED RIGHT RECEIVER - THE  *
      *           SAME CHARACTER LENGTHS, BUT THE LEFT END IS CUT     *
      *   TYPE A  ANYTHING ELSE, GROUP MOVES INCLUDED - LENGTHS ARE   *
      *           CHARACTERS (BYTES FOR A GROUP)                      *
      * THE SCANRPT DISCOVERY REPORT LISTS EVERY EXPOSURE BY PROGRAM  *
      * AND PARAGRAPH, MARKED AGAINST THE CATALOG AS ACTIVE, RETIRED, *
      * FUTURE-DATED (STAGED BUT NOT YET EFFECTIVE ON THE RUN DATE)   *
      * OR NOT CATALOGED. EACH NOT-CATALOGED SENDER BECOMES ONE 'A'   *
      * CARD ON TRANOUT IN THE FPMAINT TRANIN LAYOUT, CARRYING THE    *
      * WORST-LOSS DIMENSIONS SEEN FOR THAT SENDER ACROSS THE WHOLE   *
      * LIBRARY, SO ADDING THE EXPOSURES TO THE SUITE IS JUST A       *
      * MATTER OF REVIEWING THE REPORT AND QUEUING THE CARDS FOR      *
      * APPROVAL (CHGREQB, ORIGIN TRUNSCAN).                          *
      *                                                               *
      * THE PAIR NAME IS THE SENDING FIELD'S NAME (CUT TO THE 20      *
      * COLUMNS FP-PAIR-NAME HOLDS), THE SAME CONVENTION THE EXISTING *
      * CATALOG ENTRIES FOLLOW, AND THE CATALOG MATCH IS BY THAT NAME.*
      * A CARD IS WITHHELD (AND SAYS WHY ON THE REPORT) WHEN A LENGTH *
      * IS OUTSIDE THE 1-500 FPMAINT ACCEPTS, OR WHEN IT WOULD PUSH   *
      * THE CATALOG PAST ITS 50-PAIR CEILING - A CARD FPMAINT WOULD   *
      * REJECT WOULD HOLD BACK THE WHOLE BATCH.                       *
      *                                                               *
      * SRCLIB AND CPYLIB ARE SEQUENTIAL UNLOADS OF THE TWO LIBRARIES *
      * IN IEBUPDTE FORM - EACH MEMBER LED BY A './ ADD NAME=' CARD.  *
      * A NEW PROGRAM ALSO STARTS AT EVERY IDENTIFICATION DIVISION,   *
      * SO A PLAIN CONCATENATION OF SOURCE MEMBERS SCANS AS WELL.     *
      * WHAT THE SCANNER CANNOT SIZE IT COUNTS AS UNRESOLVED RATHER   *
      * THAN GUESSING: REFERENCE-MODIFIED OPERANDS, NAMES NOT DEFINED *
      * IN THE PROGRAM OR ITS COPYBOOKS, AND FLOATING-POINT OR INDEX  *
      * ITEMS. MOVES FROM LITERALS AND FIGURATIVE CONSTANTS ARE NOT   *
      * FIELD PAIRS AND ARE PASSED OVER.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCLIB-FILE ASSIGN TO SRCLIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCLIB-STATUS.

           SELECT CPYLIB-FILE ASSIGN TO CPYLIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPYLIB-STATUS.

           SELECT FLDPAIR-FILE ASSIGN TO FLDPAIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLDPAIR-STATUS.

           SELECT TRANOUT-FILE ASSIGN TO TRANOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SCANRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCLIB-FILE
           RECORDING MODE IS F.
       01  SRCLIB-RECORD               PIC X(80).

       FD  CPYLIB-FILE
           RECORDING MODE IS F.
       01  CPYLIB-RECORD               PIC X(80).

       FD  FLDPAIR-FILE
           RECORDING MODE IS F.
           COPY FLDPAIR.

      *****************************************************************
      * SAME CARD LAYOUT FPMAINT APPLIES (SEE THE FPMAINT SOURCE      *
      * BANNER), SO CHGREQ QUEUES THE GENERATED FILE FOR APPROVAL     *
      * UNCHANGED. THE EFFECTIVE DATE IS LEFT BLANK (IMMEDIATE) - THE *
      * ANALYST PUNCHES ONE IN TO STAGE A PAIR AHEAD OF ITS           *
      * REBASELINE.                                                   *
      *****************************************************************
       FD  TRANOUT-FILE
           RECORDING MODE IS F.
       01  TRANOUT-RECORD.
           05  TO-ACTION                PIC X(1).
           05  TO-PAIR-NAME             PIC X(20).
           05  TO-SOURCE-LEN            PIC 9(4).
           05  TO-TARGET-LEN            PIC 9(4).
           05  TO-TYPE                  PIC X(1).
           05  TO-EFF-DATE              PIC X(8).
           05  TO-SOURCE-DEC            PIC X(2).
           05  TO-TARGET-DEC            PIC X(2).
           05  TO-SOURCE-SIGN           PIC X(1).
           05  TO-TARGET-SIGN           PIC X(1).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-SRC-EOF-FLAG         PIC X(1)  VALUE 'N'.
               88  WS-END-OF-SRCLIB         VALUE 'Y'.
           05  WS-CPY-EOF-FLAG         PIC X(1)  VALUE 'N'.
               88  WS-END-OF-CPYLIB         VALUE 'Y'.
           05  WS-CATALOG-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-END-OF-CATALOG        VALUE 'Y'.
           05  WS-SRCLIB-STATUS        PIC X(2).
           05  WS-CPYLIB-STATUS        PIC X(2).
           05  WS-FLDPAIR-STATUS       PIC X(2).
           05  WS-PROGRAM-ACTIVE-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-PROGRAM-ACTIVE        VALUE 'Y'.
           05  WS-COPY-OVERFLOW-FLAG   PIC X(1)  VALUE 'N'.
               88  WS-COPY-OVERFLOWED       VALUE 'Y'.

      *****************************************************************
      * OPTIONAL SYSIN CONTROL CARD CARRYING THE SCHEDULER'S RUN      *
      * DATE (&RUNDATE, E.G. D20260808, OR PLAIN 20260808) SO A       *
      * STAGED CATALOG ENTRY IS CALLED FUTURE-DATED AGAINST THE SAME  *
      * DATE TRUNCHK WILL LOAD IT ON. BLANK = SYSTEM DATE.            *
      *****************************************************************
       01  WS-DATE-CARD                PIC X(9).
       01  WS-RUN-DATE                 PIC 9(8).

      *****************************************************************
      * THE COPYBOOK LIBRARY IN CORE: A DIRECTORY OF MEMBERS POINTING *
      * INTO ONE TABLE OF SOURCE LINES, SO EACH COPY STATEMENT IS     *
      * EXPANDED IN PLACE WITHOUT RE-READING CPYLIB.                  *
      *****************************************************************
       01  WS-COPY-DIRECTORY.
           05  WS-CPY-ENTRY OCCURS 500 TIMES
                                     INDEXED BY WS-CPY-IDX.
               10  WS-CPY-MEMBER       PIC X(8).
               10  WS-CPY-FIRST-LINE   PIC 9(5).
               10  WS-CPY-LINE-COUNT   PIC 9(5).
       01  WS-COPY-MEMBERS-USED        PIC 9(4)  VALUE ZERO.
       01  WS-COPY-LINE-TABLE.
           05  WS-CPY-LINE OCCURS 20000 TIMES
                                     PIC X(80).
       01  WS-COPY-LINES-USED          PIC 9(5)  VALUE ZERO.
       01  WS-COPY-LINE-SUB            PIC 9(5).
       01  WS-COPY-LINE-LAST           PIC 9(5).
       01  WS-COPY-MATCH-IDX           PIC 9(4).

      *****************************************************************
      * THE FLDPAIR CATALOG AS IT STANDS - RETIRED AND FUTURE-DATED   *
      * ENTRIES INCLUDED, SINCE THOSE ARE EXACTLY THE ONES THE REPORT *
      * HAS TO TELL APART FROM A PAIR NOBODY HAS CATALOGED.           *
      *****************************************************************
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 50 TIMES
                                     INDEXED BY WS-CAT-IDX.
               10  WS-CAT-PAIR-NAME    PIC X(20).
               10  WS-CAT-EFF-DATE     PIC X(8).
               10  WS-CAT-STATUS       PIC X(1).
                   88  WS-CAT-RETIRED       VALUE 'R'.
       01  WS-CATALOG-USED             PIC 9(4)  VALUE ZERO.
       01  WS-FOUND-FLAG               PIC X(1).
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-MATCH-IDX                PIC 9(4).

      *****************************************************************
      * ONE PROPOSED 'A' CARD PER NOT-CATALOGED SENDER. WHEN THE SAME *
      * SENDER TURNS UP SHORT-MOVED IN MORE THAN ONE PLACE, THE       *
      * PAIRING THAT LOSES THE MOST IS THE ONE PROPOSED - INTEGER     *
      * DIGITS OR CHARACTERS, PLUS DECIMAL PLACES, PLUS ONE FOR A     *
      * LOST SIGN.                                                    *
      *****************************************************************
       01  WS-PROPOSAL-TABLE.
           05  WS-PRP-ENTRY OCCURS 200 TIMES
                                     INDEXED BY WS-PRP-IDX.
               10  WS-PRP-PAIR-NAME    PIC X(20).
               10  WS-PRP-SOURCE-LEN   PIC 9(5).
               10  WS-PRP-TARGET-LEN   PIC 9(5).
               10  WS-PRP-TYPE         PIC X(1).
               10  WS-PRP-PROGRAM      PIC X(8).
               10  WS-PRP-SOURCE-DEC   PIC 9(2).
               10  WS-PRP-TARGET-DEC   PIC 9(2).
               10  WS-PRP-SOURCE-SIGN  PIC X(1).
               10  WS-PRP-TARGET-SIGN  PIC X(1).
               10  WS-PRP-LOSS         PIC 9(5).
       01  WS-PROPOSAL-USED            PIC 9(4)  VALUE ZERO.

      *****************************************************************
      * THE CURRENT PROGRAM'S DATA DICTIONARY, ONE ENTRY PER LEVEL    *
      * 01-49 AND 77 ITEM IN SOURCE ORDER (COPYBOOKS EXPANDED IN      *
      * PLACE), SO A GROUP'S MEMBERS ARE THE ENTRIES THAT FOLLOW IT   *
      * WITH A HIGHER LEVEL NUMBER - WHICH IS ALL MOVE CORRESPONDING  *
      * AND OF/IN QUALIFICATION NEED.                                 *
      *   CLASS   A ALPHANUMERIC (INCLUDING ALPHANUMERIC-EDITED)      *
      *           N NUMERIC, E NUMERIC-EDITED, G GROUP,               *
      *           X FLOATING-POINT/INDEX/POINTER - NOT SIZED          *
      *   CHARS   CHARACTER POSITIONS (DIGITS FOR CLASS N, BYTES FOR  *
      *           A GROUP) - THE LENGTH A TYPE A PAIR IS JUDGED ON    *
      *   BYTES   STORAGE LENGTH, USED TO SIZE THE ENCLOSING GROUP    *
      *   SIGN    Y WHEN THE ITEM CAN HOLD A SIGN (S IN THE PICTURE,  *
      *           OR AN EDITED +, -, CR OR DB)                        *
      *   JUST    Y FOR A JUSTIFIED RIGHT ITEM                        *
      *****************************************************************
       01  WS-DICTIONARY.
           05  WS-DIC-ENTRY OCCURS 3000 TIMES
                                     INDEXED BY WS-DIC-IDX.
               10  WS-DIC-NAME         PIC X(30).
               10  WS-DIC-LEVEL        PIC 9(2).
               10  WS-DIC-CLASS        PIC X(1).
                   88  WS-DIC-GROUP         VALUE 'G'.
                   88  WS-DIC-NUMERIC       VALUE 'N' 'E'.
                   88  WS-DIC-UNSIZED       VALUE 'X'.
               10  WS-DIC-CHARS        PIC 9(5).
               10  WS-DIC-INT-DIGITS   PIC 9(2).
               10  WS-DIC-DEC-DIGITS   PIC 9(2).
               10  WS-DIC-BYTES        PIC 9(7).
               10  WS-DIC-OCCURS       PIC 9(4).
               10  WS-DIC-REDEF-FLAG   PIC X(1).
                   88  WS-DIC-REDEFINES     VALUE 'Y'.
               10  WS-DIC-SIGN-FLAG    PIC X(1).
                   88  WS-DIC-SIGNED        VALUE 'Y'.
               10  WS-DIC-JUST-FLAG    PIC X(1).
                   88  WS-DIC-JUSTIFIED     VALUE 'Y'.
       01  WS-DIC-USED                 PIC 9(4)  VALUE ZERO.
       01  WS-DIC-FULL-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-DIC-FULL                  VALUE 'Y'.
       01  WS-DIC-SUB                  PIC 9(4).
       01  WS-DIC-SUB-2                PIC 9(4).

      *****************************************************************
      * OPEN GROUPS WAITING FOR THEIR LAST MEMBER, INNERMOST ON TOP.  *
      * A GROUP'S SIZE IS KNOWN ONLY WHEN AN ENTRY AT ITS OWN LEVEL   *
      * OR HIGHER TURNS UP; IT IS THEN ADDED INTO ITS PARENT (TIMES   *
      * ITS OCCURS, AND NOT AT ALL IF IT REDEFINES ANOTHER ITEM).     *
      *****************************************************************
       01  WS-GROUP-STACK.
           05  WS-STK-ENTRY OCCURS 50 TIMES.
               10  WS-STK-DIC-SUB      PIC 9(4).
               10  WS-STK-LEVEL        PIC 9(2).
       01  WS-STACK-DEPTH              PIC 9(2)  VALUE ZERO.
       01  WS-CONTRIBUTION             PIC 9(9).

       01  WS-PROGRAM-AREAS.
           05  WS-CUR-PROGRAM          PIC X(8).
           05  WS-CUR-PARAGRAPH        PIC X(30).
           05  WS-CUR-MODE             PIC X(1).
               88  WS-MODE-NONE             VALUE ' '.
               88  WS-MODE-DATA             VALUE 'D'.
               88  WS-MODE-PROCEDURE        VALUE 'P'.
           05  WS-PREV-TOKEN           PIC X(60).

      *****************************************************************
      * LINE AND TOKEN WORK AREAS. ONLY COLUMNS 8-72 ARE SCANNED;     *
      * A QUOTED LITERAL IS KEPT AS ONE TOKEN SO A PERIOD OR A        *
      * KEYWORD INSIDE A VALUE STRING IS NEVER MISREAD.               *
      *****************************************************************
       01  WS-CODE-LINE                PIC X(80).
       01  WS-SCAN-LINE                PIC X(65).
       01  WS-SCAN-POS                 PIC 9(3).
       01  WS-SCAN-CHAR                PIC X(1).
       01  WS-QUOTE-CHAR               PIC X(1).
       01  WS-LITERAL-FLAG             PIC X(1).
           88  WS-IN-LITERAL                VALUE 'Y'.
       01  WS-TOKEN                    PIC X(60).
       01  WS-TOKEN-LEN                PIC 9(3).
       01  WS-TOKEN-LAST-CHAR          PIC X(1).
       01  WS-PERIOD-FLAG              PIC X(1).
           88  WS-PERIOD-SEEN               VALUE 'Y'.
       01  WS-LEFT-TRIMMED             PIC X(65).
       01  WS-WORD-1                   PIC X(30).
       01  WS-WORD-2                   PIC X(30).
       01  WS-ADD-CARD-REST            PIC X(80).
       01  WS-ADD-CARD-DISCARD         PIC X(80).
       01  WS-MEMBER-NAME              PIC X(8).

      *****************************************************************
      * ONE DATA DESCRIPTION ENTRY, GATHERED TOKEN BY TOKEN UNTIL ITS *
      * CLOSING PERIOD, THEN TAKEN APART CLAUSE BY CLAUSE.            *
      *****************************************************************
       01  WS-ENTRY-BUFFER.
           05  WS-ENTRY-TOKEN OCCURS 40 TIMES
                                     PIC X(60).
       01  WS-ENTRY-TOKEN-COUNT        PIC 9(2)  VALUE ZERO.
       01  WS-ENT-SUB                  PIC 9(2).
       01  WS-ENT-NEXT                 PIC 9(2).
       01  WS-ENTRY-AREAS.
           05  WS-ENT-LEVEL            PIC 9(2).
           05  WS-ENT-NAME             PIC X(30).
           05  WS-ENT-CLAUSE-START     PIC 9(2).
           05  WS-ENT-PICTURE          PIC X(60).
           05  WS-ENT-USAGE            PIC X(1).
               88  WS-USAGE-DISPLAY         VALUE ' '.
               88  WS-USAGE-PACKED          VALUE 'P'.
               88  WS-USAGE-BINARY          VALUE 'B'.
               88  WS-USAGE-UNSIZED         VALUE '1' '2' 'I'.
           05  WS-ENT-OCCURS           PIC 9(4).
           05  WS-ENT-REDEF-FLAG       PIC X(1).
           05  WS-ENT-SEPARATE-FLAG    PIC X(1).
               88  WS-ENT-SIGN-SEPARATE     VALUE 'Y'.
           05  WS-ENT-JUST-FLAG        PIC X(1).
               88  WS-ENT-JUSTIFIED         VALUE 'Y'.
       01  WS-CLAUSE-WORD              PIC X(16).
           88  WS-IS-CLAUSE-WORD            VALUE 'PIC' 'PICTURE'
               'REDEFINES' 'OCCURS' 'USAGE' 'VALUE' 'VALUES'
               'COMP' 'COMP-1' 'COMP-2' 'COMP-3' 'COMP-4' 'COMP-5'
               'COMPUTATIONAL' 'COMPUTATIONAL-3' 'BINARY'
               'PACKED-DECIMAL' 'DISPLAY' 'JUST' 'JUSTIFIED' 'SIGN'
               'SYNC' 'SYNCHRONIZED' 'BLANK' 'EXTERNAL' 'GLOBAL'
               'INDEX' 'POINTER'.

      *****************************************************************
      * PICTURE STRING ANALYSIS. A REPEAT FACTOR (N) APPLIES THE      *
      * SYMBOL BEFORE IT N-1 MORE TIMES. A FLOATING INSERTION STRING  *
      * ($$$, +++, ---) HOLDS ONE FEWER DIGIT THAN IT HAS SYMBOLS.    *
      *****************************************************************
       01  WS-PICTURE-AREAS.
           05  WS-PIC-POS              PIC 9(2).
           05  WS-PIC-CHAR             PIC X(1).
           05  WS-PIC-SYMBOL           PIC X(1).
           05  WS-PIC-PREV-SYMBOL      PIC X(1).
           05  WS-PIC-SYM-COUNT        PIC 9(4).
           05  WS-PIC-REPEAT           PIC 9(4).
           05  WS-PIC-ALPHA-COUNT      PIC 9(5).
           05  WS-PIC-POSITIONS        PIC 9(5).
           05  WS-PIC-INT-DIGITS       PIC 9(2).
           05  WS-PIC-DEC-DIGITS       PIC 9(2).
           05  WS-PIC-DIGITS           PIC 9(2).
           05  WS-PIC-HALF             PIC 9(2).
           05  WS-PIC-POINT-FLAG       PIC X(1).
               88  WS-PIC-AFTER-POINT       VALUE 'Y'.
           05  WS-PIC-EDITED-FLAG      PIC X(1).
               88  WS-PIC-EDITED            VALUE 'Y'.
           05  WS-PIC-SIGN-FLAG        PIC X(1).
               88  WS-PIC-SIGNED            VALUE 'Y'.

      *****************************************************************
      * MOVE STATEMENT RECOGNITION, ONE TOKEN AT A TIME:              *
      *   ' '  NOT IN A MOVE                                          *
      *   S    MOVE SEEN, WAITING FOR THE SENDER (OR CORRESPONDING)   *
      *   T    SENDER SEEN, WAITING FOR TO                            *
      *   R    IN THE RECEIVER LIST                                   *
      * A RECEIVER IS HELD PENDING UNTIL THE NEXT TOKEN THAT IS NOT   *
      * PART OF IT (SUBSCRIPT, REFERENCE MODIFIER, OF/IN QUALIFIER),  *
      * BECAUSE ANY OF THOSE CAN STILL CHANGE WHAT IT RESOLVES TO.    *
      * THE RECEIVER LIST ENDS AT THE FIRST TOKEN THAT IS NOT A DATA  *
      * NAME OF THIS PROGRAM - IN PRACTICE THE NEXT VERB OR PERIOD.   *
      *****************************************************************
       01  WS-MOVE-AREAS.
           05  WS-MOVE-STATE           PIC X(1)  VALUE SPACE.
               88  WS-MOVE-IDLE             VALUE ' '.
               88  WS-MOVE-WANT-SENDER      VALUE 'S'.
               88  WS-MOVE-WANT-TO          VALUE 'T'.
               88  WS-MOVE-IN-RECEIVERS     VALUE 'R'.
           05  WS-CORR-FLAG            PIC X(1).
               88  WS-MOVE-CORRESPONDING    VALUE 'Y'.
           05  WS-QUALIFIER-FLAG       PIC X(1).
               88  WS-QUALIFIER-NEXT        VALUE 'Y'.
           05  WS-PAREN-DEPTH          PIC S9(3).
           05  WS-SENDER-NAME          PIC X(30).
           05  WS-SENDER-SUB           PIC 9(4).
           05  WS-SENDER-REFMOD-FLAG   PIC X(1).
               88  WS-SENDER-REFMOD         VALUE 'Y'.
           05  WS-RECEIVER-NAME        PIC X(30).
           05  WS-RECEIVER-SUB         PIC 9(4).
           05  WS-RECEIVER-PENDING-FLAG PIC X(1).
               88  WS-RECEIVER-PENDING      VALUE 'Y'.
           05  WS-RECEIVER-REFMOD-FLAG PIC X(1).
               88  WS-RECEIVER-REFMOD       VALUE 'Y'.
           05  WS-RECEIVERS-SEEN       PIC 9(4).
           05  WS-OPEN-COUNT           PIC 9(3).
           05  WS-CLOSE-COUNT          PIC 9(3).
           05  WS-COLON-COUNT          PIC 9(3).
           05  WS-PRE-PAREN            PIC 9(3).
           05  WS-OPERAND-NAME         PIC X(30).
           05  WS-LOOKUP-NAME          PIC X(30).
           05  WS-QUALIFIER-NAME       PIC X(30).
           05  WS-LOOKUP-SUB           PIC 9(4).
       01  WS-FIGURATIVE-WORD          PIC X(16).
           88  WS-IS-FIGURATIVE             VALUE 'SPACE' 'SPACES'
               'ZERO' 'ZEROS' 'ZEROES' 'LOW-VALUE' 'LOW-VALUES'
               'HIGH-VALUE' 'HIGH-VALUES' 'QUOTE' 'QUOTES' 'ALL'
               'NULL' 'NULLS' 'FUNCTION' 'LENGTH' 'ADDRESS'.

      *****************************************************************
      * ONE SENDER/RECEIVER PAIR AS JUDGED - THE SAME SOURCE VERSUS   *
      * TARGET-CAPACITY TEST AS TRUNCHK'S 1050-CHECK-ONE-PAIR.        *
      *****************************************************************
       01  WS-PAIR-AREAS.
           05  WS-PR-SEND-SUB          PIC 9(4).
           05  WS-PR-RECV-SUB          PIC 9(4).
           05  WS-PR-SOURCE-LEN        PIC 9(5).
           05  WS-PR-TARGET-LEN        PIC 9(5).
           05  WS-PR-TYPE              PIC X(1).
           05  WS-PR-SOURCE-DEC        PIC 9(2).
           05  WS-PR-TARGET-DEC        PIC 9(2).
           05  WS-PR-SOURCE-SIGN       PIC X(1).
           05  WS-PR-TARGET-SIGN       PIC X(1).
           05  WS-PR-LOSS              PIC 9(5).
           05  WS-PR-VERB              PIC X(1).
           05  WS-PR-CATALOG-STATUS    PIC X(13).
           05  WS-CORR-SEND-LEVEL      PIC 9(2).
           05  WS-CORR-RECV-LEVEL      PIC 9(2).

       01  WS-PROGRAM-COUNTS.
           05  WS-PGM-MOVE-COUNT       PIC 9(6).
           05  WS-PGM-EXPOSURE-COUNT   PIC 9(6).
           05  WS-PGM-UNRESOLVED-COUNT PIC 9(6).

       01  WS-SCAN-COUNTS.
           05  WS-PROGRAM-COUNT        PIC 9(6)  VALUE ZERO.
           05  WS-MOVE-COUNT           PIC 9(6)  VALUE ZERO.
           05  WS-UNRESOLVED-COUNT     PIC 9(6)  VALUE ZERO.
           05  WS-EXPOSURE-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(6)  VALUE ZERO.
           05  WS-RETIRED-COUNT        PIC 9(6)  VALUE ZERO.
           05  WS-FUTURE-COUNT         PIC 9(6)  VALUE ZERO.
           05  WS-UNCATALOGED-COUNT    PIC 9(6)  VALUE ZERO.
           05  WS-CARD-COUNT           PIC 9(6)  VALUE ZERO.
           05  WS-WITHHELD-COUNT       PIC 9(6)  VALUE ZERO.
           05  WS-COPY-MISSING-COUNT   PIC 9(6)  VALUE ZERO.

       01  WS-HEADING-1                PIC X(132) VALUE
           'SOURCE-LIBRARY MOVE SCAN - RECEIVERS SHORTER THAN SENDERS'.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(9)  VALUE 'PROGRAM'.
           05  FILLER                  PIC X(31) VALUE 'PARAGRAPH'.
           05  FILLER                  PIC X(31) VALUE 'SENDER'.
           05  FILLER                  PIC X(31) VALUE 'RECEIVER'.
           05  FILLER                  PIC X(2)  VALUE 'V'.
           05  FILLER                  PIC X(6)  VALUE '  SRC'.
           05  FILLER                  PIC X(6)  VALUE '  TGT'.
           05  FILLER                  PIC X(2)  VALUE 'T'.
           05  FILLER                  PIC X(14) VALUE 'CATALOG'.

      *    V = M FOR A PLAIN MOVE, C FOR A MOVE CORRESPONDING MEMBER.
       01  WS-DETAIL-LINE.
           05  WS-DTL-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-PARAGRAPH        PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-SENDER           PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-RECEIVER         PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-VERB             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-SOURCE-LEN       PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-TARGET-LEN       PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-TYPE             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-CATALOG          PIC X(13).

       01  WS-SCALE-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
                                        'DECIMAL PLACES SRC ='.
           05  WS-SCL-SOURCE-DEC       PIC Z9.
           05  FILLER                  PIC X(7)  VALUE '  TGT ='.
           05  WS-SCL-TARGET-DEC       PIC Z9.
           05  FILLER                  PIC X(12) VALUE
                                        '    SIGN SRC'.
           05  FILLER                  PIC X(3)  VALUE ' = '.
           05  WS-SCL-SOURCE-SIGN      PIC X(8).
           05  FILLER                  PIC X(8)  VALUE '  TGT = '.
           05  WS-SCL-TARGET-SIGN      PIC X(8).

       01  WS-PROGRAM-TOTAL-LINE.
           05  FILLER                  PIC X(8)  VALUE 'PROGRAM '.
           05  WS-PGT-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(19) VALUE
                                        '  MOVES EXAMINED = '.
           05  WS-PGT-MOVES            PIC ZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
                                        '  EXPOSURES = '.
           05  WS-PGT-EXPOSURES        PIC ZZZZZ9.
           05  FILLER                  PIC X(15) VALUE
                                        '  UNRESOLVED = '.
           05  WS-PGT-UNRESOLVED       PIC ZZZZZ9.

       01  WS-CARD-HEADING-1           PIC X(132) VALUE
           'PROPOSED FLDPAIR ADDITIONS (FPMAINT TRANIN A CARDS)'.
       01  WS-CARD-HEADING-2.
           05  FILLER                  PIC X(36) VALUE
                                   'PAIR NAME              SRC   TGT T'.
           05  FILLER                  PIC X(96) VALUE
                                   'SD TD S S PROGRAM  DISPOSITION'.
       01  WS-CARD-LINE.
           05  WS-CRD-PAIR-NAME        PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-SOURCE-LEN       PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-TARGET-LEN       PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-TYPE             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-SOURCE-DEC       PIC Z9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-TARGET-DEC       PIC Z9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-SOURCE-SIGN      PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-TARGET-SIGN      PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-DISPOSITION      PIC X(40).

       01  WS-TOTALS-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-COUNT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           OPEN INPUT SRCLIB-FILE
           IF WS-SRCLIB-STATUS NOT = '00'
               DISPLAY 'TRUNSCAN: SRCLIB OPEN FAILED, FILE STATUS = '
                   WS-SRCLIB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANOUT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 0100-LOAD-COPY-LIBRARY
           PERFORM 0200-LOAD-CATALOG
           MOVE 'SRCLIB' TO WS-MEMBER-NAME
           PERFORM UNTIL WS-END-OF-SRCLIB
               READ SRCLIB-FILE
                   AT END
                       SET WS-END-OF-SRCLIB TO TRUE
                   NOT AT END
                       PERFORM 1000-EXAMINE-SOURCE-LINE
               END-READ
           END-PERFORM
           IF WS-PROGRAM-ACTIVE
               PERFORM 1200-END-PROGRAM
           END-IF
           PERFORM 6000-WRITE-PROPOSED-CARDS
           PERFORM 7000-WRITE-TOTALS
           CLOSE SRCLIB-FILE
           CLOSE TRANOUT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'TRUNSCAN: ' WS-PROGRAM-COUNT ' PROGRAMS, '
               WS-EXPOSURE-COUNT ' EXPOSURES, '
               WS-CARD-COUNT ' CARDS PROPOSED'
           PERFORM 7900-SET-RETURN-CODE
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
      * CPYLIB IS OPTIONAL: WITHOUT IT EVERY COPY STATEMENT COUNTS AS *
      * A MISSING COPYBOOK AND ANY MOVE THROUGH ITS FIELDS AS         *
      * UNRESOLVED - A THIN REPORT, NOT A WRONG ONE.                  *
      *****************************************************************
       0100-LOAD-COPY-LIBRARY.
           OPEN INPUT CPYLIB-FILE
           IF WS-CPYLIB-STATUS NOT = '00'
               SET WS-END-OF-CPYLIB TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-CPYLIB
               READ CPYLIB-FILE
                   AT END
                       SET WS-END-OF-CPYLIB TO TRUE
                   NOT AT END
                       PERFORM 0150-LOAD-ONE-COPY-LINE
               END-READ
           END-PERFORM
           IF WS-CPYLIB-STATUS = '00' OR '10'
               CLOSE CPYLIB-FILE
           END-IF.

       0150-LOAD-ONE-COPY-LINE.
           IF CPYLIB-RECORD(1:2) = './'
               MOVE CPYLIB-RECORD TO WS-CODE-LINE
               PERFORM 1150-GET-MEMBER-NAME
               IF WS-COPY-MEMBERS-USED < 500
                   ADD 1 TO WS-COPY-MEMBERS-USED
                   SET WS-CPY-IDX TO WS-COPY-MEMBERS-USED
                   MOVE WS-MEMBER-NAME TO WS-CPY-MEMBER(WS-CPY-IDX)
                   COMPUTE WS-CPY-FIRST-LINE(WS-CPY-IDX) =
                       WS-COPY-LINES-USED + 1
                   MOVE ZERO TO WS-CPY-LINE-COUNT(WS-CPY-IDX)
               ELSE
                   SET WS-COPY-OVERFLOWED TO TRUE
                   DISPLAY 'TRUNSCAN: COPYBOOK DIRECTORY FULL, MEMBER '
                       'SKIPPED: ' WS-MEMBER-NAME
               END-IF
           ELSE
               IF WS-COPY-MEMBERS-USED > ZERO
                  AND NOT WS-COPY-OVERFLOWED
                   IF WS-COPY-LINES-USED < 20000
                       ADD 1 TO WS-COPY-LINES-USED
                       MOVE CPYLIB-RECORD
                           TO WS-CPY-LINE(WS-COPY-LINES-USED)
                       SET WS-CPY-IDX TO WS-COPY-MEMBERS-USED
                       ADD 1 TO WS-CPY-LINE-COUNT(WS-CPY-IDX)
                   ELSE
                       SET WS-COPY-OVERFLOWED TO TRUE
                       DISPLAY 'TRUNSCAN: COPYBOOK LINE TABLE FULL '
                           'AT MEMBER ' WS-CPY-MEMBER(WS-CPY-IDX)
                   END-IF
               END-IF
           END-IF.

       0200-LOAD-CATALOG.
           OPEN INPUT FLDPAIR-FILE
           IF WS-FLDPAIR-STATUS NOT = '00'
               SET WS-END-OF-CATALOG TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-CATALOG
               READ FLDPAIR-FILE
                   AT END
                       SET WS-END-OF-CATALOG TO TRUE
                   NOT AT END
                       IF WS-CATALOG-USED < 50
                           ADD 1 TO WS-CATALOG-USED
                           SET WS-CAT-IDX TO WS-CATALOG-USED
                           MOVE FP-PAIR-NAME
                               TO WS-CAT-PAIR-NAME(WS-CAT-IDX)
                           MOVE FP-EFF-DATE
                               TO WS-CAT-EFF-DATE(WS-CAT-IDX)
                           MOVE FP-STATUS
                               TO WS-CAT-STATUS(WS-CAT-IDX)
                       ELSE
                           DISPLAY 'TRUNSCAN: CATALOG TABLE FULL, CARD '
                               'SKIPPED: ' FLDPAIR-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FLDPAIR-STATUS = '00' OR '10'
               CLOSE FLDPAIR-FILE
           END-IF.

      *****************************************************************
      * A './ ADD' CARD OR AN IDENTIFICATION DIVISION AFTER A         *
      * PROGRAM'S BODY STARTS THE NEXT PROGRAM; A COPY STATEMENT IS   *
      * REPLACED BY ITS MEMBER'S LINES; EVERYTHING ELSE THAT IS NOT A *
      * COMMENT IS CODE.                                              *
      *****************************************************************
       1000-EXAMINE-SOURCE-LINE.
           IF SRCLIB-RECORD(1:2) = './'
               IF WS-PROGRAM-ACTIVE
                   PERFORM 1200-END-PROGRAM
               END-IF
               MOVE SRCLIB-RECORD TO WS-CODE-LINE
               PERFORM 1150-GET-MEMBER-NAME
               PERFORM 1100-BEGIN-PROGRAM
           ELSE
               MOVE SRCLIB-RECORD TO WS-CODE-LINE
               IF NOT WS-PROGRAM-ACTIVE
                  AND WS-CODE-LINE(8:65) NOT = SPACES
                   PERFORM 1100-BEGIN-PROGRAM
               END-IF
               PERFORM 2000-PROCESS-CODE-LINE
           END-IF.

       1100-BEGIN-PROGRAM.
           SET WS-PROGRAM-ACTIVE TO TRUE
           ADD 1 TO WS-PROGRAM-COUNT
           MOVE WS-MEMBER-NAME TO WS-CUR-PROGRAM
           MOVE SPACES         TO WS-CUR-PARAGRAPH
           MOVE SPACE          TO WS-CUR-MODE
           MOVE SPACES         TO WS-PREV-TOKEN
           MOVE ZERO           TO WS-DIC-USED
           MOVE 'N'            TO WS-DIC-FULL-FLAG
           MOVE ZERO           TO WS-STACK-DEPTH
           MOVE ZERO           TO WS-ENTRY-TOKEN-COUNT
           MOVE ZERO           TO WS-PGM-MOVE-COUNT
                                  WS-PGM-EXPOSURE-COUNT
                                  WS-PGM-UNRESOLVED-COUNT
           PERFORM 4050-RESET-MOVE-STATE.

       1150-GET-MEMBER-NAME.
           MOVE SPACES TO WS-ADD-CARD-REST WS-MEMBER-NAME
           UNSTRING WS-CODE-LINE DELIMITED BY 'NAME='
               INTO WS-ADD-CARD-DISCARD WS-ADD-CARD-REST
           END-UNSTRING
           UNSTRING WS-ADD-CARD-REST DELIMITED BY ',' OR SPACE
               INTO WS-MEMBER-NAME
           END-UNSTRING
           IF WS-MEMBER-NAME = SPACES
               MOVE 'UNNAMED' TO WS-MEMBER-NAME
           END-IF.

       1200-END-PROGRAM.
           PERFORM 4900-END-SENTENCE
           PERFORM 3900-CLOSE-ALL-GROUPS
           MOVE WS-CUR-PROGRAM          TO WS-PGT-PROGRAM
           MOVE WS-PGM-MOVE-COUNT       TO WS-PGT-MOVES
           MOVE WS-PGM-EXPOSURE-COUNT   TO WS-PGT-EXPOSURES
           MOVE WS-PGM-UNRESOLVED-COUNT TO WS-PGT-UNRESOLVED
           MOVE WS-PROGRAM-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-PROGRAM-ACTIVE-FLAG.

      *****************************************************************
      * ONE LINE OF THE SOURCE MEMBER. A COPY STATEMENT IS REPLACED   *
      * BY ITS MEMBER'S LINES; ANY OTHER CODE LINE IS A STATEMENT.    *
      *****************************************************************
       2000-PROCESS-CODE-LINE.
           PERFORM 2020-SPLIT-CODE-LINE
           EVALUATE TRUE
               WHEN WS-WORD-1 = SPACES
                   CONTINUE
               WHEN WS-WORD-1 = 'COPY'
                   PERFORM 2100-EXPAND-COPYBOOK
               WHEN OTHER
                   PERFORM 2050-PROCESS-STATEMENT
           END-EVALUATE.

      *    A COMMENT, DEBUGGING OR BLANK LINE LEAVES BOTH WORDS BLANK.
       2020-SPLIT-CODE-LINE.
           MOVE SPACES TO WS-WORD-1 WS-WORD-2
           IF WS-CODE-LINE(7:1) = '*' OR '/' OR 'D' OR 'd'
              OR WS-CODE-LINE(8:65) = SPACES
               CONTINUE
           ELSE
               MOVE WS-CODE-LINE(8:65) TO WS-SCAN-LINE
               MOVE FUNCTION TRIM(WS-SCAN-LINE LEADING)
                   TO WS-LEFT-TRIMMED
               UNSTRING WS-LEFT-TRIMMED DELIMITED BY ALL SPACES
                   INTO WS-WORD-1 WS-WORD-2
               END-UNSTRING
           END-IF.

      *****************************************************************
      * ONE LINE OF CODE, FROM THE SOURCE MEMBER OR FROM A COPYBOOK   *
      * BEING EXPANDED. A NAME IN AREA A OF THE PROCEDURE DIVISION IS *
      * THE PARAGRAPH (OR SECTION) THE FOLLOWING MOVES ARE REPORTED   *
      * UNDER.                                                        *
      *****************************************************************
       2050-PROCESS-STATEMENT.
           IF WS-MODE-PROCEDURE
              AND WS-SCAN-LINE(1:4) NOT = SPACES
               MOVE SPACES TO WS-CUR-PARAGRAPH
               UNSTRING WS-LEFT-TRIMMED
                   DELIMITED BY '.' OR SPACE
                   INTO WS-CUR-PARAGRAPH
               END-UNSTRING
           END-IF
           PERFORM 2500-TOKENIZE-LINE.

      *****************************************************************
      * A COPY INSIDE A COPYBOOK IS NOT FOLLOWED (NO LIBRARY MEMBER   *
      * HERE NESTS ONE); IT IS COUNTED WITH THE MISSING COPYBOOKS SO  *
      * THE GAP SHOWS ON THE REPORT.                                  *
      *****************************************************************
       2100-EXPAND-COPYBOOK.
           INSPECT WS-WORD-2 REPLACING ALL '.' BY SPACE
           MOVE ZERO TO WS-COPY-MATCH-IDX
           PERFORM VARYING WS-CPY-IDX FROM 1 BY 1
                   UNTIL WS-CPY-IDX > WS-COPY-MEMBERS-USED
               IF WS-CPY-MEMBER(WS-CPY-IDX) = WS-WORD-2(1:8)
                  AND WS-COPY-MATCH-IDX = ZERO
                   SET WS-COPY-MATCH-IDX TO WS-CPY-IDX
               END-IF
           END-PERFORM
           IF WS-COPY-MATCH-IDX = ZERO
               PERFORM 2190-COPYBOOK-NOT-EXPANDED
           ELSE
               SET WS-CPY-IDX TO WS-COPY-MATCH-IDX
               MOVE WS-CPY-FIRST-LINE(WS-CPY-IDX) TO WS-COPY-LINE-SUB
               COMPUTE WS-COPY-LINE-LAST = WS-COPY-LINE-SUB
                   + WS-CPY-LINE-COUNT(WS-CPY-IDX) - 1
               PERFORM UNTIL WS-COPY-LINE-SUB > WS-COPY-LINE-LAST
                   MOVE WS-CPY-LINE(WS-COPY-LINE-SUB) TO WS-CODE-LINE
                   PERFORM 2150-PROCESS-COPYBOOK-LINE
                   ADD 1 TO WS-COPY-LINE-SUB
               END-PERFORM
           END-IF.

       2150-PROCESS-COPYBOOK-LINE.
           PERFORM 2020-SPLIT-CODE-LINE
           EVALUATE TRUE
               WHEN WS-WORD-1 = SPACES
                   CONTINUE
               WHEN WS-WORD-1 = 'COPY'
                   INSPECT WS-WORD-2 REPLACING ALL '.' BY SPACE
                   PERFORM 2190-COPYBOOK-NOT-EXPANDED
               WHEN OTHER
                   PERFORM 2050-PROCESS-STATEMENT
           END-EVALUATE.

       2190-COPYBOOK-NOT-EXPANDED.
           ADD 1 TO WS-COPY-MISSING-COUNT
           DISPLAY 'TRUNSCAN: COPYBOOK ' WS-WORD-2(1:8)
               ' NOT EXPANDED IN ' WS-CUR-PROGRAM.

       2500-TOKENIZE-LINE.
           MOVE SPACES TO WS-TOKEN
           MOVE ZERO   TO WS-TOKEN-LEN
           MOVE 'N'    TO WS-LITERAL-FLAG
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 65
               MOVE WS-SCAN-LINE(WS-SCAN-POS:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN WS-IN-LITERAL
                       PERFORM 2550-APPEND-CHAR
                       IF WS-SCAN-CHAR = WS-QUOTE-CHAR
                           MOVE 'N' TO WS-LITERAL-FLAG
                       END-IF
                   WHEN WS-SCAN-CHAR = SPACE
                       IF WS-TOKEN-LEN > ZERO
                           PERFORM 2600-DISPATCH-TOKEN
                       END-IF
                   WHEN WS-SCAN-CHAR = QUOTE OR WS-SCAN-CHAR = ''''
                       SET WS-IN-LITERAL TO TRUE
                       MOVE WS-SCAN-CHAR TO WS-QUOTE-CHAR
                       PERFORM 2550-APPEND-CHAR
                   WHEN OTHER
                       PERFORM 2550-APPEND-CHAR
               END-EVALUATE
           END-PERFORM
           IF WS-TOKEN-LEN > ZERO
               PERFORM 2600-DISPATCH-TOKEN
           END-IF.

       2550-APPEND-CHAR.
           IF WS-TOKEN-LEN < 60
               ADD 1 TO WS-TOKEN-LEN
               MOVE WS-SCAN-CHAR TO WS-TOKEN(WS-TOKEN-LEN:1)
           END-IF
           MOVE WS-SCAN-CHAR TO WS-TOKEN-LAST-CHAR.

      *****************************************************************
      * A TOKEN ENDING IN A PERIOD (OUTSIDE A LITERAL) CLOSES THE     *
      * DATA ENTRY OR PROCEDURE SENTENCE IT BELONGS TO. THE DIVISION  *
      * HEADERS SWITCH BETWEEN GATHERING DATA ENTRIES AND WATCHING    *
      * FOR MOVES.                                                    *
      *****************************************************************
       2600-DISPATCH-TOKEN.
           MOVE 'N' TO WS-PERIOD-FLAG
           IF WS-TOKEN-LAST-CHAR = '.'
               SET WS-PERIOD-SEEN TO TRUE
               IF WS-TOKEN-LEN > ZERO
                  AND WS-TOKEN(WS-TOKEN-LEN:1) = '.'
                   MOVE SPACE TO WS-TOKEN(WS-TOKEN-LEN:1)
                   SUBTRACT 1 FROM WS-TOKEN-LEN
               END-IF
           END-IF
           IF WS-TOKEN = 'DIVISION'
               EVALUATE WS-PREV-TOKEN
                   WHEN 'DATA'
                       PERFORM 3900-CLOSE-ALL-GROUPS
                       MOVE ZERO TO WS-ENTRY-TOKEN-COUNT
                       SET WS-MODE-DATA TO TRUE
                   WHEN 'PROCEDURE'
                       PERFORM 3900-CLOSE-ALL-GROUPS
                       MOVE ZERO TO WS-ENTRY-TOKEN-COUNT
                       SET WS-MODE-PROCEDURE TO TRUE
                   WHEN 'IDENTIFICATION'
                   WHEN 'ID'
                       IF NOT WS-MODE-NONE
                           PERFORM 1200-END-PROGRAM
                           PERFORM 1100-BEGIN-PROGRAM
                       END-IF
                   WHEN OTHER
                       SET WS-MODE-NONE TO TRUE
               END-EVALUATE
               MOVE 'N' TO WS-PERIOD-FLAG
           ELSE
               EVALUATE TRUE
                   WHEN WS-MODE-NONE
                       IF WS-PREV-TOKEN = 'PROGRAM-ID'
                          AND WS-TOKEN-LEN > ZERO
                           MOVE WS-TOKEN TO WS-CUR-PROGRAM
                       END-IF
                   WHEN WS-MODE-DATA
                       IF WS-TOKEN-LEN > ZERO
                          AND WS-ENTRY-TOKEN-COUNT < 40
                           ADD 1 TO WS-ENTRY-TOKEN-COUNT
                           MOVE WS-TOKEN
                               TO WS-ENTRY-TOKEN(WS-ENTRY-TOKEN-COUNT)
                       END-IF
                       IF WS-PERIOD-SEEN
                           PERFORM 3000-END-DATA-ENTRY
                       END-IF
                   WHEN WS-MODE-PROCEDURE
                       IF WS-TOKEN-LEN > ZERO
                           PERFORM 4000-PROCEDURE-TOKEN
                       END-IF
                       IF WS-PERIOD-SEEN
                           PERFORM 4900-END-SENTENCE
                       END-IF
               END-EVALUATE
           END-IF
           MOVE WS-TOKEN TO WS-PREV-TOKEN
           MOVE SPACES   TO WS-TOKEN
           MOVE ZERO     TO WS-TOKEN-LEN
           MOVE SPACE    TO WS-TOKEN-LAST-CHAR.

      *****************************************************************
      * TAKE ONE COMPLETE DATA DESCRIPTION ENTRY APART. ANYTHING NOT  *
      * OPENING WITH A LEVEL NUMBER (FD, SD, A SECTION HEADER) ENDS   *
      * EVERY OPEN GROUP; LEVEL 66 AND 88 ENTRIES OCCUPY NO STORAGE   *
      * AND ARE NOT MOVE OPERANDS THAT CAN TRUNCATE.                  *
      *****************************************************************
       3000-END-DATA-ENTRY.
           IF WS-ENTRY-TOKEN-COUNT > ZERO
               MOVE ZERO TO WS-ENT-LEVEL
               EVALUATE TRUE
                   WHEN WS-ENTRY-TOKEN(1)(1:2) IS NUMERIC
                        AND WS-ENTRY-TOKEN(1)(3:58) = SPACES
                       MOVE WS-ENTRY-TOKEN(1)(1:2) TO WS-ENT-LEVEL
                   WHEN WS-ENTRY-TOKEN(1)(1:1) IS NUMERIC
                        AND WS-ENTRY-TOKEN(1)(2:59) = SPACES
                       MOVE WS-ENTRY-TOKEN(1)(1:1) TO WS-ENT-LEVEL
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-ENT-LEVEL = ZERO
                       PERFORM 3900-CLOSE-ALL-GROUPS
                   WHEN WS-ENT-LEVEL = 66 OR WS-ENT-LEVEL = 88
                       CONTINUE
                   WHEN WS-ENT-LEVEL < 50 OR WS-ENT-LEVEL = 77
                       PERFORM 3100-PARSE-ENTRY-CLAUSES
                       PERFORM 3300-ADD-DICTIONARY-ENTRY
               END-EVALUATE
           END-IF
           MOVE ZERO TO WS-ENTRY-TOKEN-COUNT.

       3100-PARSE-ENTRY-CLAUSES.
           MOVE 'FILLER' TO WS-ENT-NAME
           MOVE 2        TO WS-ENT-CLAUSE-START
           IF WS-ENTRY-TOKEN-COUNT > 1
               MOVE WS-ENTRY-TOKEN(2) TO WS-CLAUSE-WORD
               IF NOT WS-IS-CLAUSE-WORD
                   MOVE WS-ENTRY-TOKEN(2) TO WS-ENT-NAME
                   MOVE 3 TO WS-ENT-CLAUSE-START
               END-IF
           END-IF
           MOVE SPACES TO WS-ENT-PICTURE
           MOVE SPACE  TO WS-ENT-USAGE
           MOVE 1      TO WS-ENT-OCCURS
           MOVE 'N'    TO WS-ENT-REDEF-FLAG
           MOVE 'N'    TO WS-ENT-SEPARATE-FLAG
           MOVE 'N'    TO WS-ENT-JUST-FLAG
           MOVE WS-ENT-CLAUSE-START TO WS-ENT-SUB
           PERFORM UNTIL WS-ENT-SUB > WS-ENTRY-TOKEN-COUNT
               COMPUTE WS-ENT-NEXT = WS-ENT-SUB + 1
               EVALUATE WS-ENTRY-TOKEN(WS-ENT-SUB)
                   WHEN 'PIC'
                   WHEN 'PICTURE'
                       IF WS-ENT-NEXT <= WS-ENTRY-TOKEN-COUNT
                          AND WS-ENTRY-TOKEN(WS-ENT-NEXT) = 'IS'
                           ADD 1 TO WS-ENT-NEXT
                       END-IF
                       IF WS-ENT-NEXT <= WS-ENTRY-TOKEN-COUNT
                           MOVE WS-ENTRY-TOKEN(WS-ENT-NEXT)
                               TO WS-ENT-PICTURE
                       END-IF
                       MOVE WS-ENT-NEXT TO WS-ENT-SUB
                   WHEN 'REDEFINES'
                       MOVE 'Y' TO WS-ENT-REDEF-FLAG
                       MOVE WS-ENT-NEXT TO WS-ENT-SUB
                   WHEN 'OCCURS'
                       PERFORM 3150-GET-OCCURS-COUNT
                   WHEN 'COMP-3'
                   WHEN 'COMPUTATIONAL-3'
                   WHEN 'PACKED-DECIMAL'
                       MOVE 'P' TO WS-ENT-USAGE
                   WHEN 'COMP'
                   WHEN 'COMP-4'
                   WHEN 'COMP-5'
                   WHEN 'COMPUTATIONAL'
                   WHEN 'COMPUTATIONAL-4'
                   WHEN 'COMPUTATIONAL-5'
                   WHEN 'BINARY'
                       MOVE 'B' TO WS-ENT-USAGE
                   WHEN 'COMP-1'
                   WHEN 'COMPUTATIONAL-1'
                       MOVE '1' TO WS-ENT-USAGE
                   WHEN 'COMP-2'
                   WHEN 'COMPUTATIONAL-2'
                       MOVE '2' TO WS-ENT-USAGE
                   WHEN 'INDEX'
                   WHEN 'POINTER'
                       MOVE 'I' TO WS-ENT-USAGE
                   WHEN 'SEPARATE'
                       MOVE 'Y' TO WS-ENT-SEPARATE-FLAG
                   WHEN 'JUST'
                   WHEN 'JUSTIFIED'
                       MOVE 'Y' TO WS-ENT-JUST-FLAG
                   WHEN 'VALUE'
                   WHEN 'VALUES'
                       IF WS-ENT-NEXT <= WS-ENTRY-TOKEN-COUNT
                          AND (WS-ENTRY-TOKEN(WS-ENT-NEXT) = 'IS'
                            OR WS-ENTRY-TOKEN(WS-ENT-NEXT) = 'ARE')
                           ADD 1 TO WS-ENT-NEXT
                       END-IF
                       MOVE WS-ENT-NEXT TO WS-ENT-SUB
               END-EVALUATE
               ADD 1 TO WS-ENT-SUB
           END-PERFORM.

      *    OCCURS N TIMES, OR OCCURS M TO N TIMES DEPENDING ON - THE
      *    MAXIMUM IS WHAT THE ENCLOSING GROUP IS SIZED FOR.
       3150-GET-OCCURS-COUNT.
           IF WS-ENT-NEXT <= WS-ENTRY-TOKEN-COUNT
              AND WS-ENTRY-TOKEN(WS-ENT-NEXT)(1:1) IS NUMERIC
               COMPUTE WS-ENT-OCCURS =
                   FUNCTION NUMVAL(WS-ENTRY-TOKEN(WS-ENT-NEXT))
               MOVE WS-ENT-NEXT TO WS-ENT-SUB
               COMPUTE WS-ENT-NEXT = WS-ENT-SUB + 1
               IF WS-ENT-NEXT < WS-ENTRY-TOKEN-COUNT
                  AND WS-ENTRY-TOKEN(WS-ENT-NEXT) = 'TO'
                   ADD 1 TO WS-ENT-NEXT
                   IF WS-ENTRY-TOKEN(WS-ENT-NEXT)(1:1) IS NUMERIC
                       COMPUTE WS-ENT-OCCURS =
                           FUNCTION NUMVAL(WS-ENTRY-TOKEN(WS-ENT-NEXT))
                       MOVE WS-ENT-NEXT TO WS-ENT-SUB
                   END-IF
               END-IF
           END-IF
           IF WS-ENT-OCCURS = ZERO
               MOVE 1 TO WS-ENT-OCCURS
           END-IF.

      *****************************************************************
      * CLOSE EVERY OPEN GROUP AT THIS ENTRY'S LEVEL OR DEEPER, THEN  *
      * RECORD THE ENTRY. AN ELEMENTARY ITEM IS SIZED FROM ITS        *
      * PICTURE AND USAGE AND ADDED INTO THE GROUP ENCLOSING IT; A    *
      * GROUP IS PUSHED AND SIZED WHEN IT CLOSES.                     *
      *****************************************************************
       3300-ADD-DICTIONARY-ENTRY.
           IF WS-ENT-LEVEL = 1 OR WS-ENT-LEVEL = 77
               PERFORM 3900-CLOSE-ALL-GROUPS
           ELSE
               PERFORM UNTIL WS-STACK-DEPTH = ZERO
                   OR WS-STK-LEVEL(WS-STACK-DEPTH) < WS-ENT-LEVEL
                   PERFORM 3800-CLOSE-TOP-GROUP
               END-PERFORM
           END-IF
           IF WS-DIC-USED < 3000
               ADD 1 TO WS-DIC-USED
               MOVE WS-DIC-USED TO WS-DIC-SUB
               MOVE WS-ENT-NAME       TO WS-DIC-NAME(WS-DIC-SUB)
               MOVE WS-ENT-LEVEL      TO WS-DIC-LEVEL(WS-DIC-SUB)
               MOVE WS-ENT-OCCURS     TO WS-DIC-OCCURS(WS-DIC-SUB)
               MOVE WS-ENT-REDEF-FLAG TO WS-DIC-REDEF-FLAG(WS-DIC-SUB)
               MOVE ZERO TO WS-DIC-CHARS(WS-DIC-SUB)
                            WS-DIC-INT-DIGITS(WS-DIC-SUB)
                            WS-DIC-DEC-DIGITS(WS-DIC-SUB)
                            WS-DIC-BYTES(WS-DIC-SUB)
               MOVE 'N'               TO WS-DIC-SIGN-FLAG(WS-DIC-SUB)
               MOVE WS-ENT-JUST-FLAG  TO WS-DIC-JUST-FLAG(WS-DIC-SUB)
               EVALUATE TRUE
                   WHEN WS-ENT-PICTURE NOT = SPACES
                       PERFORM 3400-ANALYZE-PICTURE
                       PERFORM 3500-SIZE-ELEMENTARY-ITEM
                       PERFORM 3700-ADD-TO-ENCLOSING-GROUP
                   WHEN WS-USAGE-UNSIZED
                       MOVE 'X' TO WS-DIC-CLASS(WS-DIC-SUB)
                       IF WS-ENT-USAGE = '2'
                           MOVE 8 TO WS-DIC-BYTES(WS-DIC-SUB)
                       ELSE
                           MOVE 4 TO WS-DIC-BYTES(WS-DIC-SUB)
                       END-IF
                       PERFORM 3700-ADD-TO-ENCLOSING-GROUP
                   WHEN OTHER
                       MOVE 'G' TO WS-DIC-CLASS(WS-DIC-SUB)
                       IF WS-STACK-DEPTH < 50
                           ADD 1 TO WS-STACK-DEPTH
                           MOVE WS-DIC-SUB
                               TO WS-STK-DIC-SUB(WS-STACK-DEPTH)
                           MOVE WS-ENT-LEVEL
                               TO WS-STK-LEVEL(WS-STACK-DEPTH)
                       END-IF
               END-EVALUATE
           ELSE
               IF NOT WS-DIC-FULL
                   SET WS-DIC-FULL TO TRUE
                   DISPLAY 'TRUNSCAN: DATA DICTIONARY FULL IN '
                       WS-CUR-PROGRAM ' AT ' WS-ENT-NAME
               END-IF
           END-IF.

       3400-ANALYZE-PICTURE.
           MOVE ZERO  TO WS-PIC-ALPHA-COUNT WS-PIC-POSITIONS
                         WS-PIC-INT-DIGITS WS-PIC-DEC-DIGITS
           MOVE 'N'   TO WS-PIC-POINT-FLAG WS-PIC-EDITED-FLAG
                         WS-PIC-SIGN-FLAG
           MOVE SPACE TO WS-PIC-PREV-SYMBOL
           MOVE 1     TO WS-PIC-POS
           PERFORM UNTIL WS-PIC-POS > 60
               MOVE WS-ENT-PICTURE(WS-PIC-POS:1) TO WS-PIC-CHAR
               EVALUATE TRUE
                   WHEN WS-PIC-CHAR = SPACE
                       MOVE 61 TO WS-PIC-POS
                   WHEN WS-PIC-CHAR = '('
                       MOVE ZERO TO WS-PIC-REPEAT
                       ADD 1 TO WS-PIC-POS
                       PERFORM UNTIL WS-PIC-POS > 60
                           OR WS-ENT-PICTURE(WS-PIC-POS:1) NOT NUMERIC
                           COMPUTE WS-PIC-REPEAT = WS-PIC-REPEAT * 10
                               + FUNCTION NUMVAL(
                                   WS-ENT-PICTURE(WS-PIC-POS:1))
                           ADD 1 TO WS-PIC-POS
                       END-PERFORM
                       IF WS-PIC-REPEAT > 1
                           MOVE WS-PIC-PREV-SYMBOL TO WS-PIC-SYMBOL
                           COMPUTE WS-PIC-SYM-COUNT = WS-PIC-REPEAT - 1
                           PERFORM 3450-APPLY-PICTURE-SYMBOL
                       END-IF
                       ADD 1 TO WS-PIC-POS
                   WHEN OTHER
                       MOVE WS-PIC-CHAR TO WS-PIC-SYMBOL
                       MOVE 1 TO WS-PIC-SYM-COUNT
                       PERFORM 3450-APPLY-PICTURE-SYMBOL
                       ADD 1 TO WS-PIC-POS
               END-EVALUATE
           END-PERFORM.

       3450-APPLY-PICTURE-SYMBOL.
           EVALUATE WS-PIC-SYMBOL
               WHEN 'X'
               WHEN 'A'
               WHEN 'N'
               WHEN 'G'
                   ADD WS-PIC-SYM-COUNT TO WS-PIC-ALPHA-COUNT
                                           WS-PIC-POSITIONS
               WHEN '9'
                   ADD WS-PIC-SYM-COUNT TO WS-PIC-POSITIONS
                   PERFORM 3460-COUNT-DIGITS
               WHEN 'Z'
               WHEN '*'
                   ADD WS-PIC-SYM-COUNT TO WS-PIC-POSITIONS
                   SET WS-PIC-EDITED TO TRUE
                   PERFORM 3460-COUNT-DIGITS
               WHEN 'S'
                   SET WS-PIC-SIGNED TO TRUE
               WHEN '+'
               WHEN '-'
               WHEN '$'
                   ADD WS-PIC-SYM-COUNT TO WS-PIC-POSITIONS
                   SET WS-PIC-EDITED TO TRUE
                   IF WS-PIC-SYMBOL NOT = '$'
                       SET WS-PIC-SIGNED TO TRUE
                   END-IF
                   IF WS-PIC-PREV-SYMBOL NOT = WS-PIC-SYMBOL
                       SUBTRACT 1 FROM WS-PIC-SYM-COUNT
                   END-IF
                   PERFORM 3460-COUNT-DIGITS
               WHEN 'V'
                   SET WS-PIC-AFTER-POINT TO TRUE
               WHEN '.'
                   ADD WS-PIC-SYM-COUNT TO WS-PIC-POSITIONS
                   SET WS-PIC-EDITED TO TRUE
                   SET WS-PIC-AFTER-POINT TO TRUE
               WHEN ','
               WHEN 'B'
               WHEN '0'
               WHEN '/'
               WHEN 'R'
                   ADD WS-PIC-SYM-COUNT TO WS-PIC-POSITIONS
                   SET WS-PIC-EDITED TO TRUE
               WHEN 'C'
               WHEN 'D'
                   ADD WS-PIC-SYM-COUNT TO WS-PIC-POSITIONS
                   SET WS-PIC-EDITED TO TRUE
                   SET WS-PIC-SIGNED TO TRUE
           END-EVALUATE
           MOVE WS-PIC-SYMBOL TO WS-PIC-PREV-SYMBOL.

       3460-COUNT-DIGITS.
           IF WS-PIC-AFTER-POINT
               ADD WS-PIC-SYM-COUNT TO WS-PIC-DEC-DIGITS
           ELSE
               ADD WS-PIC-SYM-COUNT TO WS-PIC-INT-DIGITS
           END-IF.

      *****************************************************************
      * CHARACTER LENGTH FOR THE PAIR TEST, STORAGE LENGTH FOR THE    *
      * ENCLOSING GROUP: DISPLAY ITEMS TAKE A BYTE PER POSITION (ONE  *
      * MORE FOR A SEPARATE SIGN), PACKED ITEMS HALF A BYTE PER DIGIT *
      * PLUS THE SIGN NIBBLE, BINARY ITEMS A HALFWORD, FULLWORD OR    *
      * DOUBLEWORD BY DIGIT COUNT.                                    *
      *****************************************************************
       3500-SIZE-ELEMENTARY-ITEM.
           COMPUTE WS-PIC-DIGITS = WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS
           MOVE WS-PIC-INT-DIGITS TO WS-DIC-INT-DIGITS(WS-DIC-SUB)
           MOVE WS-PIC-DEC-DIGITS TO WS-DIC-DEC-DIGITS(WS-DIC-SUB)
           MOVE WS-PIC-SIGN-FLAG  TO WS-DIC-SIGN-FLAG(WS-DIC-SUB)
           EVALUATE TRUE
               WHEN WS-PIC-ALPHA-COUNT > ZERO
                   MOVE 'A' TO WS-DIC-CLASS(WS-DIC-SUB)
                   MOVE WS-PIC-POSITIONS TO WS-DIC-CHARS(WS-DIC-SUB)
               WHEN WS-PIC-EDITED
                   MOVE 'E' TO WS-DIC-CLASS(WS-DIC-SUB)
                   MOVE WS-PIC-POSITIONS TO WS-DIC-CHARS(WS-DIC-SUB)
               WHEN OTHER
                   MOVE 'N' TO WS-DIC-CLASS(WS-DIC-SUB)
                   MOVE WS-PIC-DIGITS TO WS-DIC-CHARS(WS-DIC-SUB)
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-USAGE-PACKED
                   DIVIDE WS-PIC-DIGITS BY 2 GIVING WS-PIC-HALF
                   COMPUTE WS-DIC-BYTES(WS-DIC-SUB) = WS-PIC-HALF + 1
               WHEN WS-USAGE-BINARY AND WS-PIC-DIGITS < 5
                   MOVE 2 TO WS-DIC-BYTES(WS-DIC-SUB)
               WHEN WS-USAGE-BINARY AND WS-PIC-DIGITS < 10
                   MOVE 4 TO WS-DIC-BYTES(WS-DIC-SUB)
               WHEN WS-USAGE-BINARY
                   MOVE 8 TO WS-DIC-BYTES(WS-DIC-SUB)
               WHEN WS-ENT-SIGN-SEPARATE
                   COMPUTE WS-DIC-BYTES(WS-DIC-SUB) =
                       WS-PIC-POSITIONS + 1
               WHEN OTHER
                   MOVE WS-PIC-POSITIONS TO WS-DIC-BYTES(WS-DIC-SUB)
           END-EVALUATE.

       3700-ADD-TO-ENCLOSING-GROUP.
           IF WS-STACK-DEPTH > ZERO
              AND NOT WS-DIC-REDEFINES(WS-DIC-SUB)
               COMPUTE WS-CONTRIBUTION =
                   WS-DIC-BYTES(WS-DIC-SUB) * WS-DIC-OCCURS(WS-DIC-SUB)
               MOVE WS-STK-DIC-SUB(WS-STACK-DEPTH) TO WS-DIC-SUB-2
               ADD WS-CONTRIBUTION TO WS-DIC-BYTES(WS-DIC-SUB-2)
           END-IF.

       3800-CLOSE-TOP-GROUP.
           MOVE WS-STK-DIC-SUB(WS-STACK-DEPTH) TO WS-DIC-SUB
           IF WS-DIC-BYTES(WS-DIC-SUB) > 99999
               MOVE 99999 TO WS-DIC-CHARS(WS-DIC-SUB)
           ELSE
               MOVE WS-DIC-BYTES(WS-DIC-SUB) TO WS-DIC-CHARS(WS-DIC-SUB)
           END-IF
           SUBTRACT 1 FROM WS-STACK-DEPTH
           PERFORM 3700-ADD-TO-ENCLOSING-GROUP.

       3900-CLOSE-ALL-GROUPS.
           PERFORM UNTIL WS-STACK-DEPTH = ZERO
               PERFORM 3800-CLOSE-TOP-GROUP
           END-PERFORM.

      *****************************************************************
      * ONE PROCEDURE DIVISION TOKEN THROUGH THE MOVE RECOGNIZER.     *
      * SUBSCRIPT AND REFERENCE-MODIFIER TEXT IS TRACKED BY PAREN     *
      * DEPTH; A COLON ANYWHERE IN IT MARKS THE OPERAND REFERENCE-    *
      * MODIFIED, WHOSE LENGTH IS ONLY KNOWN AT RUN TIME.             *
      *****************************************************************
       4000-PROCEDURE-TOKEN.
           EVALUATE TRUE
               WHEN WS-PAREN-DEPTH > ZERO
                   PERFORM 4100-COUNT-PARENS
               WHEN WS-TOKEN(1:1) = '('
                   PERFORM 4100-COUNT-PARENS
               WHEN WS-QUALIFIER-NEXT
                   MOVE 'N' TO WS-QUALIFIER-FLAG
                   PERFORM 4150-EXTRACT-OPERAND-NAME
                   PERFORM 4100-COUNT-PARENS
                   PERFORM 4300-APPLY-QUALIFIER
               WHEN WS-MOVE-IDLE
                   IF WS-TOKEN = 'MOVE'
                       PERFORM 4050-RESET-MOVE-STATE
                       SET WS-MOVE-WANT-SENDER TO TRUE
                   END-IF
               WHEN WS-MOVE-WANT-SENDER
                   PERFORM 4400-TAKE-SENDER
               WHEN WS-MOVE-WANT-TO
                   EVALUATE WS-TOKEN
                       WHEN 'OF'
                       WHEN 'IN'
                           SET WS-QUALIFIER-NEXT TO TRUE
                       WHEN 'TO'
                           SET WS-MOVE-IN-RECEIVERS TO TRUE
                       WHEN OTHER
                           PERFORM 4050-RESET-MOVE-STATE
                   END-EVALUATE
               WHEN WS-MOVE-IN-RECEIVERS
                   IF WS-TOKEN = 'OF' OR WS-TOKEN = 'IN'
                       SET WS-QUALIFIER-NEXT TO TRUE
                   ELSE
                       PERFORM 4500-TAKE-RECEIVER
                   END-IF
           END-EVALUATE.

       4050-RESET-MOVE-STATE.
           MOVE SPACE  TO WS-MOVE-STATE
           MOVE 'N'    TO WS-CORR-FLAG
           MOVE 'N'    TO WS-QUALIFIER-FLAG
           MOVE ZERO   TO WS-PAREN-DEPTH
           MOVE SPACES TO WS-SENDER-NAME
           MOVE ZERO   TO WS-SENDER-SUB
           MOVE 'N'    TO WS-SENDER-REFMOD-FLAG
           MOVE 'N'    TO WS-RECEIVER-PENDING-FLAG
           MOVE ZERO   TO WS-RECEIVERS-SEEN.

       4100-COUNT-PARENS.
           MOVE ZERO TO WS-OPEN-COUNT WS-CLOSE-COUNT WS-COLON-COUNT
           INSPECT WS-TOKEN(1:WS-TOKEN-LEN)
               TALLYING WS-OPEN-COUNT  FOR ALL '('
                        WS-CLOSE-COUNT FOR ALL ')'
                        WS-COLON-COUNT FOR ALL ':'
           COMPUTE WS-PAREN-DEPTH =
               WS-PAREN-DEPTH + WS-OPEN-COUNT - WS-CLOSE-COUNT
           IF WS-PAREN-DEPTH < ZERO
               MOVE ZERO TO WS-PAREN-DEPTH
           END-IF
           IF WS-COLON-COUNT > ZERO
               EVALUATE TRUE
                   WHEN WS-MOVE-WANT-TO
                       SET WS-SENDER-REFMOD TO TRUE
                   WHEN WS-MOVE-IN-RECEIVERS
                       SET WS-RECEIVER-REFMOD TO TRUE
               END-EVALUATE
           END-IF.

       4150-EXTRACT-OPERAND-NAME.
           MOVE ZERO TO WS-PRE-PAREN
           INSPECT WS-TOKEN TALLYING WS-PRE-PAREN
               FOR CHARACTERS BEFORE INITIAL '('
           IF WS-PRE-PAREN > 30
               MOVE 30 TO WS-PRE-PAREN
           END-IF
           MOVE SPACES TO WS-OPERAND-NAME
           IF WS-PRE-PAREN > ZERO
               MOVE WS-TOKEN(1:WS-PRE-PAREN) TO WS-OPERAND-NAME
           END-IF.

      *****************************************************************
      * A LITERAL OR FIGURATIVE-CONSTANT SENDER IS NOT A FIELD PAIR - *
      * THE REST OF THAT STATEMENT IS PASSED OVER.                    *
      *****************************************************************
       4400-TAKE-SENDER.
           MOVE WS-TOKEN TO WS-FIGURATIVE-WORD
           EVALUATE TRUE
               WHEN WS-TOKEN = 'CORRESPONDING' OR WS-TOKEN = 'CORR'
                   SET WS-MOVE-CORRESPONDING TO TRUE
               WHEN WS-TOKEN(1:1) = QUOTE OR WS-TOKEN(1:1) = ''''
               WHEN WS-TOKEN(1:1) IS NUMERIC
               WHEN WS-TOKEN(1:1) = '+' OR '-' OR '.'
               WHEN WS-IS-FIGURATIVE
               WHEN WS-TOKEN(2:1) = QUOTE OR WS-TOKEN(2:1) = ''''
                   PERFORM 4050-RESET-MOVE-STATE
               WHEN OTHER
                   PERFORM 4150-EXTRACT-OPERAND-NAME
                   MOVE WS-OPERAND-NAME TO WS-SENDER-NAME
                                           WS-LOOKUP-NAME
                   PERFORM 4200-FIND-NAME
                   MOVE WS-LOOKUP-SUB TO WS-SENDER-SUB
                   SET WS-MOVE-WANT-TO TO TRUE
                   PERFORM 4100-COUNT-PARENS
           END-EVALUATE.

      *****************************************************************
      * A TOKEN THAT IS NOT A DATA NAME OF THIS PROGRAM ENDS THE      *
      * RECEIVER LIST AND GOES BACK THROUGH THE RECOGNIZER, SINCE IT  *
      * MAY WELL BE THE NEXT MOVE. A MOVE WHOSE VERY FIRST RECEIVER   *
      * CANNOT BE FOUND IS COUNTED UNRESOLVED.                        *
      *****************************************************************
       4500-TAKE-RECEIVER.
           PERFORM 4150-EXTRACT-OPERAND-NAME
           MOVE WS-OPERAND-NAME TO WS-LOOKUP-NAME
           MOVE ZERO TO WS-LOOKUP-SUB
           IF WS-OPERAND-NAME NOT = SPACES
               PERFORM 4200-FIND-NAME
           END-IF
           IF WS-LOOKUP-SUB > ZERO
               PERFORM 4600-FLUSH-RECEIVER
               MOVE WS-OPERAND-NAME TO WS-RECEIVER-NAME
               MOVE WS-LOOKUP-SUB   TO WS-RECEIVER-SUB
               MOVE 'N'             TO WS-RECEIVER-REFMOD-FLAG
               SET WS-RECEIVER-PENDING TO TRUE
               ADD 1 TO WS-RECEIVERS-SEEN
               PERFORM 4100-COUNT-PARENS
           ELSE
               PERFORM 4900-END-SENTENCE
               IF WS-TOKEN = 'MOVE'
                   SET WS-MOVE-WANT-SENDER TO TRUE
               END-IF
           END-IF.

       4200-FIND-NAME.
           MOVE ZERO TO WS-LOOKUP-SUB
           PERFORM VARYING WS-DIC-SUB FROM 1 BY 1
                   UNTIL WS-DIC-SUB > WS-DIC-USED
                      OR WS-LOOKUP-SUB > ZERO
               IF WS-DIC-NAME(WS-DIC-SUB) = WS-LOOKUP-NAME
                   MOVE WS-DIC-SUB TO WS-LOOKUP-SUB
               END-IF
           END-PERFORM.

      *****************************************************************
      * X OF Y: RE-RESOLVE X AS THE FIRST ITEM OF THAT NAME WITHIN    *
      * THE FIRST GROUP NAMED Y THAT HOLDS ONE. THE OPERAND BEING     *
      * QUALIFIED IS THE SENDER WHILE TO IS STILL AWAITED, OTHERWISE  *
      * THE PENDING RECEIVER.                                         *
      *****************************************************************
       4300-APPLY-QUALIFIER.
           MOVE WS-OPERAND-NAME TO WS-QUALIFIER-NAME
           IF WS-MOVE-WANT-TO
               MOVE WS-SENDER-NAME   TO WS-LOOKUP-NAME
           ELSE
               MOVE WS-RECEIVER-NAME TO WS-LOOKUP-NAME
           END-IF
           MOVE ZERO TO WS-LOOKUP-SUB
           PERFORM VARYING WS-DIC-SUB FROM 1 BY 1
                   UNTIL WS-DIC-SUB > WS-DIC-USED
                      OR WS-LOOKUP-SUB > ZERO
               IF WS-DIC-NAME(WS-DIC-SUB) = WS-QUALIFIER-NAME
                  AND WS-DIC-GROUP(WS-DIC-SUB)
                   COMPUTE WS-DIC-SUB-2 = WS-DIC-SUB + 1
                   PERFORM UNTIL WS-DIC-SUB-2 > WS-DIC-USED
                       OR WS-LOOKUP-SUB > ZERO
                       OR WS-DIC-LEVEL(WS-DIC-SUB-2)
                          <= WS-DIC-LEVEL(WS-DIC-SUB)
                       OR WS-DIC-LEVEL(WS-DIC-SUB-2) = 77
                       IF WS-DIC-NAME(WS-DIC-SUB-2) = WS-LOOKUP-NAME
                           MOVE WS-DIC-SUB-2 TO WS-LOOKUP-SUB
                       END-IF
                       ADD 1 TO WS-DIC-SUB-2
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-LOOKUP-SUB > ZERO
               IF WS-MOVE-WANT-TO
                   MOVE WS-LOOKUP-SUB TO WS-SENDER-SUB
               ELSE
                   MOVE WS-LOOKUP-SUB TO WS-RECEIVER-SUB
               END-IF
           END-IF.

      *****************************************************************
      * THE PENDING RECEIVER IS COMPLETE - JUDGE IT AGAINST THE       *
      * SENDER, OR EVERY CORRESPONDING MEMBER PAIR UNDER THE TWO      *
      * GROUPS.                                                       *
      *****************************************************************
       4600-FLUSH-RECEIVER.
           IF WS-RECEIVER-PENDING
               MOVE 'N' TO WS-RECEIVER-PENDING-FLAG
               ADD 1 TO WS-MOVE-COUNT WS-PGM-MOVE-COUNT
               EVALUATE TRUE
                   WHEN WS-SENDER-SUB = ZERO
                   WHEN WS-SENDER-REFMOD
                   WHEN WS-RECEIVER-REFMOD
                       ADD 1 TO WS-UNRESOLVED-COUNT
                                WS-PGM-UNRESOLVED-COUNT
                   WHEN WS-MOVE-CORRESPONDING
                       PERFORM 4700-PAIR-CORRESPONDING
                   WHEN OTHER
                       MOVE WS-SENDER-SUB   TO WS-PR-SEND-SUB
                       MOVE WS-RECEIVER-SUB TO WS-PR-RECV-SUB
                       MOVE 'M'             TO WS-PR-VERB
                       PERFORM 5000-JUDGE-PAIR
               END-EVALUATE
           END-IF.

      *****************************************************************
      * MOVE CORRESPONDING PAIRS EACH ELEMENTARY, NON-FILLER MEMBER   *
      * OF THE SENDING GROUP WITH THE SAME-NAMED ELEMENTARY MEMBER OF *
      * THE RECEIVING GROUP; ITEMS THAT REDEFINE OR OCCUR ARE LEFT    *
      * OUT, AS THE LANGUAGE LEAVES THEM OUT.                         *
      *****************************************************************
       4700-PAIR-CORRESPONDING.
           MOVE WS-DIC-LEVEL(WS-SENDER-SUB)   TO WS-CORR-SEND-LEVEL
           MOVE WS-DIC-LEVEL(WS-RECEIVER-SUB) TO WS-CORR-RECV-LEVEL
           COMPUTE WS-DIC-SUB = WS-SENDER-SUB + 1
           PERFORM UNTIL WS-DIC-SUB > WS-DIC-USED
               OR WS-DIC-LEVEL(WS-DIC-SUB) <= WS-CORR-SEND-LEVEL
               OR WS-DIC-LEVEL(WS-DIC-SUB) = 77
               IF NOT WS-DIC-GROUP(WS-DIC-SUB)
                  AND WS-DIC-NAME(WS-DIC-SUB) NOT = 'FILLER'
                  AND NOT WS-DIC-REDEFINES(WS-DIC-SUB)
                  AND WS-DIC-OCCURS(WS-DIC-SUB) = 1
                   PERFORM 4750-FIND-CORRESPONDING-MEMBER
               END-IF
               ADD 1 TO WS-DIC-SUB
           END-PERFORM.

       4750-FIND-CORRESPONDING-MEMBER.
           MOVE ZERO TO WS-LOOKUP-SUB
           COMPUTE WS-DIC-SUB-2 = WS-RECEIVER-SUB + 1
           PERFORM UNTIL WS-DIC-SUB-2 > WS-DIC-USED
               OR WS-LOOKUP-SUB > ZERO
               OR WS-DIC-LEVEL(WS-DIC-SUB-2) <= WS-CORR-RECV-LEVEL
               OR WS-DIC-LEVEL(WS-DIC-SUB-2) = 77
               IF WS-DIC-NAME(WS-DIC-SUB-2) = WS-DIC-NAME(WS-DIC-SUB)
                  AND NOT WS-DIC-GROUP(WS-DIC-SUB-2)
                  AND NOT WS-DIC-REDEFINES(WS-DIC-SUB-2)
                  AND WS-DIC-OCCURS(WS-DIC-SUB-2) = 1
                   MOVE WS-DIC-SUB-2 TO WS-LOOKUP-SUB
               END-IF
               ADD 1 TO WS-DIC-SUB-2
           END-PERFORM
           IF WS-LOOKUP-SUB > ZERO
               MOVE WS-DIC-SUB    TO WS-PR-SEND-SUB
               MOVE WS-LOOKUP-SUB TO WS-PR-RECV-SUB
               MOVE 'C'           TO WS-PR-VERB
               PERFORM 5000-JUDGE-PAIR
           END-IF.

      *    END OF A SENTENCE (OR OF A MOVE'S RECEIVER LIST): THE LAST
      *    RECEIVER IS JUDGED, AND A MOVE THAT NEVER FOUND ONE IS
      *    COUNTED UNRESOLVED.
       4900-END-SENTENCE.
           IF WS-MOVE-IN-RECEIVERS
               PERFORM 4600-FLUSH-RECEIVER
               IF WS-RECEIVERS-SEEN = ZERO
                   ADD 1 TO WS-MOVE-COUNT WS-PGM-MOVE-COUNT
                   ADD 1 TO WS-UNRESOLVED-COUNT
                            WS-PGM-UNRESOLVED-COUNT
               END-IF
           END-IF
           PERFORM 4050-RESET-MOVE-STATE.

      *****************************************************************
      * THE PAIR TEST ITSELF. BOTH SIDES NUMERIC: COMPARE INTEGER     *
      * DIGITS, DECIMAL PLACES AND SIGN (TYPE N). OTHERWISE IT IS AN  *
      * ALPHANUMERIC MOVE AND THE CHARACTER LENGTHS ARE COMPARED      *
      * (TYPE J INTO A JUSTIFIED RIGHT RECEIVER, TYPE A OTHERWISE).   *
      * ANY LOSS AT ALL - DIGITS, CHARACTERS, DECIMAL PLACES OR THE   *
      * SIGN - IS AN EXPOSURE.                                        *
      *****************************************************************
       5000-JUDGE-PAIR.
           MOVE ZERO   TO WS-PR-SOURCE-DEC WS-PR-TARGET-DEC
           MOVE SPACES TO WS-PR-SOURCE-SIGN WS-PR-TARGET-SIGN
           EVALUATE TRUE
               WHEN WS-DIC-UNSIZED(WS-PR-SEND-SUB)
               WHEN WS-DIC-UNSIZED(WS-PR-RECV-SUB)
                   ADD 1 TO WS-UNRESOLVED-COUNT WS-PGM-UNRESOLVED-COUNT
               WHEN WS-DIC-NUMERIC(WS-PR-SEND-SUB)
                    AND WS-DIC-NUMERIC(WS-PR-RECV-SUB)
                   MOVE 'N' TO WS-PR-TYPE
                   MOVE WS-DIC-INT-DIGITS(WS-PR-SEND-SUB)
                       TO WS-PR-SOURCE-LEN
                   MOVE WS-DIC-INT-DIGITS(WS-PR-RECV-SUB)
                       TO WS-PR-TARGET-LEN
                   MOVE WS-DIC-DEC-DIGITS(WS-PR-SEND-SUB)
                       TO WS-PR-SOURCE-DEC
                   MOVE WS-DIC-DEC-DIGITS(WS-PR-RECV-SUB)
                       TO WS-PR-TARGET-DEC
                   IF WS-DIC-SIGNED(WS-PR-SEND-SUB)
                       MOVE 'S' TO WS-PR-SOURCE-SIGN
                   END-IF
                   IF WS-DIC-SIGNED(WS-PR-RECV-SUB)
                       MOVE 'S' TO WS-PR-TARGET-SIGN
                   END-IF
                   PERFORM 5050-TEST-PAIR-LENGTHS
               WHEN OTHER
                   IF WS-DIC-JUSTIFIED(WS-PR-RECV-SUB)
                       MOVE 'J' TO WS-PR-TYPE
                   ELSE
                       MOVE 'A' TO WS-PR-TYPE
                   END-IF
                   MOVE WS-DIC-CHARS(WS-PR-SEND-SUB)
                       TO WS-PR-SOURCE-LEN
                   MOVE WS-DIC-CHARS(WS-PR-RECV-SUB)
                       TO WS-PR-TARGET-LEN
                   PERFORM 5050-TEST-PAIR-LENGTHS
           END-EVALUATE.

       5050-TEST-PAIR-LENGTHS.
           MOVE ZERO TO WS-PR-LOSS
           IF WS-PR-SOURCE-LEN > WS-PR-TARGET-LEN
               COMPUTE WS-PR-LOSS = WS-PR-SOURCE-LEN - WS-PR-TARGET-LEN
           END-IF
           IF WS-PR-SOURCE-DEC > WS-PR-TARGET-DEC
               COMPUTE WS-PR-LOSS = WS-PR-LOSS
                   + WS-PR-SOURCE-DEC - WS-PR-TARGET-DEC
           END-IF
           IF WS-PR-SOURCE-SIGN = 'S' AND WS-PR-TARGET-SIGN = SPACE
               ADD 1 TO WS-PR-LOSS
           END-IF
           IF WS-PR-LOSS > ZERO
               PERFORM 5100-RECORD-EXPOSURE
           END-IF.

       5100-RECORD-EXPOSURE.
           ADD 1 TO WS-EXPOSURE-COUNT WS-PGM-EXPOSURE-COUNT
           PERFORM 5200-CLASSIFY-AGAINST-CATALOG
           MOVE WS-CUR-PROGRAM                 TO WS-DTL-PROGRAM
           MOVE WS-CUR-PARAGRAPH               TO WS-DTL-PARAGRAPH
           MOVE WS-DIC-NAME(WS-PR-SEND-SUB)    TO WS-DTL-SENDER
           MOVE WS-DIC-NAME(WS-PR-RECV-SUB)    TO WS-DTL-RECEIVER
           MOVE WS-PR-VERB                     TO WS-DTL-VERB
           MOVE WS-PR-SOURCE-LEN               TO WS-DTL-SOURCE-LEN
           MOVE WS-PR-TARGET-LEN               TO WS-DTL-TARGET-LEN
           MOVE WS-PR-TYPE                     TO WS-DTL-TYPE
           MOVE WS-PR-CATALOG-STATUS           TO WS-DTL-CATALOG
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PR-SOURCE-DEC > ZERO OR WS-PR-TARGET-DEC > ZERO
              OR WS-PR-SOURCE-SIGN = 'S' OR WS-PR-TARGET-SIGN = 'S'
               PERFORM 5150-WRITE-SCALE-LINE
           END-IF.

      *    A SCALED OR SIGNED NUMERIC PAIR GETS A SECOND LINE WITH THE
      *    DECIMAL PLACES AND SIGN OF EACH SIDE UNDER THE LENGTHS.
       5150-WRITE-SCALE-LINE.
           MOVE WS-PR-SOURCE-DEC TO WS-SCL-SOURCE-DEC
           MOVE WS-PR-TARGET-DEC TO WS-SCL-TARGET-DEC
           IF WS-PR-SOURCE-SIGN = 'S'
               MOVE 'SIGNED'   TO WS-SCL-SOURCE-SIGN
           ELSE
               MOVE 'UNSIGNED' TO WS-SCL-SOURCE-SIGN
           END-IF
           IF WS-PR-TARGET-SIGN = 'S'
               MOVE 'SIGNED'   TO WS-SCL-TARGET-SIGN
           ELSE
               MOVE 'UNSIGNED' TO WS-SCL-TARGET-SIGN
           END-IF
           MOVE WS-SCALE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * ACTIVE / RETIRED / FUTURE-DATED BY THE SAME RULES TRUNCHK'S   *
      * 0070-LOAD-ONE-PAIR USES TO DECIDE WHAT LOADS ON THE RUN DATE. *
      *****************************************************************
       5200-CLASSIFY-AGAINST-CATALOG.
           MOVE 'N'  TO WS-FOUND-FLAG
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-USED
               IF WS-CAT-PAIR-NAME(WS-CAT-IDX)
                      = WS-DIC-NAME(WS-PR-SEND-SUB)(1:20)
                  AND NOT WS-ENTRY-FOUND
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-MATCH-IDX TO WS-CAT-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'NOT CATALOGED' TO WS-PR-CATALOG-STATUS
                   ADD 1 TO WS-UNCATALOGED-COUNT
                   PERFORM 5300-POST-PROPOSAL
               WHEN WS-CAT-RETIRED(WS-MATCH-IDX)
                   MOVE 'RETIRED'       TO WS-PR-CATALOG-STATUS
                   ADD 1 TO WS-RETIRED-COUNT
               WHEN WS-CAT-EFF-DATE(WS-MATCH-IDX) IS NUMERIC
                    AND WS-CAT-EFF-DATE(WS-MATCH-IDX) > WS-RUN-DATE
                   MOVE 'FUTURE-DATED'  TO WS-PR-CATALOG-STATUS
                   ADD 1 TO WS-FUTURE-COUNT
               WHEN OTHER
                   MOVE 'ACTIVE'        TO WS-PR-CATALOG-STATUS
                   ADD 1 TO WS-ACTIVE-COUNT
           END-EVALUATE.

       5300-POST-PROPOSAL.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PROPOSAL-USED
                      OR WS-ENTRY-FOUND
               IF WS-PRP-PAIR-NAME(WS-PRP-IDX)
                      = WS-DIC-NAME(WS-PR-SEND-SUB)(1:20)
                   SET WS-ENTRY-FOUND TO TRUE
                   IF WS-PR-LOSS > WS-PRP-LOSS(WS-PRP-IDX)
                       PERFORM 5350-FILL-PROPOSAL
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-PROPOSAL-USED < 200
                   ADD 1 TO WS-PROPOSAL-USED
                   SET WS-PRP-IDX TO WS-PROPOSAL-USED
                   PERFORM 5350-FILL-PROPOSAL
               ELSE
                   DISPLAY 'TRUNSCAN: PROPOSAL TABLE FULL, NO CARD '
                       'FOR ' WS-DIC-NAME(WS-PR-SEND-SUB)
               END-IF
           END-IF.

       5350-FILL-PROPOSAL.
           MOVE WS-DIC-NAME(WS-PR-SEND-SUB)(1:20)
                                  TO WS-PRP-PAIR-NAME(WS-PRP-IDX)
           MOVE WS-PR-SOURCE-LEN  TO WS-PRP-SOURCE-LEN(WS-PRP-IDX)
           MOVE WS-PR-TARGET-LEN  TO WS-PRP-TARGET-LEN(WS-PRP-IDX)
           MOVE WS-PR-TYPE        TO WS-PRP-TYPE(WS-PRP-IDX)
           MOVE WS-CUR-PROGRAM    TO WS-PRP-PROGRAM(WS-PRP-IDX)
           MOVE WS-PR-SOURCE-DEC  TO WS-PRP-SOURCE-DEC(WS-PRP-IDX)
           MOVE WS-PR-TARGET-DEC  TO WS-PRP-TARGET-DEC(WS-PRP-IDX)
           MOVE WS-PR-SOURCE-SIGN TO WS-PRP-SOURCE-SIGN(WS-PRP-IDX)
           MOVE WS-PR-TARGET-SIGN TO WS-PRP-TARGET-SIGN(WS-PRP-IDX)
           MOVE WS-PR-LOSS        TO WS-PRP-LOSS(WS-PRP-IDX).

      *****************************************************************
      * WRITE THE 'A' CARDS, WITHHOLDING ANY FPMAINT WOULD REJECT -   *
      * A LENGTH OVER 500 OR OF ZERO, OR ONE CARD TOO MANY FOR THE    *
      * 50-PAIR CATALOG (RETIRED ENTRIES STILL HOLD THEIR SLOT THERE).*
      *****************************************************************
       6000-WRITE-PROPOSED-CARDS.
           MOVE WS-CARD-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CARD-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PROPOSAL-USED
               PERFORM 6100-WRITE-ONE-CARD
           END-PERFORM.

       6100-WRITE-ONE-CARD.
           MOVE WS-PRP-PAIR-NAME(WS-PRP-IDX)  TO WS-CRD-PAIR-NAME
           MOVE WS-PRP-SOURCE-LEN(WS-PRP-IDX) TO WS-CRD-SOURCE-LEN
           MOVE WS-PRP-TARGET-LEN(WS-PRP-IDX) TO WS-CRD-TARGET-LEN
           MOVE WS-PRP-TYPE(WS-PRP-IDX)       TO WS-CRD-TYPE
           MOVE WS-PRP-PROGRAM(WS-PRP-IDX)    TO WS-CRD-PROGRAM
           MOVE WS-PRP-SOURCE-DEC(WS-PRP-IDX) TO WS-CRD-SOURCE-DEC
           MOVE WS-PRP-TARGET-DEC(WS-PRP-IDX) TO WS-CRD-TARGET-DEC
           MOVE WS-PRP-SOURCE-SIGN(WS-PRP-IDX) TO WS-CRD-SOURCE-SIGN
           MOVE WS-PRP-TARGET-SIGN(WS-PRP-IDX) TO WS-CRD-TARGET-SIGN
           EVALUATE TRUE
               WHEN WS-PRP-SOURCE-LEN(WS-PRP-IDX) > 500
                   MOVE 'NO CARD - SOURCE LENGTH OVER 500'
                       TO WS-CRD-DISPOSITION
                   ADD 1 TO WS-WITHHELD-COUNT
               WHEN WS-PRP-SOURCE-LEN(WS-PRP-IDX) = ZERO
                    OR WS-PRP-TARGET-LEN(WS-PRP-IDX) = ZERO
                   MOVE 'NO CARD - ZERO LENGTH'
                       TO WS-CRD-DISPOSITION
                   ADD 1 TO WS-WITHHELD-COUNT
               WHEN WS-CATALOG-USED + WS-CARD-COUNT >= 50
                   MOVE 'NO CARD - CATALOG FULL (50 PAIRS)'
                       TO WS-CRD-DISPOSITION
                   ADD 1 TO WS-WITHHELD-COUNT
               WHEN OTHER
                   MOVE SPACES TO TRANOUT-RECORD
                   MOVE 'A'                           TO TO-ACTION
                   MOVE WS-PRP-PAIR-NAME(WS-PRP-IDX)  TO TO-PAIR-NAME
                   MOVE WS-PRP-SOURCE-LEN(WS-PRP-IDX) TO TO-SOURCE-LEN
                   MOVE WS-PRP-TARGET-LEN(WS-PRP-IDX) TO TO-TARGET-LEN
                   MOVE WS-PRP-TYPE(WS-PRP-IDX)       TO TO-TYPE
                   MOVE SPACES                        TO TO-EFF-DATE
                   IF WS-PRP-TYPE(WS-PRP-IDX) = 'N'
                       MOVE WS-PRP-SOURCE-DEC(WS-PRP-IDX)
                           TO TO-SOURCE-DEC
                       MOVE WS-PRP-TARGET-DEC(WS-PRP-IDX)
                           TO TO-TARGET-DEC
                       MOVE WS-PRP-SOURCE-SIGN(WS-PRP-IDX)
                           TO TO-SOURCE-SIGN
                       MOVE WS-PRP-TARGET-SIGN(WS-PRP-IDX)
                           TO TO-TARGET-SIGN
                   END-IF
                   WRITE TRANOUT-RECORD
                   ADD 1 TO WS-CARD-COUNT
                   MOVE 'ADD CARD WRITTEN' TO WS-CRD-DISPOSITION
           END-EVALUATE
           MOVE WS-CARD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       7000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PROGRAMS SCANNED      = ' TO WS-TOT-LABEL
           MOVE WS-PROGRAM-COUNT           TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'MOVES EXAMINED        = ' TO WS-TOT-LABEL
           MOVE WS-MOVE-COUNT              TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'MOVES UNRESOLVED      = ' TO WS-TOT-LABEL
           MOVE WS-UNRESOLVED-COUNT        TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'COPYBOOKS NOT EXPANDED= ' TO WS-TOT-LABEL
           MOVE WS-COPY-MISSING-COUNT      TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'EXPOSURES FOUND       = ' TO WS-TOT-LABEL
           MOVE WS-EXPOSURE-COUNT          TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  CATALOGED ACTIVE    = ' TO WS-TOT-LABEL
           MOVE WS-ACTIVE-COUNT            TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  CATALOGED RETIRED   = ' TO WS-TOT-LABEL
           MOVE WS-RETIRED-COUNT           TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  CATALOGED FUTURE    = ' TO WS-TOT-LABEL
           MOVE WS-FUTURE-COUNT            TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE '  NOT CATALOGED       = ' TO WS-TOT-LABEL
           MOVE WS-UNCATALOGED-COUNT       TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'ADD CARDS WRITTEN     = ' TO WS-TOT-LABEL
           MOVE WS-CARD-COUNT              TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE
           MOVE 'ADD CARDS WITHHELD    = ' TO WS-TOT-LABEL
           MOVE WS-WITHHELD-COUNT          TO WS-TOT-COUNT
           PERFORM 7100-WRITE-TOTAL-LINE.

       7100-WRITE-TOTAL-LINE.
           MOVE WS-TOTALS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * RC = 0 EVERY EXPOSURE FOUND IS ALREADY IN THE CATALOG,        *
      * RC = 4 AT LEAST ONE IS NOT - REVIEW SCANRPT AND RUN THE       *
      * TRANOUT CARDS THROUGH CHGREQB. RC = 16 SRCLIB WOULD NOT       *
      * OPEN.                                                         *
      *****************************************************************
       7900-SET-RETURN-CODE.
           IF WS-UNCATALOGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
