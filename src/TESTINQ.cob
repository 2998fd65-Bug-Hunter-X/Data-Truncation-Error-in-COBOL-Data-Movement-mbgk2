      * TESTMNT CARD AND WAITING FOR THE NEXT MAINTENANCE BATCH.     *
      * THIS SCREEN INQUIRES ON A CASE BY TC-TEST-ID (FUNCTION I) -  *
      * EXPECTED RESULT, EXPECTED TRUNCATION COUNT, STRING LENGTH    *
      * AND THE 500-BYTE TEST STRING ITSELF. A CHANGE TO A SINGLE    *
      * CASE'S BASELINE FIELDS (FUNCTION U) NO LONGER GOES STRAIGHT  *
      * TO TESTIDX: IT MUST CARRY A REASON, PASSES THE SAME CONTENT  *
      * EDITS TESTMNT'S 1500-VALIDATE-CONTENT ENFORCES, AND IS THEN  *
      * QUEUED ON PENDCHG AS A TESTMNT 'C' CARD UNDER THE SIGNED-ON  *
      * USER ID. A SECOND USER VIEWS IT BY CHANGE ID (FUNCTION V)    *
      * AND APPROVES (A) OR REJECTS (R, REASON REQUIRED) IT - NEVER  *
      * THE USER WHO REQUESTED IT. APPROVING A TESTIDX 'C' CARD      *
      * APPLIES IT HERE AND THEN, UNDER THE SAME EDITS AGAIN; ANY    *
      * OTHER APPROVED CHANGE (A TESTMNT ADD/DELETE, AN FPMAINT      *
      * CARD) IS LEFT APPROVED FOR ITS BATCH JOB TO APPLY. EVERY     *
      * ATTEMPT - QUEUED, DECIDED, APPLIED OR REFUSED - IS WRITTEN   *
      * IN THE TESTMNT AUDIT-LINE STYLE, WITH TERMINAL AND USER, TO  *
      * THE TMNT EXTRAPARTITION TD QUEUE, WHOSE DCT ENTRY POINTS AT  *
      * THE SAME MAINTENANCE AUDIT DATASET THE TESTMNTB JOB PRINTS,  *
      * SO THE BATCH AND ONLINE DOORS STAY RECONCILED.               *
      * TESTIDX AND PENDCHG ARE DEFINED TO CICS AS VSAM RRDS WITH    *
      * TC-TEST-ID / PC-CHANGE-ID AS THE RELATIVE RECORD NUMBER -    *
      * THE SAME DIRECT KEYED ACCESS THE BATCH PROGRAMS USE.         *
      * ADDS AND DELETES STAY BATCH-ONLY (TESTMNT): ID ASSIGNMENT    *
      * AND RETIREMENT RULES LIVE THERE, AND ONE DOOR FOR THOSE IS   *
      * ENOUGH.                                                      *
           COPY TESTMAP.
           COPY DFHAID.
           COPY TESTCASE.
           COPY PENDCHG.

       01  WS-COMMAREA                 PIC X(1).
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-TRUNC-WORK               PIC X(5).
       01  WS-LEN-WORK                 PIC X(4).
       01  WS-RESULT-WORK              PIC X(1).
       01  WS-CHGID-WORK               PIC X(6).
       01  WS-REASON-WORK              PIC X(40).

      *****************************************************************
      * PENDCHG WORK: THE CHANGE BEING QUEUED OR DECIDED, WHO IS     *
      * SIGNED ON, AND THE CICS CLOCK FOR THE DATE/TIME STAMPS.      *
      *****************************************************************
       01  WS-PC-RRN                   PIC S9(8) COMP.
       01  WS-CHANGE-ID                PIC 9(6).
       01  WS-USERID                   PIC X(8).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-CICS-DATE                PIC X(8).
       01  WS-CICS-TIME                PIC X(6).
       01  WS-DECISION-REASON          PIC X(40).
           88  WS-DECISION-IS-GOOD          VALUE SPACES.

       01  WS-CHANGE-INFO.
           05  FILLER                  PIC X(7)  VALUE 'CHANGE '.
           05  WS-INF-CHANGE-ID        PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE ' FOR '.
           05  WS-INF-TARGET           PIC X(7).
           05  FILLER                  PIC X(8)  VALUE ' ACTION '.
           05  WS-INF-ACTION           PIC X(1).
           05  FILLER                  PIC X(5)  VALUE ' KEY '.
           05  WS-INF-KEY              PIC X(20).
           05  FILLER                  PIC X(8)  VALUE ' STATUS '.
           05  WS-INF-STATUS           PIC X(11).
       01  WS-CHANGE-HISTORY.
           05  FILLER                  PIC X(13) VALUE
               'REQUESTED BY '.
           05  WS-HST-REQ-USER         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE ' ON '.
           05  WS-HST-REQ-DATE         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-HST-DEC-VERB         PIC X(12).
           05  WS-HST-DEC-USER         PIC X(8).
           05  WS-HST-DEC-ON           PIC X(4).
           05  WS-HST-DEC-DATE         PIC X(8).

       01  WS-CONTENT-REASON           PIC X(40).
           88  WS-CONTENT-IS-GOOD           VALUE SPACES.

      *****************************************************************
      * SAME AUDIT LINE TESTMNT WRITES TO MNTRPT, PLUS THE TERMINAL  *
      * AND THE SIGNED-ON USER THE CHANGE CAME FROM - THE ONLINE     *
      * DOOR'S ANSWER TO 'WHO CHANGED WHAT'. THE ACTION IS THE CARD  *
      * ACTION (C) FOR A QUEUE OR APPLY LINE, A OR R FOR A DECISION. *
      *****************************************************************
       01  WS-AUDIT-LINE.
           05  WS-AUD-ACTION           PIC X(1).
           05  WS-AUD-DISPOSITION      PIC X(40).
           05  FILLER                  PIC X(6)  VALUE ' TERM '.
           05  WS-AUD-TERMID           PIC X(4).
           05  FILLER                  PIC X(6)  VALUE ' USER '.
           05  WS-AUD-USERID           PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-EXIT-MESSAGE             PIC X(30) VALUE
           'TESTINQ SESSION ENDED'.
      * TESTMAPO REDEFINES TESTMAPI, SO EVERY INPUT FIELD IS PULLED  *
      * INTO WORKING STORAGE (2500) BEFORE THE OUTPUT OVERLAY IS     *
      * CLEARED FOR THE RESPONSE - CLEARING FIRST WOULD WIPE THE     *
      * JUST-RECEIVED SCREEN. I AND U WORK ON A TEST ID; V, A AND R  *
      * ON A CHANGE ID.                                              *
      *****************************************************************
       2000-PROCESS-SCREEN.
           EXEC CICS RECEIVE
           IF WS-RESP NOT = DFHRESP(MAPFAIL)
               PERFORM 2500-CAPTURE-SCREEN-FIELDS
           END-IF
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE LOW-VALUES TO TESTMAPO
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(MAPFAIL)
                   MOVE 'KEY TEST ID + I/U, OR CHANGE ID + V/A/R'
                       TO MSGO
               WHEN (WS-FUNC-WORK = 'I' OR WS-FUNC-WORK = 'U')
                    AND WS-TID-WORK IS NOT NUMERIC
                   MOVE 'TEST ID MUST BE A SIX-DIGIT NUMBER'
                       TO MSGO
               WHEN (WS-FUNC-WORK = 'V' OR WS-FUNC-WORK = 'A'
                     OR WS-FUNC-WORK = 'R')
                    AND (WS-CHGID-WORK IS NOT NUMERIC
                         OR WS-CHGID-WORK = '000000')
                   MOVE 'CHANGE ID MUST BE A SIX-DIGIT NUMBER'
                       TO MSGO
               WHEN WS-FUNC-WORK = 'I'
                   PERFORM 3000-INQUIRE-CASE
               WHEN WS-FUNC-WORK = 'U'
                   PERFORM 4000-REQUEST-UPDATE
               WHEN WS-FUNC-WORK = 'V'
                   PERFORM 6000-VIEW-CHANGE
               WHEN WS-FUNC-WORK = 'A' OR WS-FUNC-WORK = 'R'
                   PERFORM 7000-DECIDE-CHANGE
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE I, U, V, A OR R' TO MSGO
           END-EVALUATE
           EXEC CICS SEND
               MAP('TESTMAP')
           MOVE TC-TEST-STRING(376:75)  TO STR6O
           MOVE TC-TEST-STRING(451:50)  TO STR7O.

      *****************************************************************
      * FUNCTION U: A BASELINE CHANGE IS EDITED NOW, SO THE          *
      * REQUESTER HEARS ABOUT A BAD STRING AT ONCE, BUT IT IS ONLY   *
      * QUEUED - TESTIDX IS NOT TOUCHED UNTIL A SECOND USER          *
      * APPROVES IT.                                                 *
      *****************************************************************
       4000-REQUEST-UPDATE.
           MOVE WS-TID-WORK TO WS-TEST-ID
           PERFORM 4200-VALIDATE-CONTENT
           IF WS-CONTENT-IS-GOOD AND WS-REASON-WORK = SPACES
               MOVE 'REJECTED - NO REASON FOR THE CHANGE'
                   TO WS-CONTENT-REASON
           END-IF
           IF WS-CONTENT-IS-GOOD
               PERFORM 4100-CHECK-CASE-EXISTS
           END-IF
           IF WS-CONTENT-IS-GOOD
               PERFORM 4300-QUEUE-CHANGE
           END-IF
           IF NOT WS-CONTENT-IS-GOOD
               MOVE WS-CONTENT-REASON TO MSGO
               PERFORM 4800-WRITE-AUDIT
           END-IF.

       4100-CHECK-CASE-EXISTS.
           MOVE WS-TEST-ID TO WS-RRN
           EXEC CICS READ
               FILE('TESTIDX')
               INTO(TESTCASE-RECORD)
               RIDFLD(WS-RRN)
               RRN
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'REJECTED - ID NOT ON FILE'
                       TO WS-CONTENT-REASON
               ELSE
                   MOVE 'REJECTED - TESTIDX READ FAILED'
                       TO WS-CONTENT-REASON
               END-IF
           END-IF.

      *****************************************************************
           MOVE EXPRESI TO WS-RESULT-WORK
           MOVE EXPTRCI TO WS-TRUNC-WORK
           MOVE STRLENI TO WS-LEN-WORK
           MOVE CHGIDI  TO WS-CHGID-WORK
           MOVE REASONI TO WS-REASON-WORK
           INSPECT WS-TID-WORK    REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-FUNC-WORK   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-STRING-WORK REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-RESULT-WORK REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-TRUNC-WORK  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-LEN-WORK    REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-CHGID-WORK  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-REASON-WORK REPLACING ALL LOW-VALUE BY SPACE.

      *****************************************************************
      * SAME CONTENT EDITS AS TESTMNT'S 1500-VALIDATE-CONTENT, SO    *
                       TO WS-CONTENT-REASON
           END-EVALUATE.

      *****************************************************************
      * QUEUE THE CHANGE AS THE TESTMNT 'C' CARD IT WOULD HAVE BEEN  *
      * IN BATCH. THE NEXT CHANGE ID COMES OFF PENDCHG'S CONTROL     *
      * RECORD (RRN 1) UNDER UPDATE, THE SAME SEQUENCE CHGREQ DRAWS  *
      * ON, SO BATCH AND ONLINE NEVER HAND OUT THE SAME ID.          *
      *****************************************************************
       4300-QUEUE-CHANGE.
           MOVE 1 TO WS-PC-RRN
           EXEC CICS READ
               FILE('PENDCHG')
               INTO(PENDCHG-RECORD)
               RIDFLD(WS-PC-RRN)
               RRN
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'REJECTED - PENDCHG READ FAILED'
                   TO WS-CONTENT-REASON
           ELSE
               ADD 1 TO PC-CHANGE-ID
               MOVE PC-CHANGE-ID TO WS-CHANGE-ID
               EXEC CICS REWRITE
                   FILE('PENDCHG')
                   FROM(PENDCHG-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'REJECTED - PENDCHG REWRITE FAILED'
                       TO WS-CONTENT-REASON
               ELSE
                   PERFORM 4350-BUILD-PENDING-CHANGE
                   MOVE WS-CHANGE-ID TO WS-PC-RRN
                   EXEC CICS WRITE
                       FILE('PENDCHG')
                       FROM(PENDCHG-RECORD)
                       RIDFLD(WS-PC-RRN)
                       RRN
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'REJECTED - PENDCHG WRITE FAILED'
                           TO WS-CONTENT-REASON
                   ELSE
                       STRING 'CHANGE ' WS-CHANGE-ID
                           ' QUEUED - A SECOND USER MUST APPROVE IT'
                           DELIMITED BY SIZE INTO MSGO
                       MOVE 'C'          TO WS-AUD-ACTION
                       MOVE WS-TEST-ID   TO WS-AUD-TEST-ID
                       MOVE SPACES       TO WS-AUD-DISPOSITION
                       STRING 'QUEUED AS CHANGE ' WS-CHANGE-ID
                           DELIMITED BY SIZE INTO WS-AUD-DISPOSITION
                       PERFORM 4900-WRITE-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

       4350-BUILD-PENDING-CHANGE.
           PERFORM 4950-GET-TIMESTAMP
           MOVE SPACES         TO PENDCHG-RECORD
           MOVE WS-CHANGE-ID   TO PC-CHANGE-ID
           SET PC-FOR-TESTIDX  TO TRUE
           MOVE 'TESTINQ'      TO PC-ORIGIN
           SET PC-PENDING      TO TRUE
           MOVE WS-USERID      TO PC-REQ-USER
           MOVE WS-CICS-DATE   TO PC-REQ-DATE
           MOVE WS-CICS-TIME   TO PC-REQ-TIME
           MOVE WS-REASON-WORK TO PC-REQ-REASON
           MOVE ZERO           TO PC-DEC-DATE
           MOVE ZERO           TO PC-DEC-TIME
           MOVE ZERO           TO PC-APPLY-DATE
           MOVE 'C'            TO PC-TC-ACTION
           MOVE WS-TID-WORK    TO PC-TC-TEST-ID
           MOVE WS-RESULT-WORK TO PC-TC-RESULT
           MOVE WS-TRUNC-WORK  TO PC-TC-TRUNC
           MOVE WS-LEN-WORK    TO PC-TC-STRING-LEN
           MOVE WS-STRING-WORK TO PC-TC-STRING.

       4500-REWRITE-CASE.
           MOVE WS-TEST-ID TO WS-RRN
           EXEC CICS READ
           ELSE
               MOVE WS-CONTENT-REASON  TO WS-AUD-DISPOSITION
           END-IF
           PERFORM 4900-WRITE-AUDIT-LINE.

       4900-WRITE-AUDIT-LINE.
           MOVE EIBTRMID     TO WS-AUD-TERMID
           MOVE WS-USERID    TO WS-AUD-USERID
           EXEC CICS WRITEQ TD
               QUEUE('TMNT')
               FROM(WS-AUDIT-LINE)
               LENGTH(80)
           END-EXEC.

       4950-GET-TIMESTAMP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CICS-DATE)
               TIME(WS-CICS-TIME)
           END-EXEC.

      *****************************************************************
      * FUNCTION V: SHOW A QUEUED CHANGE - THE CARD ITSELF IN THE    *
      * BASELINE FIELDS FOR A TESTIDX CHANGE (THE RAW FPMAINT CARD   *
      * ON THE FIRST STRING ROW FOR A CATALOG CHANGE), THE REASON,   *
      * AND WHO ASKED AND WHO DECIDED ON ROWS 18-19.                 *
      *****************************************************************
       6000-VIEW-CHANGE.
           PERFORM 6100-READ-CHANGE
           IF WS-DECISION-IS-GOOD
               PERFORM 6500-DISPLAY-CHANGE
               EVALUATE TRUE
                   WHEN PC-REJECTED
                       STRING 'REJECTED: ' PC-DEC-REASON
                           DELIMITED BY SIZE INTO MSGO
                   WHEN PC-APPLY-FAILED
                       STRING 'APPLY REFUSED: ' PC-APPLY-NOTE
                           DELIMITED BY SIZE INTO MSGO
                   WHEN OTHER
                       MOVE 'CHANGE DISPLAYED' TO MSGO
               END-EVALUATE
           ELSE
               MOVE WS-DECISION-REASON TO MSGO
           END-IF.

       6100-READ-CHANGE.
           MOVE SPACES TO WS-DECISION-REASON
           MOVE WS-CHGID-WORK TO WS-CHANGE-ID
           MOVE WS-CHANGE-ID TO WS-PC-RRN
           EXEC CICS READ
               FILE('PENDCHG')
               INTO(PENDCHG-RECORD)
               RIDFLD(WS-PC-RRN)
               RRN
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'CHANGE ID NOT ON PENDCHG'
                       TO WS-DECISION-REASON
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'PENDCHG READ FAILED - CALL SUPPORT'
                       TO WS-DECISION-REASON
               WHEN PC-CONTROL-RECORD
                   MOVE 'CHANGE ID NOT ON PENDCHG'
                       TO WS-DECISION-REASON
           END-EVALUATE.

       6500-DISPLAY-CHANGE.
           MOVE PC-CHANGE-ID  TO CHGIDO
           MOVE PC-REQ-REASON TO REASONO
           MOVE PC-CHANGE-ID  TO WS-INF-CHANGE-ID
           IF PC-FOR-FLDPAIR
               MOVE 'FLDPAIR'       TO WS-INF-TARGET
               MOVE PC-FP-ACTION    TO WS-INF-ACTION
               MOVE PC-FP-PAIR-NAME TO WS-INF-KEY
               MOVE PC-CHANGE-CARD(1:75) TO STR1O
           ELSE
               MOVE 'TESTIDX'       TO WS-INF-TARGET
               MOVE PC-TC-ACTION    TO WS-INF-ACTION
               MOVE PC-TC-TEST-ID   TO WS-INF-KEY
               MOVE PC-TC-TEST-ID   TO TIDO
               MOVE PC-TC-RESULT    TO EXPRESO
               MOVE PC-TC-TRUNC     TO EXPTRCO
               MOVE PC-TC-STRING-LEN     TO STRLENO
               MOVE PC-TC-STRING(1:75)   TO STR1O
               MOVE PC-TC-STRING(76:75)  TO STR2O
               MOVE PC-TC-STRING(151:75) TO STR3O
               MOVE PC-TC-STRING(226:75) TO STR4O
               MOVE PC-TC-STRING(301:75) TO STR5O
               MOVE PC-TC-STRING(376:75) TO STR6O
               MOVE PC-TC-STRING(451:50) TO STR7O
           END-IF
           EVALUATE TRUE
               WHEN PC-PENDING
                   MOVE 'PENDING'      TO WS-INF-STATUS
               WHEN PC-APPROVED
                   MOVE 'APPROVED'     TO WS-INF-STATUS
               WHEN PC-REJECTED
                   MOVE 'REJECTED'     TO WS-INF-STATUS
               WHEN PC-APPLIED
                   MOVE 'APPLIED'      TO WS-INF-STATUS
               WHEN PC-APPLY-FAILED
                   MOVE 'APPLY FAILED' TO WS-INF-STATUS
               WHEN OTHER
                   MOVE PC-STATUS      TO WS-INF-STATUS
           END-EVALUATE
           MOVE WS-CHANGE-INFO TO CHGINFO
           MOVE PC-REQ-USER    TO WS-HST-REQ-USER
           MOVE PC-REQ-DATE    TO WS-HST-REQ-DATE
           IF PC-PENDING
               MOVE SPACES TO WS-HST-DEC-VERB
               MOVE SPACES TO WS-HST-DEC-USER
               MOVE SPACES TO WS-HST-DEC-ON
               MOVE SPACES TO WS-HST-DEC-DATE
           ELSE
               IF PC-REJECTED
                   MOVE 'REJECTED BY ' TO WS-HST-DEC-VERB
               ELSE
                   MOVE 'APPROVED BY ' TO WS-HST-DEC-VERB
               END-IF
               MOVE PC-DEC-USER    TO WS-HST-DEC-USER
               MOVE ' ON '         TO WS-HST-DEC-ON
               MOVE PC-DEC-DATE    TO WS-HST-DEC-DATE
           END-IF
           MOVE WS-CHANGE-HISTORY TO CHGHSTO.

      *****************************************************************
      * FUNCTIONS A AND R: THE MAKER-CHECKER RULE. ONLY A PENDING    *
      * CHANGE CAN BE DECIDED, NEVER BY THE USER WHO REQUESTED IT,   *
      * AND A REJECTION MUST SAY WHY. APPROVING A TESTIDX 'C' CARD   *
      * APPLIES IT HERE (7500) AND MARKS IT APPLIED (X) OR REFUSED   *
      * AT APPLY TIME (E); ANY OTHER APPROVAL STAYS 'A' FOR ITS      *
      * BATCH JOB. REFUSED DECISIONS ARE AUDITED TOO.                *
      *****************************************************************
       7000-DECIDE-CHANGE.
           PERFORM 6100-READ-CHANGE
           IF WS-DECISION-IS-GOOD
               EVALUATE TRUE
                   WHEN NOT PC-PENDING
                       STRING 'REFUSED - NOT PENDING, STATUS IS '
                           PC-STATUS
                           DELIMITED BY SIZE INTO WS-DECISION-REASON
                   WHEN PC-REQ-USER = WS-USERID
                       MOVE 'REFUSED - REQUESTER CANNOT DECIDE'
                           TO WS-DECISION-REASON
                   WHEN WS-FUNC-WORK = 'R'
                        AND WS-REASON-WORK = SPACES
                       MOVE 'REFUSED - NO REASON FOR THE REJECTION'
                           TO WS-DECISION-REASON
               END-EVALUATE
           END-IF
           IF WS-DECISION-IS-GOOD
               PERFORM 7100-RECORD-DECISION
           END-IF
           IF NOT WS-DECISION-IS-GOOD
               MOVE WS-DECISION-REASON TO MSGO
               MOVE WS-DECISION-REASON TO WS-AUD-DISPOSITION
               PERFORM 7900-WRITE-DECISION-AUDIT
           END-IF.

       7100-RECORD-DECISION.
           MOVE WS-CHANGE-ID TO WS-PC-RRN
           EXEC CICS READ
               FILE('PENDCHG')
               INTO(PENDCHG-RECORD)
               RIDFLD(WS-PC-RRN)
               RRN
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *    RE-CHECK UNDER THE LOCK: ANOTHER TERMINAL OR CHGAPPR MAY
      *    HAVE DECIDED IT SINCE THE READ ABOVE.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'PENDCHG READ FAILED - CALL SUPPORT'
                       TO WS-DECISION-REASON
               WHEN NOT PC-PENDING
                   STRING 'REFUSED - NOT PENDING, STATUS IS '
                       PC-STATUS
                       DELIMITED BY SIZE INTO WS-DECISION-REASON
                   EXEC CICS UNLOCK
                       FILE('PENDCHG')
                   END-EXEC
               WHEN OTHER
                   PERFORM 4950-GET-TIMESTAMP
                   MOVE WS-USERID      TO PC-DEC-USER
                   MOVE WS-CICS-DATE   TO PC-DEC-DATE
                   MOVE WS-CICS-TIME   TO PC-DEC-TIME
                   MOVE WS-REASON-WORK TO PC-DEC-REASON
                   IF WS-FUNC-WORK = 'R'
                       SET PC-REJECTED TO TRUE
                       STRING 'CHANGE ' WS-CHANGE-ID ' REJECTED'
                           DELIMITED BY SIZE INTO MSGO
                   ELSE
                       SET PC-APPROVED TO TRUE
                       IF PC-FOR-TESTIDX AND PC-TC-ACTION = 'C'
                           PERFORM 7500-APPLY-APPROVED-CHANGE
                       ELSE
                           STRING 'CHANGE ' WS-CHANGE-ID
                               ' APPROVED - APPLIED BY THE NEXT '
                               'MAINTENANCE BATCH'
                               DELIMITED BY SIZE INTO MSGO
                       END-IF
                   END-IF
                   EXEC CICS REWRITE
                       FILE('PENDCHG')
                       FROM(PENDCHG-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'PENDCHG REWRITE FAILED - CALL SUPPORT'
                           TO WS-DECISION-REASON
                   ELSE
                       MOVE SPACES TO WS-AUD-DISPOSITION
                       IF PC-REJECTED
                           STRING 'REJECTED CHANGE ' WS-CHANGE-ID
                               DELIMITED BY SIZE
                               INTO WS-AUD-DISPOSITION
                       ELSE
                           STRING 'APPROVED CHANGE ' WS-CHANGE-ID
                               DELIMITED BY SIZE
                               INTO WS-AUD-DISPOSITION
                       END-IF
                       PERFORM 7900-WRITE-DECISION-AUDIT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * APPLY AN APPROVED TESTIDX 'C' CARD THROUGH THE SAME EDITS    *
      * AND REWRITE AS THE OLD DIRECT UPDATE (4200/4500), WHICH      *
      * AUDIT THE CHANGE ITSELF. THE OUTCOME GOES ON THE PENDING     *
      * RECORD: X AND THE APPLY DATE, OR E AND THE REFUSAL REASON.   *
      *****************************************************************
       7500-APPLY-APPROVED-CHANGE.
           MOVE PC-TC-TEST-ID    TO WS-TID-WORK
           MOVE PC-TC-RESULT     TO WS-RESULT-WORK
           MOVE PC-TC-TRUNC      TO WS-TRUNC-WORK
           MOVE PC-TC-STRING-LEN TO WS-LEN-WORK
           MOVE PC-TC-STRING     TO WS-STRING-WORK
           MOVE WS-TID-WORK TO WS-TEST-ID
           PERFORM 4200-VALIDATE-CONTENT
           IF WS-CONTENT-IS-GOOD
               PERFORM 4500-REWRITE-CASE
           ELSE
               PERFORM 4800-WRITE-AUDIT
           END-IF
           MOVE WS-CICS-DATE TO PC-APPLY-DATE
           IF WS-CONTENT-IS-GOOD
               SET PC-APPLIED TO TRUE
               MOVE 'CHANGED (ONLINE)' TO PC-APPLY-NOTE
               MOVE SPACES TO MSGO
               STRING 'CHANGE ' WS-CHANGE-ID
                   ' APPROVED AND APPLIED TO TESTIDX'
                   DELIMITED BY SIZE INTO MSGO
           ELSE
               SET PC-APPLY-FAILED TO TRUE
               MOVE WS-CONTENT-REASON TO PC-APPLY-NOTE
               MOVE SPACES TO MSGO
               STRING 'CHANGE ' WS-CHANGE-ID ' APPROVED BUT NOT '
                   'APPLIED: ' WS-CONTENT-REASON
                   DELIMITED BY SIZE INTO MSGO
           END-IF.

       7900-WRITE-DECISION-AUDIT.
           MOVE WS-FUNC-WORK TO WS-AUD-ACTION
           IF PC-FOR-TESTIDX AND PC-TC-TEST-ID IS NUMERIC
               MOVE PC-TC-TEST-ID TO WS-AUD-TEST-ID
           ELSE
               MOVE ZERO TO WS-AUD-TEST-ID
           END-IF
           PERFORM 4900-WRITE-AUDIT-LINE.

       9000-EXIT-TRANSACTION.
           EXEC CICS SEND TEXT
               FROM(WS-EXIT-MESSAGE)
