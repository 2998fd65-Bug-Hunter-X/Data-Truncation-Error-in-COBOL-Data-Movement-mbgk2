      * LIKE TRUNAGE, THE PROGRAM WRITES THE NEW BASKET TO NEWBSKT   *
      * AND NEVER REWRITES ITS OWN INPUT - THE JOB'S COPY STEP PUTS  *
      * IT BACK.                                                     *
      * THE EXCEPTIONS READ AND THE ITEMS OPENED, CARRIED AND CLOSED *
      * ARE POSTED TO THE RUN-CONTROL LEDGER (RUNCTL); TRUNCERT      *
      * BALANCES THE EXCEPTIONS READ AGAINST THE REST OF THE RUN.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO WRKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRKBSKT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FLAGS.
           05  WS-BASKET-EOF-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-END-OF-WRKTRAN        VALUE 'Y'.
           05  WS-WRKBSKT-STATUS       PIC X(2).
           05  WS-WRKTRAN-STATUS       PIC X(2).
           05  WS-RUNCTL-STATUS        PIC X(2).

      *****************************************************************
      * SYSIN CONTROL CARD: RUN DATE FOR NEW ITEMS' OPEN DATE, AND   *
           05  WS-ASSIGNED-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-ESCALATED-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-LOG-READ-COUNT       PIC 9(6)  VALUE ZERO.

       01  WS-POSTING-AREAS.
           05  WS-POST-NAME            PIC X(20).
           05  WS-POST-VALUE           PIC 9(12).
           05  WS-POSTED-DATE          PIC 9(8).
           05  WS-POSTED-TIME          PIC 9(8).

       01  WS-RES-TEST-ID              PIC 9(6).

           CLOSE TRUNCLOG-FILE
           CLOSE NEWBSKT-FILE
           CLOSE REPORT-FILE
           PERFORM 8000-POST-RUN-CONTROL
           DISPLAY 'TRUNCWRK: ' WS-OPEN-TOTAL ' OPEN ('
               WS-OPENED-COUNT ' NEW), ' WS-CLOSED-COUNT ' CLOSED, '
               WS-ESCALATED-COUNT ' ESCALATED'
                   AT END
                       SET WS-END-OF-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-READ-COUNT
                       MOVE TL-TEST-ID TO WS-RES-TEST-ID
                       PERFORM 1600-CHECK-CASE-IS-NEWFAIL
                       IF WS-ENTRY-FOUND
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

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
           MOVE WS-LOG-READ-COUNT     TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'ITEMS OPENED'        TO WS-POST-NAME
           MOVE WS-OPENED-COUNT       TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'ITEMS CARRIED'       TO WS-POST-NAME
           MOVE WS-CARRIED-COUNT      TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           MOVE 'ITEMS CLOSED'        TO WS-POST-NAME
           MOVE WS-CLOSED-COUNT       TO WS-POST-VALUE
           PERFORM 8100-POST-COUNT
           CLOSE RUNCTL-FILE.

       8100-POST-COUNT.
           MOVE WS-RUN-DATE           TO CT-RUN-DATE
           MOVE 'TRUNCWRK'            TO CT-STEP-NAME
           MOVE WS-POST-NAME          TO CT-COUNT-NAME
           MOVE WS-POST-VALUE         TO CT-COUNT-VALUE
           MOVE WS-POSTED-DATE        TO CT-POSTED-DATE
           MOVE WS-POSTED-TIME(1:6)   TO CT-POSTED-TIME
           WRITE RUNCTL-RECORD.
