      *****************************************************************
      * RUNCTL.CPY                                                    *
      * Record layout for the nightly run-control ledger. Each step  *
      * of the overnight chain (TRUNMRGE, TRUNCRPT, TRUNHIST,        *
      * TRUNCDTL, TRUNCSV, TRUNCWRK) appends one record per control  *
      * count it read or wrote, keyed by run date, step program and  *
      * count name. TRUNCERT balances the counts against each other  *
      * before the dashboard feed is released. A rerun step simply   *
      * posts again: the ledger is in posting order, so the LAST     *
      * posting for a run date, step and count name is the one that *
      * counts. Count names in use:                                  *
      *   TRUNMRGE  TRUNCLOG WRITTEN, RESULT LINES, TESTOUT PASS,    *
      *             TESTOUT FAIL                                     *
      *   TRUNCRPT  TRUNCLOG READ, REPORT EXCEPTIONS, REPORT PASS,   *
      *             REPORT FAIL                                      *
      *   TRUNHIST  TRUNCLOG READ, RUNHIST EXC SUM (FIELD RECORDS),  *
      *             RUNHIST TOTAL EXC (*RUN-TOTALS* RECORD),         *
      *             RUNHIST PASS, RUNHIST FAIL, RUNHIST RECORDS      *
      *   TRUNCDTL  TRUNCLOG READ, EXCEPTIONS PRINTED                *
      *   TRUNCSV   TRUNCLOG READ, D ROWS, T ROWS, T PASS, T FAIL    *
      *             S ROWS (SCORECARD ROWS SENT)                     *
      *   TRUNCWRK  TRUNCLOG READ, ITEMS OPENED, ITEMS CARRIED,      *
      *             ITEMS CLOSED                                     *
      *****************************************************************
       01  RUNCTL-RECORD.
           05  CT-RUN-DATE             PIC 9(8).
           05  CT-STEP-NAME            PIC X(8).
           05  CT-COUNT-NAME           PIC X(20).
           05  CT-COUNT-VALUE          PIC 9(12).
           05  CT-POSTED-DATE          PIC 9(8).
           05  CT-POSTED-TIME          PIC 9(6).
