      *****************************************************************
      * CUSTSTAT.CPY                                                  *
      * Record layout for the customer remediation status file kept  *
      * by CUSTCORR: one record per customer that has ever appeared  *
      * on the GRPPROF customer worklist (CUSTWORK). Each run        *
      * confirms the status against the worklist GRPPROF has just    *
      * produced from the live extract, so a customer only counts as *
      * fixed once the master itself no longer loses data. Resolved  *
      * customers are carried, not dropped, so the fixed count is    *
      * provable right up to conversion weekend.                     *
      *   CS-STATUS       O = open, some field has no agreed value   *
      *                   C = corrected: every losing field has an   *
      *                       accepted correction awaiting load      *
      *                   R = rejected: a proposed value for a       *
      *                       losing field was refused (CS-NOTE      *
      *                       says why)                              *
      *                   V = resolved: verified against the live    *
      *                       extract - nothing loses data any more  *
      *   CS-FIELD-STATE  one byte per GRP-TARGET-RECORD field, in   *
      *                   record order (name, address, balance,      *
      *                   status): space = fits, L = losing,         *
      *                   C = correction accepted, R = correction    *
      *                   rejected                                   *
      *****************************************************************
       01  CUSTSTAT-RECORD.
           05  CS-CUSTOMER-NO          PIC X(10).
           05  CS-STATUS               PIC X(1).
               88  CS-OPEN                  VALUE 'O'.
               88  CS-CORRECTED             VALUE 'C'.
               88  CS-REJECTED              VALUE 'R'.
               88  CS-RESOLVED              VALUE 'V'.
           05  CS-OPEN-DATE            PIC 9(8).
           05  CS-STATUS-DATE          PIC 9(8).
           05  CS-FIELD-STATES.
               10  CS-FIELD-STATE      PIC X(1)  OCCURS 4 TIMES.
           05  CS-NOTE                 PIC X(40).
