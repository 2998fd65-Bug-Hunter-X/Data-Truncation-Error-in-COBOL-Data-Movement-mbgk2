      *****************************************************************
      * SCORHIST.CPY                                                  *
      * Record layout for the conversion-readiness scorecard history *
      * kept by TRUNSCOR: one record per scorecard area per month,   *
      * plus one OVERALL record carrying the go/no-go verdict. Each  *
      * monthly run reads it for the prior month's figures (the      *
      * month-over-month movement) and appends its own month. A      *
      * rerun appends the month again; the last record for a month   *
      * and area is the one that counts.                             *
      *   SH-MONTH        the month scored, YYYYMM                   *
      *   SH-AREA-CODE    area code as on the SCORCTL threshold      *
      *                   cards, or OVERALL                          *
      *   SH-VALUE        the area's figure for the month (OVERALL:  *
      *                   areas red or unrated)                      *
      *   SH-RATING       R / A / G, U = unrated (no data or no      *
      *                   threshold card); for OVERALL, G = GO and   *
      *                   R = NO-GO                                  *
      *   SH-RUN-DATE     date the scorecard was produced            *
      *****************************************************************
       01  SCORHIST-RECORD.
           05  SH-MONTH                PIC 9(6).
           05  SH-AREA-CODE            PIC X(10).
           05  SH-VALUE                PIC 9(8).
           05  SH-RATING               PIC X(1).
               88  SH-RED                   VALUE 'R'.
               88  SH-AMBER                 VALUE 'A'.
               88  SH-GREEN                 VALUE 'G'.
               88  SH-UNRATED               VALUE 'U'.
           05  SH-RUN-DATE             PIC 9(8).
