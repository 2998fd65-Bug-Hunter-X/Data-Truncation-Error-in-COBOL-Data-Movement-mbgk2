      *****************************************************************
      * BUSCAL.CPY                                                    *
      * Record layout for the business-day processing calendar read  *
      * by TRUNCAL: one card per calendar date, saying whether the   *
      * nightly TRUNCHKB run is due that date. Operations extends it *
      * a year at a time, holidays included, before the year starts; *
      * a date in TRUNCAL's check window with no card is reported    *
      * rather than guessed at.                                      *
      *   BC-CAL-DATE     YYYYMMDD (cols 1-8)                        *
      *   BC-DAY-TYPE     col 10: B = processing (business) day, a   *
      *                   run is due; H = holiday, W = weekend or    *
      *                   other non-processing day - no run is due   *
      *   BC-DESCRIPTION  cols 12-41, e.g. the holiday's name        *
      *****************************************************************
       01  BUSCAL-RECORD.
           05  BC-CAL-DATE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  BC-DAY-TYPE             PIC X(1).
               88  BC-PROCESSING-DAY        VALUE 'B'.
               88  BC-HOLIDAY               VALUE 'H'.
               88  BC-NON-PROCESSING-DAY    VALUE 'H' 'W'.
           05  FILLER                  PIC X(1).
           05  BC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(39).
