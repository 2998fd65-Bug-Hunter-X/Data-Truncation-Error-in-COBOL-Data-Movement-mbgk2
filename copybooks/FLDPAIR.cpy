      * so a new suspect production MOVE can be covered by adding    *
      * one definition record - no code change, no recompile.        *
      *   FP-PAIR-NAME    name reported in TRUNCLOG / the reports    *
      *   FP-SOURCE-LEN   source field length (integer digits for    *
      *                   type N), 1-500                             *
      *   FP-TARGET-LEN   target field length (integer digits for    *
      *                   type N), 1-500                             *
      *   FP-TYPE         A = alphanumeric (truncates on the right), *
      *                   J = alphanumeric JUSTIFIED RIGHT target    *
      *                       (characters drop on the left),         *
      *                   N = numeric (high-order digits drop on     *
      *                   the left)                                  *
      *   FP-EFF-DATE     YYYYMMDD the pair takes effect - TRUNCHK   *
      *                   existed).                                  *
      *   FP-STATUS       R = retired (kept for history, never       *
      *                   loaded); blank or A = active               *
      *   FP-SOURCE-DEC   type N only: decimal places on each side,  *
      *   FP-TARGET-DEC   0-18; blank = 0. A source with more        *
      *                   decimals than its target loses low-order   *
      *                   digits (cents) on the right.               *
      *   FP-SOURCE-SIGN  type N only: S = signed, blank = unsigned. *
      *   FP-TARGET-SIGN  A signed source into an unsigned target    *
      *                   loses the sign of every negative value.    *
      *                   Cards punched before these columns existed *
      *                   carry blanks: unsigned integers, exactly   *
      *                   as they were always tested.                *
      * The catalog is maintained by FPMAINT, never edited in        *
      * place - every add/change/retire lands on its audit listing. *
      * Cards failing validation are skipped with a console message. *
           05  FP-EFF-DATE             PIC X(8).
           05  FP-STATUS               PIC X(1).
               88  FP-RETIRED               VALUE 'R'.
           05  FP-SOURCE-DEC           PIC X(2).
           05  FP-TARGET-DEC           PIC X(2).
           05  FP-SOURCE-SIGN          PIC X(1).
               88  FP-SOURCE-SIGNED         VALUE 'S'.
           05  FP-TARGET-SIGN          PIC X(1).
               88  FP-TARGET-SIGNED         VALUE 'S'.
