      * the end of the target, so an exception can be traced to its  *
      * test case and read side by side (see TRUNCDTL) instead of    *
      * re-running ID ranges to reconstruct what was lost.           *
      * TL-LOSS-SEVERITY says how much the loss matters, so padding  *
      * that fell off is not treated like a name cut in half:        *
      *   B  blank-only - nothing but trailing spaces (or, for a     *
      *      numeric pair, high-order zeros) was lost                *
      *   W  word boundary - the cut fell between words              *
      *   M  mid-word - the cut fell inside a word                   *
      *   D  split DBCS - the target keeps a shift-out (X'0E') whose *
      *      shift-in (X'0F') was lost, so it holds invalid data     *
      *   N  significant numeric digits lost                         *
      * TL-LOSS-KIND says which end of the value was lost, since a   *
      * scaled or signed numeric pair can log up to three records    *
      * per case (one per component that did not fit):               *
      *   R  characters cut on the right (type A)                    *
      *   L  characters cut on the left (type J, justified right)    *
      *   I  high-order integer digits lost (type N)                 *
      *   F  low-order decimal digits lost (type N, fewer target     *
      *      decimal places) - TL-SOURCE-VALUE holds the decimals    *
      *   S  sign lost (signed source, unsigned target) - the value  *
      *      and dropped slice are the '-' itself, target length 0   *
      * Records written before the kind existed carry a blank and    *
      * are read as R for type A and I for type N.                   *
      *****************************************************************
       01  TRUNCLOG-RECORD.
           05  TL-TEST-ID              PIC 9(6).
           05  TL-TRUNC-CHARS          PIC 9(4).
           05  TL-PAIR-TYPE            PIC X(1).
               88  TL-TYPE-NUMERIC          VALUE 'N'.
               88  TL-TYPE-JUSTIFIED        VALUE 'J'.
           05  TL-SOURCE-VALUE         PIC X(500).
           05  TL-DROPPED-VALUE        PIC X(500).
           05  TL-LOSS-SEVERITY        PIC X(1).
               88  TL-SEV-BLANK-ONLY        VALUE 'B'.
               88  TL-SEV-WORD-BOUNDARY     VALUE 'W'.
               88  TL-SEV-MID-WORD          VALUE 'M'.
               88  TL-SEV-SPLIT-DBCS        VALUE 'D'.
               88  TL-SEV-DIGITS-LOST       VALUE 'N'.
           05  TL-LOSS-KIND            PIC X(1).
               88  TL-KIND-RIGHT-CUT        VALUE 'R'.
               88  TL-KIND-LEFT-CUT         VALUE 'L'.
               88  TL-KIND-INTEGER          VALUE 'I'.
               88  TL-KIND-DECIMAL          VALUE 'F'.
               88  TL-KIND-SIGN             VALUE 'S'.
