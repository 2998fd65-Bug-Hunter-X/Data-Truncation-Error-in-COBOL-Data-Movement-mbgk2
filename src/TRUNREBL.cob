      * ITSELF, NEVER RE-KEYED, AND EVERY PROPOSAL (OR REFUSAL) IS    *
      * ECHOED TO AN AUDIT LISTING SO THE REBASELINE IS A             *
      * REVIEWABLE, REVERSIBLE BATCH INSTEAD OF A TYPING EXERCISE.    *
      * NOTHING TOUCHES TESTIDX HERE. THE TRUNREBB JOB QUEUES THE     *
      * GENERATED CARDS ON PENDCHG (CHGREQ) AS PENDING CHANGES, AND   *
      * THEY TAKE EFFECT ONLY WHEN A SECOND USER HAS APPROVED THEM    *
      * AND THE TESTMNTB JOB APPLIES THEM.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER                   PIC X(74).

      *****************************************************************
      * SAME CHANGE-CARD LAYOUT TESTMNT APPLIES (SEE THE TESTMNT      *
      * SOURCE BANNER), SO CHGREQ QUEUES THE GENERATED FILE ON PENDCHG*
      * UNCHANGED.                                                    *
      *****************************************************************
       FD  TRANOUT-FILE
