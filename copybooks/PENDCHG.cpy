      *****************************************************************
      * PENDCHG.CPY                                                   *
      * Record layout for PENDCHG, the pending-change file that sits  *
      * between every request to change what counts as expected and   *
      * the files that define it. Nothing changes TESTIDX or FLDPAIR  *
      * directly any more: a TESTINQ function U, a TESTMNT card, a    *
      * TRUNREBL rebaseline card or an FPMAINT card is queued here    *
      * with its requester and a reason, a SECOND user ID approves    *
      * or rejects it (TESTINQ functions A/R online, CHGAPPR in       *
      * batch - the requester can never decide their own change),     *
      * and only an approved change is applied (TESTMNT, FPMAINT, or  *
      * TESTINQ itself for an online TESTIDX change card).            *
      * PENDCHG is a relative file like TESTIDX, the relative record  *
      * number being PC-CHANGE-ID, so the batch programs and the      *
      * TINQ transaction reach a change by the same key. Record 1 is  *
      * the control record (PC-TARGET = '*'): its PC-CHANGE-ID holds  *
      * the last change ID handed out, and every door that queues a   *
      * change bumps it under update, so batch and online never hand  *
      * out the same ID. Change IDs therefore start at 000002.        *
      *   PC-TARGET       T = TESTIDX change card, F = FLDPAIR card   *
      *   PC-ORIGIN       the door the change came in by (TESTINQ,    *
      *                   TESTMNT, TRUNREBL, FPMAINT, TRUNSCAN)       *
      *   PC-STATUS       P = pending, A = approved (not yet          *
      *                   applied), R = rejected, X = applied,        *
      *                   E = approved but refused at apply time      *
      *                   (PC-APPLY-NOTE says why)                    *
      *   PC-REQ-*        requester user ID, date, time and reason    *
      *   PC-DEC-*        approver (or rejecter) user ID, date, time  *
      *                   and reason                                  *
      *   PC-CHANGE-CARD  the change card itself, exactly as the      *
      *                   applying program reads it: the 517-byte     *
      *                   TESTMNT TRANIN card, or the 44-byte         *
      *                   FPMAINT TRANIN card left-justified          *
      *****************************************************************
       01  PENDCHG-RECORD.
           05  PC-CHANGE-ID            PIC 9(6).
           05  PC-TARGET               PIC X(1).
               88  PC-CONTROL-RECORD        VALUE '*'.
               88  PC-FOR-TESTIDX           VALUE 'T'.
               88  PC-FOR-FLDPAIR           VALUE 'F'.
           05  PC-ORIGIN               PIC X(8).
           05  PC-STATUS               PIC X(1).
               88  PC-PENDING               VALUE 'P'.
               88  PC-APPROVED              VALUE 'A'.
               88  PC-REJECTED              VALUE 'R'.
               88  PC-APPLIED               VALUE 'X'.
               88  PC-APPLY-FAILED          VALUE 'E'.
           05  PC-REQ-USER             PIC X(8).
           05  PC-REQ-DATE             PIC 9(8).
           05  PC-REQ-TIME             PIC 9(6).
           05  PC-REQ-REASON           PIC X(40).
           05  PC-DEC-USER             PIC X(8).
           05  PC-DEC-DATE             PIC 9(8).
           05  PC-DEC-TIME             PIC 9(6).
           05  PC-DEC-REASON           PIC X(40).
           05  PC-APPLY-DATE           PIC 9(8).
           05  PC-APPLY-NOTE           PIC X(40).
           05  PC-CHANGE-CARD          PIC X(517).
           05  PC-TEST-CARD REDEFINES PC-CHANGE-CARD.
               10  PC-TC-ACTION        PIC X(1).
               10  PC-TC-TEST-ID       PIC X(6).
               10  PC-TC-RESULT        PIC X(1).
               10  PC-TC-TRUNC         PIC X(5).
               10  PC-TC-STRING-LEN    PIC X(4).
               10  PC-TC-STRING        PIC X(500).
           05  PC-PAIR-CARD REDEFINES PC-CHANGE-CARD.
               10  PC-FP-ACTION        PIC X(1).
               10  PC-FP-PAIR-NAME     PIC X(20).
               10  PC-FP-SOURCE-LEN    PIC X(4).
               10  PC-FP-TARGET-LEN    PIC X(4).
               10  FILLER              PIC X(488).
