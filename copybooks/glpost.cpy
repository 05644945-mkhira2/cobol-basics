      *                     separate) - with the measurement chain
      *                     widened to signed readings, a bucket's
      *                     daily total can be negative.
      *    2026-10-14  DN   GP-ORIG-DATE on a detail: the original
      *                     effective date of a manual adjustment
      *                     steered out of a closed accounting
      *                     period, zero otherwise.
      *    2026-10-14  DN   GP-BRANCH-CODE on a detail: the branch the
      *                     bucket or manual adjustment belongs to, so
      *                     the ledger and GL-TRIAL-RPT can balance each
      *                     branch; '---' collects amounts with no
      *                     branch. Spaces on details written before.
      *    2026-10-15  DN   Severity 'P' on a detail: the night's
      *                     statement postage for the branch, from
      *                     the STMT-PRESORT POSTCOST summary, the
      *                     pieces mailed as the item count.
      ******************************************************************
       01  GL-POSTING-RECORD.
           05  GP-RECORD-TYPE          PIC X(01).
               10  GP-AMOUNT           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  GP-ITEM-COUNT       PIC 9(07).
               10  GP-ORIG-DATE        PIC 9(08).
               10  GP-BRANCH-CODE      PIC X(03).
           05  GP-TRAILER-DATA REDEFINES GP-DETAIL-DATA.
               10  GP-TOTAL-DEBITS     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
