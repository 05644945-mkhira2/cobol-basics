      *                     hundreds and below zero. Files in the
      *                     old 2+2 unsigned layout need a one-time
      *                     conversion.
      *    2026-10-14  DN   Add AP-BRANCH-CODE, the capturing operator's
      *                     branch MEAS-EXTRACT looks up on OPERMAST, so
      *                     the audit entry carries it through to the
      *                     ledger. Spaces on a hand-typed record.
      ******************************************************************
       01  AB-PAIR-RECORD.
           05  AP-VALUE-A              PIC S9(03)
           05  AP-VALUE-B              PIC S9(03)
                                       SIGN LEADING SEPARATE.
           05  AP-SOURCE-REF           PIC X(12).
           05  AP-BRANCH-CODE          PIC X(03).
