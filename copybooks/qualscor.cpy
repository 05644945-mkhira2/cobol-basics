      ******************************************************************
      *    COPYBOOK:    QUALSCOR
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One customer's data-quality score on the
      *                 QUALSCOR file, rewritten whole by every
      *                 CUST-QUALITY run in customer ID order. The
      *                 score starts at 100 and loses the weight of
      *                 each issue found, never going below zero;
      *                 each issue switch is 'Y' when found, 'N'
      *                 when not. The household switch marks the
      *                 primary member of a household whose address
      *                 is missing or suspect - the consolidated
      *                 statement for every member goes there.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  QUALITY-SCORE-RECORD.
           05  QS-CUST-ID              PIC 9(06).
           05  QS-BRANCH-CODE          PIC X(03).
           05  QS-CUST-NAME            PIC X(20).
           05  QS-SCORE                PIC 9(03).
           05  QS-SCORE-DATE           PIC 9(08).
           05  QS-ISSUES.
               10  QS-ISSUE-SW         PIC X(01)
                                       OCCURS 9 TIMES.
           05  QS-ISSUE-VIEW REDEFINES QS-ISSUES.
               10  QS-NO-ADDRESS-SW    PIC X(01).
                   88  QS-NO-ADDRESS   VALUE 'Y'.
               10  QS-NO-PHONE-SW      PIC X(01).
                   88  QS-NO-PHONE     VALUE 'Y'.
               10  QS-PREF-NONE-SW     PIC X(01).
                   88  QS-PREF-NONE    VALUE 'Y'.
               10  QS-ADDR-SUSPECT-SW  PIC X(01).
                   88  QS-ADDR-SUSPECT VALUE 'Y'.
               10  QS-REPEAT-NIXIE-SW  PIC X(01).
                   88  QS-REPEAT-NIXIE VALUE 'Y'.
               10  QS-NO-STATUS-SW     PIC X(01).
                   88  QS-NO-STATUS    VALUE 'Y'.
               10  QS-NAME-MISMATCH-SW PIC X(01).
                   88  QS-NAME-MISMATCH
                                       VALUE 'Y'.
               10  QS-STALE-SW         PIC X(01).
                   88  QS-STALE        VALUE 'Y'.
               10  QS-HH-PRIMARY-SW    PIC X(01).
                   88  QS-HH-PRIMARY-UNUSABLE
                                       VALUE 'Y'.
           05  QS-NIXIE-COUNT          PIC 9(03).
           05  QS-LAST-CHANGE          PIC 9(08).
           05  FILLER                  PIC X(10).
