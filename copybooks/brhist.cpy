      ******************************************************************
      *    COPYBOOK:    BRHIST
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One branch's scorecard figures for one month
      *                 on the indexed BRHIST branch-history file,
      *                 keyed by month and branch code, banked by
      *                 BRANCH-SCORE so each figure can be set beside
      *                 the prior month and the same month a year
      *                 earlier. '---' holds the activity no branch
      *                 can be found for; a blank branch code holds
      *                 the company total. The figures, in order:
      *                  1 new customers       7 statements suppressed
      *                  2 intake rejects      8 returned mail
      *                  3 load rejects        9 exceptions open
      *                  4 newly dormant      10 exceptions aged
      *                  5 closed             11 GL exception cost
      *                  6 statements produced
      *                 A rerun for a month replaces its records.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  BRANCH-HISTORY-RECORD.
           05  BH-KEY.
               10  BH-MONTH            PIC 9(06).
               10  BH-BRANCH-CODE      PIC X(03).
           05  BH-FIGURES.
               10  BH-FIGURE           PIC S9(09)V99
                                       OCCURS 11 TIMES.
           05  BH-BANKED-DATE          PIC 9(08).
           05  FILLER                  PIC X(20).
