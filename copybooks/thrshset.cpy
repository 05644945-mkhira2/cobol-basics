      ******************************************************************
      *    COPYBOOK:    THRSHSET
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One threshold set on the indexed THRSHSET
      *                 file, assigned either to a single measurement
      *                 source (scope S, keyed by source reference)
      *                 or to a source group (scope G, keyed by the
      *                 SRM-SOURCE-GROUP on SRCMAST). THRESH-SELECT
      *                 picks the source's own set first, then its
      *                 group's, and falls back to the company set on
      *                 THRSHCTL. Maintained by THRESH-MAINT, which
      *                 also appends every change to THRSHHIST.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  THRESHOLD-SET-RECORD.
           05  TT-SET-KEY.
               10  TT-SET-SCOPE        PIC X(01).
                   88  TT-SCOPE-GROUP  VALUE 'G'.
                   88  TT-SCOPE-SOURCE VALUE 'S'.
               10  TT-SET-REF          PIC X(12).
           05  TT-A-LOW-THRESHOLD      PIC S9(03)
                                       SIGN LEADING SEPARATE.
           05  TT-B-HIGH-THRESHOLD     PIC S9(03)
                                       SIGN LEADING SEPARATE.
           05  TT-RESULT-THRESHOLD     PIC S9(04)
                                       SIGN LEADING SEPARATE.
           05  TT-CRIT-RESULT-THRESHOLD
                                       PIC S9(04)
                                       SIGN LEADING SEPARATE.
           05  TT-EFF-DATE             PIC 9(08).
           05  TT-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(10).
