      ******************************************************************
      *    COPYBOOK:    PSTRATE
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One postage rate on the indexed POSTRATE file,
      *                 keyed by presort tier and the date the rate
      *                 takes effect: the per-piece rate for the tier
      *                 and, for the five- and three-digit tiers, the
      *                 fewest pieces a ZIP group must hold to claim
      *                 it. The rate in effect for a tier on a given
      *                 date is its record with the latest effective
      *                 date on or before that date, so a new rate is
      *                 added ahead of the change and the old one
      *                 stays on file as history. Kept by
      *                 POST-RATE-MAINT, read by STMT-PRESORT.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  POSTAGE-RATE-RECORD.
           05  PR-KEY.
               10  PR-TIER             PIC X(02).
                   88  PR-TIER-5-DIGIT VALUE '5D'.
                   88  PR-TIER-3-DIGIT VALUE '3D'.
                   88  PR-TIER-MIXED   VALUE 'MX'.
                   88  PR-TIER-SINGLE  VALUE 'SP'.
                   88  PR-TIER-VALID   VALUE '5D' '3D' 'MX' 'SP'.
               10  PR-EFF-DATE         PIC 9(08).
           05  PR-PIECE-RATE           PIC 9(01)V9(04).
           05  PR-MIN-PIECES           PIC 9(05).
           05  PR-ADDED-DATE           PIC 9(08).
           05  PR-ADDED-OPER           PIC X(08).
           05  FILLER                  PIC X(14).
