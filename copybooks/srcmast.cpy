      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-15  DN   Add the calibration schedule: interval in
      *                     days, date last calibrated, and the next
      *                     due date SRC-MAINT carries forward from
      *                     them. A zero or blank interval means the
      *                     source is not on a calibration schedule.
      *                     Record grows by 19 bytes; SRCMAST is
      *                     reloaded when this goes in.
      *    2026-10-15  DN   Add SRM-SOURCE-GROUP, the instrument group
      *                     a source belongs to, so a threshold set
      *                     on THRSHSET can cover a whole group of
      *                     like sources. Spaces means no group.
      *                     Record grows by 8 bytes.
      *    2026-10-15  DN   Add SRM-SITE-CODE and SRM-LINE-CODE, the
      *                     plant site and production line on SRCHIER
      *                     the source sits under. Spaces in the site
      *                     means the source is not yet placed; a site
      *                     with spaces in the line places it at site
      *                     level. Record grows by 8 bytes; SRCMAST is
      *                     reloaded when this goes in.
      ******************************************************************
       01  SOURCE-MASTER-RECORD.
           05  SRM-SOURCE-REF          PIC X(12).
           05  SRM-STATUS              PIC X(01).
               88  SRM-STAT-ACTIVE     VALUE 'A'.
               88  SRM-STAT-RETIRED    VALUE 'R'.
           05  SRM-CAL-INTERVAL        PIC 9(03).
           05  SRM-LAST-CAL-DATE       PIC 9(08).
           05  SRM-NEXT-DUE-DATE       PIC 9(08).
           05  SRM-SOURCE-GROUP        PIC X(08).
           05  SRM-SITE-CODE           PIC X(04).
           05  SRM-LINE-CODE           PIC X(04).
           05  FILLER                  PIC X(05).
