      ******************************************************************
      *    COPYBOOK:    SRCHIER
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One entry on the indexed SRCHIER measurement
      *                 source hierarchy: a plant site, or a production
      *                 line within a site, with the name the plant
      *                 managers know it by. A site entry carries
      *                 spaces in the line code; a line entry carries
      *                 its site's code, and a line cannot be added
      *                 under a site that is not on file. Maintained
      *                 by supervisors through SRC-MAINT, which also
      *                 places each SRCMAST source on a site and line;
      *                 the SRC-SITE subprogram resolves a source to
      *                 its site and line for the roll-up reports.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  SOURCE-HIER-RECORD.
           05  HR-HIER-KEY.
               10  HR-SITE-CODE        PIC X(04).
               10  HR-LINE-CODE        PIC X(04).
           05  HR-NAME                 PIC X(30).
           05  HR-ADDED-DATE           PIC 9(08).
           05  HR-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(10).
