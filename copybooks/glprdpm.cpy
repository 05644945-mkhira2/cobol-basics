      ******************************************************************
      *    COPYBOOK:    GLPRDPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     Parameter record for the GL-PERIOD accounting
      *                 period lookup subprogram. The caller supplies
      *                 one date; GL-PERIOD answers which GLPERIOD
      *                 period holds it and that period's status, the
      *                 date the books are locked through (the end of
      *                 the latest closed period), and whether a
      *                 posting dated that day may still be taken. A
      *                 date no period lists is postable unless it
      *                 falls on or before the locked-through date;
      *                 with no GLPERIOD file at all every date is.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  GL-PERIOD-PARMS.
           05  PD-CHECK-DATE           PIC 9(08).
           05  PD-PERIOD-ID            PIC 9(06).
           05  PD-STATUS               PIC X(01).
               88  PD-STAT-OPEN        VALUE 'O'.
               88  PD-STAT-CLOSING     VALUE 'C'.
               88  PD-STAT-CLOSED      VALUE 'X'.
               88  PD-STAT-UNLISTED    VALUE ' '.
           05  PD-LOCKED-THRU          PIC 9(08).
           05  PD-POSTABLE-SW          PIC X(01).
               88  PD-POSTABLE         VALUE 'Y' FALSE 'N'.
