      ******************************************************************
      *    COPYBOOK:    GLPERIOD
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One accounting period on the GLPERIOD control
      *                 file: its ID (year and month), first and last
      *                 business dates, and where it stands - open,
      *                 closing (the controller's close is under way
      *                 but postings are still taken), or closed and
      *                 locked. Maintained only through the
      *                 supervisor-only GL-CLOSE step; a closed period
      *                 is never re-opened. Every date up to the end
      *                 of the latest closed period refuses postings,
      *                 as answered by the GL-PERIOD subprogram.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  GL-PERIOD-RECORD.
           05  GR-PERIOD-ID            PIC 9(06).
           05  GR-START-DATE           PIC 9(08).
           05  GR-END-DATE             PIC 9(08).
           05  GR-STATUS               PIC X(01).
               88  GR-STAT-OPEN        VALUE 'O'.
               88  GR-STAT-CLOSING     VALUE 'C'.
               88  GR-STAT-CLOSED      VALUE 'X'.
           05  GR-STATUS-DATE          PIC 9(08).
           05  GR-STATUS-OPER          PIC X(08).
           05  FILLER                  PIC X(09).
