      ******************************************************************
      *    COPYBOOK:    INTKEXP
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One inbound file on the INTKEXP expected-file
      *                 list INTAKE-REG works from: its logical name,
      *                 who sends it, whether it is due every
      *                 business day ('D') or only when the sender
      *                 has something to send ('R', never overdue),
      *                 and the HHMM cut-off by which a due file
      *                 should have arrived. Only files on this list
      *                 are registered, so only they can be loaded.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  INTAKE-EXPECTED-RECORD.
           05  IE-FILE-NAME            PIC X(10).
           05  IE-SENDER               PIC X(12).
           05  IE-FREQUENCY            PIC X(01).
               88  IE-DUE-DAILY        VALUE 'D'.
               88  IE-ON-REQUEST       VALUE 'R'.
           05  IE-CUTOFF-TIME          PIC 9(04).
           05  IE-DESCRIPTION          PIC X(30).
