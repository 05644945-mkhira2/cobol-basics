      *                 sequence, and exception measures MONTH-END
      *                 accumulates, summed for the year, so the
      *                 year-over-year comparison stops living on a
      *                 whiteboard. Under the PERIODCTL fiscal basis
      *                 the record is a fiscal year of twelve fiscal
      *                 periods, told apart by YH-PERIOD-BASIS.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-15  DN   Add YH-PERIOD-BASIS out of the filler;
      *                     years banked before it read as
      *                     calendar years.
      ******************************************************************
       01  YEAR-HISTORY-RECORD.
           05  YH-YEAR                 PIC 9(04).
           05  YH-EXC-CRITICAL         PIC 9(09).
           05  YH-EXC-TOTAL            PIC 9(09).
           05  YH-MONTHS-ROLLED        PIC 9(02).
           05  YH-PERIOD-BASIS         PIC X(01).
               88  YH-BASIS-FISCAL     VALUE 'F'.
               88  YH-BASIS-CALENDAR   VALUE 'C' ' '.
           05  FILLER                  PIC X(05).
