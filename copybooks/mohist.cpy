      *                 threshold exceptions by severity. One record
      *                 per month, so a question about July no
      *                 longer means digging out thirty-one daily
      *                 printouts. Under the PERIODCTL fiscal basis
      *                 the record is a fiscal period - MH-MONTH
      *                 holds the fiscal year and period, YYYYPP -
      *                 and MH-PERIOD-BASIS tells the two apart.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  DN   Original copybook.
      *    2026-10-15  DN   Add MH-PERIOD-BASIS out of the filler;
      *                     records banked before it read as
      *                     calendar months.
      ******************************************************************
       01  MONTH-HISTORY-RECORD.
           05  MH-MONTH                PIC 9(06).
           05  MH-EXC-WARNING          PIC 9(07).
           05  MH-EXC-CRITICAL         PIC 9(07).
           05  MH-EXC-TOTAL            PIC 9(07).
           05  MH-PERIOD-BASIS         PIC X(01).
               88  MH-BASIS-FISCAL     VALUE 'F'.
               88  MH-BASIS-CALENDAR   VALUE 'C' ' '.
           05  FILLER                  PIC X(05).
