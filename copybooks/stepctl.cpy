      *                     short layout read with the new fields
      *                     as spaces, which the driver treats as
      *                     no predecessors, daily, no condition.
      *    2026-10-15  DN   'M' now follows the reporting period in
      *                     force - the fiscal period when PERIODCTL
      *                     chooses the fiscal calendar - closing on
      *                     the period's last business day. Add 'C'
      *                     for a step tied to the calendar month
      *                     whatever the basis, and 'Y' for the
      *                     close of the reporting year.
      ******************************************************************
       01  STEP-CTL-RECORD.
           05  SP-STEP-NUMBER          PIC 9(02).
           05  SP-FREQUENCY            PIC X(01).
               88  SP-FREQ-MONTH-END   VALUE 'M'.
               88  SP-FREQ-BUS-DAY     VALUE 'B'.
               88  SP-FREQ-CAL-MONTH   VALUE 'C'.
               88  SP-FREQ-YEAR-END    VALUE 'Y'.
           05  SP-CAL-COND             PIC X(01).
               88  SP-CAL-SKIP-HOLIDAY VALUE 'H'.
