      *                 (not a weekend, not a holiday - the same rule
      *                 EOD-DATE-ROLL applies when it advances the
      *                 site date), and whether it is the last
      *                 calendar day of its month. It also places
      *                 the date on the FISCCAL fiscal calendar -
      *                 fiscal year, quarter, period and week, and
      *                 whether it closes its period, quarter or
      *                 year - and answers for the reporting period
      *                 in force under PERIODCTL: the period's ID
      *                 (fiscal YYYYPP or calendar YYYYMM), its first
      *                 and last dates, and whether the date closes
      *                 the period or the reporting year - on the
      *                 period's last date, or on its last business
      *                 day when the days left are weekend or holiday.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-15  DN   Add the fiscal calendar placement and
      *                     the reporting period in force.
      ******************************************************************
       01  CAL-INFO-PARMS.
           05  CI-CHECK-DATE           PIC 9(08).
               88  CI-BUSINESS-DAY     VALUE 'Y' FALSE 'N'.
           05  CI-MONTH-END-SW         PIC X(01).
               88  CI-MONTH-END        VALUE 'Y' FALSE 'N'.
           05  CI-FISCAL-SW            PIC X(01).
               88  CI-FISCAL-FOUND     VALUE 'Y' FALSE 'N'.
           05  CI-FISCAL-YEAR          PIC 9(04).
           05  CI-FISCAL-QTR           PIC 9(01).
           05  CI-FISCAL-PERIOD        PIC 9(02).
           05  CI-FISCAL-WEEK          PIC 9(02).
           05  CI-FISCAL-PE-SW         PIC X(01).
               88  CI-FISCAL-PERIOD-END VALUE 'Y' FALSE 'N'.
           05  CI-FISCAL-QE-SW         PIC X(01).
               88  CI-FISCAL-QTR-END   VALUE 'Y' FALSE 'N'.
           05  CI-FISCAL-YE-SW         PIC X(01).
               88  CI-FISCAL-YEAR-END  VALUE 'Y' FALSE 'N'.
      *    The reporting period in force: 'F' fiscal, 'C' calendar
      *    months by choice, 'D' calendar months because the date
      *    is past the fiscal calendar on file.
           05  CI-BASIS-SW             PIC X(01).
               88  CI-BASIS-FISCAL     VALUE 'F'.
               88  CI-BASIS-CALENDAR   VALUE 'C' 'D'.
               88  CI-BASIS-DEFAULTED  VALUE 'D'.
           05  CI-PERIOD-ID            PIC 9(06).
           05  CI-PERIOD-START         PIC 9(08).
           05  CI-PERIOD-LAST          PIC 9(08).
           05  CI-PERIOD-END-SW        PIC X(01).
               88  CI-PERIOD-END       VALUE 'Y' FALSE 'N'.
           05  CI-YEAR-END-SW          PIC X(01).
               88  CI-YEAR-END         VALUE 'Y' FALSE 'N'.
