      ******************************************************************
      *    COPYBOOK:    FISCCAL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One fiscal period on the FISCCAL fiscal
      *                 calendar: the fiscal year and period (1-12),
      *                 its quarter, first and last dates, the
      *                 fiscal week number of its first week and how
      *                 many weeks it runs. Finance closes on a
      *                 4-4-5 calendar, so every period is four or
      *                 five whole weeks and a 53-week year carries
      *                 its extra week in period 12. A business date
      *                 maps to its fiscal year, quarter, period and
      *                 week through the period whose dates hold it,
      *                 as answered by the CAL-INFO subprogram.
      *                 Maintained a year at a time through the
      *                 supervisor-only FISC-MAINT step.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  FISCAL-CAL-RECORD.
           05  FC-PERIOD-KEY.
               10  FC-FISCAL-YEAR      PIC 9(04).
               10  FC-PERIOD           PIC 9(02).
           05  FC-QUARTER              PIC 9(01).
           05  FC-START-DATE           PIC 9(08).
           05  FC-END-DATE             PIC 9(08).
           05  FC-FIRST-WEEK           PIC 9(02).
           05  FC-WEEKS                PIC 9(01).
           05  FC-ADDED-DATE           PIC 9(08).
           05  FC-ADDED-BY             PIC X(08).
           05  FILLER                  PIC X(10).
