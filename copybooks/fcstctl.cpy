      ******************************************************************
      *    COPYBOOK:    FCSTCTL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     Control record for the STREAM-FCST job-stream
      *                 run forecast: the first and last run dates to
      *                 forecast, CCYYMMDD. Zero or non-numeric dates
      *                 take the defaults - the business date for the
      *                 from date, the from date for the to date - so
      *                 an absent control file forecasts tonight's run
      *                 and a month-end or holiday-weekend review only
      *                 sets the two dates.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  STREAM-FCST-CTL-RECORD.
           05  FC-FROM-DATE            PIC 9(08).
           05  FC-TO-DATE              PIC 9(08).
