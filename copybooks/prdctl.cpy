      ******************************************************************
      *    COPYBOOK:    PRDCTL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Control record for the reporting-period
      *                 basis on the PERIODCTL control file. 'F'
      *                 closes MONTH-END, YEAR-END, GL-TRIAL-RPT and
      *                 the job stream's period-end steps on the
      *                 FISCCAL fiscal periods; 'C' keeps them on
      *                 calendar months. An absent file, or a date
      *                 the fiscal calendar does not reach, reads as
      *                 calendar months. Set through FISC-MAINT.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  PERIOD-CTL-RECORD.
           05  PC-BASIS                PIC X(01).
               88  PC-BASIS-FISCAL     VALUE 'F'.
               88  PC-BASIS-CALENDAR   VALUE 'C'.
           05  PC-CHANGED-DATE         PIC 9(08).
           05  PC-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(13).
