      ******************************************************************
      *    COPYBOOK:    CYCLECAL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One statement date on the CYCLECAL billing-cycle
      *                 calendar, one record per business date a cycle
      *                 is due, in YYYYMMDD order. Operations lists the
      *                 dates a year ahead; a business date not listed
      *                 statements no cycle. With no calendar on file
      *                 at all, the statement run covers every
      *                 customer, as it did before cycles.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CYCLE-CAL-RECORD.
           05  CC-BILL-DATE            PIC 9(08).
           05  CC-BILL-CYCLE           PIC 9(02).
