      ******************************************************************
      *    COPYBOOK:    CUSTCYCL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Customer billing-cycle assignment, keyed by the
      *                 same customer ID as CUSTOMER-MASTER. Written
      *                 through the BILL-CYCLE subprogram when a
      *                 customer is added - or, for a customer on file
      *                 before cycles, by the first statement run that
      *                 meets them - and kept thereafter, so a change
      *                 to the assignment rule never moves a customer
      *                 already billing on a cycle. PERFORM-TIMES
      *                 statements a customer only on a night the
      *                 CYCLECAL calendar makes their cycle due.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CUST-CYCLE-RECORD.
           05  CY-CUST-ID              PIC 9(06).
           05  CY-BILL-CYCLE           PIC 9(02).
           05  CY-ASSIGN-DATE          PIC 9(08).
           05  CY-ASSIGN-PGM           PIC X(15).
           05  FILLER                  PIC X(09).
