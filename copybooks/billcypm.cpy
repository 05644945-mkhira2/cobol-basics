      ******************************************************************
      *    COPYBOOK:    BILLCYPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     CALL parameter record for the BILL-CYCLE
      *                 subprogram. Function 'A' assigns the customer a
      *                 billing cycle on CUSTCYCL if they have none and
      *                 returns the cycle held; 'R' only applies the
      *                 assignment rule to the add date, for a caller
      *                 that keeps CUSTCYCL open itself; 'D' returns
      *                 the cycle the CYCLECAL calendar makes due on
      *                 the run date, or that every customer is due
      *                 (no calendar) or none is (date not listed).
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  BILL-CYCLE-PARMS.
           05  BY-FUNCTION             PIC X(01).
               88  BY-FUNC-ASSIGN      VALUE 'A'.
               88  BY-FUNC-RULE        VALUE 'R'.
               88  BY-FUNC-DUE         VALUE 'D'.
           05  BY-CUST-ID              PIC 9(06).
           05  BY-ADD-DATE             PIC 9(08).
           05  BY-RUN-DATE             PIC 9(08).
           05  BY-SOURCE-PGM           PIC X(15).
           05  BY-BILL-CYCLE           PIC 9(02).
           05  BY-ASSIGNED-SW          PIC X(01).
               88  BY-NEWLY-ASSIGNED   VALUE 'Y' FALSE 'N'.
           05  BY-DUE-SW               PIC X(01).
               88  BY-DUE-ONE-CYCLE    VALUE 'C'.
               88  BY-DUE-ALL          VALUE 'A'.
               88  BY-DUE-NONE         VALUE 'N'.
           05  BY-RETURN-CODE          PIC 9(02).
