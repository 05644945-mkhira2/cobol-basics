      ******************************************************************
      *    COPYBOOK:    ERASLOG
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One line of the permanent ERASLOG erasure
      *                 register CUST-ERASE appends for every request
      *                 it certifies: the request and customer, when
      *                 the run took it, the outcome, the supervisor
      *                 sign-off, the token the customer's personal
      *                 data was replaced with, and how many records
      *                 across every file were tokenized. A request
      *                 already registered as erased is not run a
      *                 second time. The register itself holds no
      *                 personal data.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  ERASURE-LOG-RECORD.
           05  EG-REQUEST-ID           PIC 9(06).
           05  EG-CUST-ID              PIC 9(06).
           05  EG-RUN-DATE             PIC 9(08).
           05  EG-RUN-TIME             PIC 9(08).
           05  EG-OUTCOME              PIC X(01).
               88  EG-OUT-ERASED       VALUE 'E'.
               88  EG-OUT-HELD         VALUE 'H'.
               88  EG-OUT-REFUSED      VALUE 'R'.
               88  EG-OUT-NOT-FOUND    VALUE 'N'.
               88  EG-OUT-ALREADY      VALUE 'A'.
               88  EG-OUT-DUPLICATE    VALUE 'D'.
           05  EG-SIGNOFF-OPER         PIC X(08).
           05  EG-TOKEN                PIC X(13).
           05  EG-RECORDS-TOKENIZED    PIC 9(07).
           05  FILLER                  PIC X(13).
