      *                     address is corrected through CUST-MAINT.
      *                     A suspect address suppresses the
      *                     customer from the statement run.
      *    2026-10-14  DN   Add CA-PREF-EMAIL. An 'E' preference
      *                     delivers notices by email to the
      *                     address held on CUSTEMAL; a customer
      *                     with no valid email there falls back
      *                     to mail.
      *    2026-10-15  DN   Add CA-LANG-CODE out of FILLER, the
      *                     language the customer is written to in
      *                     - a MESSAGE-MASTER language code; spaces
      *                     mean the default 'EN'.
      ******************************************************************
       01  CUST-ADDRESS-RECORD.
           05  CA-CUST-ID              PIC 9(06).
           05  CA-CONTACT-PREF         PIC X(01).
               88  CA-PREF-MAIL        VALUE 'M'.
               88  CA-PREF-PHONE       VALUE 'P'.
               88  CA-PREF-EMAIL       VALUE 'E'.
               88  CA-PREF-NONE        VALUE 'N'.
           05  CA-ADDR-SUSPECT-SW      PIC X(01).
               88  CA-ADDR-SUSPECT     VALUE 'Y' FALSE 'N'.
           05  CA-LANG-CODE            PIC X(02).
           05  FILLER                  PIC X(07).
