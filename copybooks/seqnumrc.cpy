      *                     SEQ-NUMBERS is an append-only sequential
      *                     log of generations; the per-series next
      *                     number lives on the SERCTL control file.
      *    2026-10-15  DN   Add the LTR customer-letter series.
      ******************************************************************
       01  SEQ-NUM-RECORD.
           05  SN-SERIES-CODE          PIC X(03).
               88  SN-SERIES-INVOICE   VALUE 'INV'.
               88  SN-SERIES-CREDIT    VALUE 'CRM'.
               88  SN-SERIES-STMT      VALUE 'STM'.
               88  SN-SERIES-LETTER    VALUE 'LTR'.
           05  SN-SEQ-NUMBER           PIC 9(09).
           05  SN-GEN-DATE             PIC 9(08).
