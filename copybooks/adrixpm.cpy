      ******************************************************************
      *    COPYBOOK:    ADRIXPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Parameter record for the ADDR-INDEX reverse
      *                 lookup index maintenance subprogram. 'A' adds
      *                 the customer's phone and address entries from
      *                 RX-PHONE, RX-ZIP-CODE and RX-STREET, 'D'
      *                 removes them, 'C' removes the entries for the
      *                 RX-OLD- values and adds the new ones. 'K'
      *                 touches no file: it returns the search forms
      *                 of RX-PHONE, RX-ZIP-CODE and RX-STREET in the
      *                 RX-...-KEY fields, with the street key's
      *                 length less trailing spaces, so a search is
      *                 keyed exactly the way the index was built. A
      *                 blank ZIP, or a phone of fewer than seven
      *                 digits, gets no entry and no search key.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  ADDR-INDEX-PARMS.
           05  RX-FUNCTION             PIC X(01).
               88  RX-FUNC-ADD         VALUE 'A'.
               88  RX-FUNC-DELETE      VALUE 'D'.
               88  RX-FUNC-CHANGE      VALUE 'C'.
               88  RX-FUNC-KEYS        VALUE 'K'.
           05  RX-CUST-ID              PIC 9(06).
           05  RX-PHONE                PIC X(15).
           05  RX-ZIP-CODE             PIC X(10).
           05  RX-STREET               PIC X(30).
           05  RX-OLD-PHONE            PIC X(15).
           05  RX-OLD-ZIP-CODE         PIC X(10).
           05  RX-OLD-STREET           PIC X(30).
           05  RX-PHONE-KEY            PIC X(15).
           05  RX-ZIP-KEY              PIC X(05).
           05  RX-STREET-KEY           PIC X(30).
           05  RX-STREET-LENGTH        PIC 9(02).
