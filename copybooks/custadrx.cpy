      ******************************************************************
      *    COPYBOOK:    CUSTADRX
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One entry on the indexed CUSTADRX reverse
      *                 lookup index over CUST-ADDRESS. A 'P' entry
      *                 carries the customer's phone number reduced
      *                 to its digits; an 'A' entry carries the
      *                 first five of the ZIP code and the street
      *                 line upper-cased with punctuation dropped
      *                 and runs of spaces squeezed, so a keyed
      *                 START on ZIP alone or ZIP plus the leading
      *                 part of the street lands on every customer
      *                 at it. Both end in the customer ID, so
      *                 customers sharing a phone or an address sit
      *                 side by side. CUST-INQUIRY searches it,
      *                 CUST-DEDUPE reads it for shared phones, the
      *                 ADDR-INDEX subprogram maintains it with
      *                 every address add, change and delete, and
      *                 ADDR-REBUILD regenerates it from CUST-ADDRESS
      *                 and reports drift.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CUST-REVERSE-RECORD.
           05  RV-LOOKUP-KEY.
               10  RV-LOOKUP-TYPE      PIC X(01).
                   88  RV-PHONE-ENTRY  VALUE 'P'.
                   88  RV-ADDRESS-ENTRY
                                       VALUE 'A'.
               10  RV-LOOKUP-VALUE     PIC X(35).
               10  RV-PHONE-VALUE REDEFINES RV-LOOKUP-VALUE.
                   15  RV-PHONE-DIGITS PIC X(15).
                   15  FILLER          PIC X(20).
               10  RV-ADDRESS-VALUE REDEFINES RV-LOOKUP-VALUE.
                   15  RV-ZIP-5        PIC X(05).
                   15  RV-STREET       PIC X(30).
               10  RV-CUST-ID          PIC 9(06).
           05  FILLER                  PIC X(08).
