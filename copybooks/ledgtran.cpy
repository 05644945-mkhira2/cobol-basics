      ******************************************************************
      *    COPYBOOK:    LEDGTRAN
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One ledger transaction on the LEDGTRAN input
      *                 LEDG-POST loads onto the CUSTLEDG customer
      *                 ledger. Charges and payments are keyed as
      *                 positive amounts - LEDG-POST signs a payment
      *                 negative as it posts - and an adjustment is
      *                 keyed with the sign of its effect on the
      *                 balance. A zero posting date reads as the
      *                 run date.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  LEDGER-TRAN-RECORD.
           05  LT-CUST-ID              PIC 9(06).
           05  LT-TRAN-TYPE            PIC X(01).
           05  LT-AMOUNT               PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  LT-POST-DATE            PIC 9(08).
           05  LT-DESCRIPTION          PIC X(30).
           05  LT-DOC-REF              PIC 9(09).
           05  FILLER                  PIC X(05).
