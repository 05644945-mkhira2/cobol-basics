      ******************************************************************
      *    COPYBOOK:    CUSTLEDG
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One money movement on the indexed CUSTLEDG
      *                 customer ledger, keyed by customer ID, posting
      *                 date, and a posting sequence within the day:
      *                 a charge, a payment, or an adjustment. The
      *                 amount is signed as its effect on what the
      *                 customer owes - a charge is positive, a
      *                 payment negative, an adjustment either way -
      *                 so a balance is simply the sum of the entries.
      *                 Posted by LEDG-POST; the statement run prints
      *                 every entry not yet statement-ed as activity
      *                 and stamps LG-STMT-DATE with its run date, so
      *                 the next statement's opening balance is the
      *                 sum of the entries already statement-ed.
      *                 A credit memo's adjustment carries the invoice
      *                 it credits in LG-ORIG-INVOICE, so BILL-ISSUE
      *                 can hold later credits to what is left of the
      *                 invoice; other entries leave it zero.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      *    2026-10-15  DN   Add LG-ORIG-INVOICE from the filler.
      ******************************************************************
       01  CUST-LEDGER-RECORD.
           05  LG-LEDGER-KEY.
               10  LG-CUST-ID          PIC 9(06).
               10  LG-POST-DATE        PIC 9(08).
               10  LG-POST-SEQ         PIC 9(04).
           05  LG-TRAN-TYPE            PIC X(01).
               88  LG-TRAN-CHARGE      VALUE 'C'.
               88  LG-TRAN-PAYMENT     VALUE 'P'.
               88  LG-TRAN-ADJUST      VALUE 'A'.
           05  LG-AMOUNT               PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  LG-DESCRIPTION          PIC X(30).
           05  LG-DOC-REF              PIC 9(09).
           05  LG-OPERATOR-ID          PIC X(08).
           05  LG-STMT-DATE            PIC 9(08).
           05  LG-ORIG-INVOICE         PIC 9(09).
           05  FILLER                  PIC X(01).
