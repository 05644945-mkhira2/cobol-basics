      ******************************************************************
      *    COPYBOOK:    BILLREQ
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One billing request on the BILLREQ input to
      *                 the BILL-ISSUE run: an invoice ('I') or a
      *                 credit memo ('C') for a CUSTOMER-MASTER
      *                 customer. The amount is keyed positive for
      *                 both; a credit memo names the invoice it
      *                 credits in BQ-ORIG-INVOICE.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  BILL-REQUEST-RECORD.
           05  BQ-CUST-ID              PIC 9(06).
           05  BQ-DOC-TYPE             PIC X(01).
               88  BQ-TYPE-INVOICE     VALUE 'I'.
               88  BQ-TYPE-CREDIT      VALUE 'C'.
           05  BQ-AMOUNT               PIC 9(07)V99.
           05  BQ-DESCRIPTION          PIC X(30).
           05  BQ-ORIG-INVOICE         PIC 9(09).
           05  FILLER                  PIC X(05).
