      ******************************************************************
      *    COPYBOOK:    BILLDOC
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One record on the BILLOUT invoice/credit-memo
      *                 print file written by BILL-ISSUE: a header
      *                 (run date, count requested), one detail per
      *                 document issued, and a trailer carrying the
      *                 count written, the hash of the document
      *                 numbers, and the net amount billed. A detail
      *                 carries the series (INV or CRM) and number
      *                 drawn for it, the customer, the amount, and
      *                 the customer's mailing block at issue time.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  BILL-DOC-RECORD.
           05  BD-RECORD-TYPE          PIC X(01).
               88  BD-TYPE-HEADER      VALUE 'H'.
               88  BD-TYPE-DETAIL      VALUE 'D'.
               88  BD-TYPE-TRAILER     VALUE 'T'.
           05  BD-RUN-DATE             PIC 9(08).
           05  BD-DOC-COUNT            PIC 9(05).
           05  BD-HASH-TOTAL           PIC 9(09).
           05  BD-SERIES-CODE          PIC X(03).
           05  BD-DOC-NUMBER           PIC 9(09).
           05  BD-CUST-ID              PIC 9(06).
           05  BD-CUST-NAME            PIC X(20).
           05  BD-AMOUNT               PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  BD-DESCRIPTION          PIC X(30).
           05  BD-ORIG-INVOICE         PIC 9(09).
           05  BD-ADDR-LINE-1          PIC X(30).
           05  BD-ADDR-LINE-2          PIC X(30).
           05  BD-CITY                 PIC X(20).
           05  BD-STATE                PIC X(02).
           05  BD-ZIP-CODE             PIC X(10).
