      ******************************************************************
      *    COPYBOOK:    CUSTLTR
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One record of the LTROUT customer-letter file
      *                 CUST-LETTER builds each night for the letter
      *                 vendor: a header with the business date, then
      *                 for each letter a 'D' record naming the
      *                 customer, the kind of letter, its LTR series
      *                 number, the channel and where to send it,
      *                 followed by its 'B' body lines in order, and
      *                 a trailer carrying the letter count and the
      *                 hash total of the letter numbers the vendor's
      *                 intake validates. A mail letter ('M') carries
      *                 the postal address; an email letter ('E')
      *                 carries the email address in its place. The
      *                 address alert ('O') always goes by mail to
      *                 the address the customer has just left.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  LETTER-OUT-RECORD.
           05  LT-RECORD-TYPE          PIC X(01).
               88  LT-TYPE-HEADER      VALUE 'H'.
               88  LT-TYPE-LETTER      VALUE 'D'.
               88  LT-TYPE-BODY        VALUE 'B'.
               88  LT-TYPE-TRAILER     VALUE 'T'.
           05  LT-BUSINESS-DATE        PIC 9(08).
           05  LT-DOC-NUMBER           PIC 9(09).
           05  LT-DETAIL-DATA          PIC X(180).
           05  LT-LETTER-DATA REDEFINES LT-DETAIL-DATA.
               10  LT-CUST-ID          PIC 9(06).
               10  LT-LETTER-KIND      PIC X(01).
                   88  LT-KIND-WELCOME VALUE 'W'.
                   88  LT-KIND-INACTIVE VALUE 'I'.
                   88  LT-KIND-CLOSED  VALUE 'C'.
                   88  LT-KIND-REACTIVATED VALUE 'A'.
                   88  LT-KIND-ADDR-NEW VALUE 'N'.
                   88  LT-KIND-ADDR-OLD VALUE 'O'.
               10  LT-EVENT-DATE       PIC 9(08).
               10  LT-CHANNEL          PIC X(01).
                   88  LT-CHANNEL-MAIL VALUE 'M'.
                   88  LT-CHANNEL-EMAIL VALUE 'E'.
               10  LT-LANG-CODE        PIC X(02).
               10  LT-LINE-COUNT       PIC 9(02).
               10  LT-CUST-NAME        PIC X(20).
               10  LT-MAIL-ADDR.
                   15  LT-ADDR-LINE-1  PIC X(30).
                   15  LT-ADDR-LINE-2  PIC X(30).
                   15  LT-CITY         PIC X(20).
                   15  LT-STATE        PIC X(02).
                   15  LT-ZIP-CODE     PIC X(10).
               10  LT-EMAIL-ADDR REDEFINES LT-MAIL-ADDR
                                       PIC X(92).
               10  FILLER              PIC X(48).
           05  LT-BODY-DATA REDEFINES LT-DETAIL-DATA.
               10  LT-BODY-CUST-ID     PIC 9(06).
               10  LT-BODY-LINE-NBR    PIC 9(02).
               10  LT-BODY-TEXT        PIC X(80).
               10  FILLER              PIC X(92).
           05  LT-TRAILER-DATA REDEFINES LT-DETAIL-DATA.
               10  LT-LETTER-COUNT     PIC 9(09).
               10  LT-HASH-TOTAL       PIC 9(15).
               10  FILLER              PIC X(156).
