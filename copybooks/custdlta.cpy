      ******************************************************************
      *    COPYBOOK:    CUSTDLTA
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One record of the nightly customer change
      *                 (delta) file CUST-DELTA builds for the CRM and
      *                 marketing feeds: a header with the business
      *                 date, one detail per change made that day in
      *                 customer and change-time order, and a trailer
      *                 carrying the detail count and the hash total
      *                 of the detail customer IDs the receiving
      *                 intake validates.
      *                 Adds, changes, and deletes carry the customer
      *                 data (the record as left by the change, or
      *                 as it stood for a delete). A merge is keyed
      *                 by the survivor, carries the survivor's data,
      *                 and names the customer merged into it in
      *                 DL-MERGED-ID. An address change carries the
      *                 new mailing address, the street line masked.
      *                 A status change carries the status taking
      *                 effect that day; a watch-list hold or
      *                 restriction goes out as 'W', withdrawn from
      *                 the feed, without saying why.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CUST-DELTA-RECORD.
           05  DL-RECORD-TYPE          PIC X(01).
               88  DL-TYPE-HEADER      VALUE 'H'.
               88  DL-TYPE-DETAIL      VALUE 'D'.
               88  DL-TYPE-TRAILER     VALUE 'T'.
           05  DL-BUSINESS-DATE        PIC 9(08).
           05  DL-CUST-ID              PIC 9(06).
           05  DL-CHANGE-TYPE          PIC X(01).
               88  DL-CHANGE-ADD       VALUE 'A'.
               88  DL-CHANGE-CHANGE    VALUE 'C'.
               88  DL-CHANGE-DELETE    VALUE 'D'.
               88  DL-CHANGE-MERGE     VALUE 'M'.
               88  DL-CHANGE-ADDRESS   VALUE 'R'.
               88  DL-CHANGE-STATUS    VALUE 'S'.
           05  DL-CHANGE-TIME          PIC 9(08).
           05  DL-MERGED-ID            PIC 9(06).
           05  DL-DETAIL-DATA          PIC X(90).
           05  DL-CUST-DATA REDEFINES DL-DETAIL-DATA.
               10  DL-CUST-NAME        PIC X(20).
               10  DL-LAST-NAME        PIC X(15).
               10  DL-FIRST-NAME       PIC X(15).
               10  DL-ADD-DATE         PIC 9(08).
               10  DL-BRANCH-CODE      PIC X(03).
               10  FILLER              PIC X(29).
           05  DL-ADDR-DATA REDEFINES DL-DETAIL-DATA.
               10  DL-ADDR-LINE-1      PIC X(30).
               10  DL-CITY             PIC X(20).
               10  DL-STATE            PIC X(02).
               10  DL-ZIP-CODE         PIC X(10).
               10  FILLER              PIC X(28).
           05  DL-STATUS-DATA REDEFINES DL-DETAIL-DATA.
               10  DL-STATUS-CODE      PIC X(01).
                   88  DL-STATUS-WITHDRAWN VALUE 'W'.
               10  DL-STATUS-EFF-DATE  PIC 9(08).
               10  FILLER              PIC X(81).
           05  DL-TRAILER-DATA REDEFINES DL-DETAIL-DATA.
               10  DL-DETAIL-COUNT     PIC 9(09).
               10  DL-HASH-TOTAL       PIC 9(15).
               10  FILLER              PIC X(66).
