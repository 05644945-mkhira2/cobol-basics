      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-15  DN   Widen AX-DETAIL-DATA to 203 bytes so an
      *                     archived CUSTHIST entry keeps its
      *                     CH-CHAIN-VALUE.
      ******************************************************************
       01  CUST-ARCHIVE-RECORD.
           05  AX-RECORD-TYPE          PIC X(01).
           05  AX-CUST-ID              PIC 9(06).
           05  AX-FILE-TAG             PIC X(08).
           05  AX-ARCHIVE-DATE         PIC 9(08).
           05  AX-DETAIL-DATA          PIC X(203).
           05  AX-TRAILER-DATA REDEFINES AX-DETAIL-DATA.
               10  AX-RECORD-COUNT     PIC 9(09).
               10  AX-HASH-TOTAL       PIC 9(15).
               10  FILLER              PIC X(179).
