      *    2026-09-02  DN   Widen SB-FILE-NAME to nine characters
      *                     so CUSTLDREJ fits, with the full log
      *                     family now on the set.
      *    2026-10-15  DN   Widen SB-DETAIL-DATA to 220 bytes so the
      *                     203-byte chained CUSTHIST entry goes on
      *                     the set whole.
      ******************************************************************
       01  SITE-BACKUP-RECORD.
           05  SB-RECORD-TYPE          PIC X(01).
               88  SB-TYPE-TRAILER     VALUE 'T'.
           05  SB-FILE-NAME            PIC X(09).
           05  SB-BACKUP-DATE          PIC 9(08).
           05  SB-DETAIL-DATA          PIC X(220).
           05  SB-TRAILER-DATA REDEFINES SB-DETAIL-DATA.
               10  SB-RECORD-COUNT     PIC 9(09).
               10  SB-HASH-TOTAL       PIC 9(15).
               10  FILLER              PIC X(196).
