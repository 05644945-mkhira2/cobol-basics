      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  DN   Original copybook.
      *    2026-10-15  DN   Carry the AUDITLOG chain across the sweep:
      *                     the header holds the chain value the
      *                     group's first detail links from, the
      *                     trailer the value its last chained detail
      *                     ends on and the count of chained details,
      *                     so the archive sets and the live log prove
      *                     as one chain. Zero for the logs that carry
      *                     no chain.
      ******************************************************************
       01  ARCHIVE-RECORD.
           05  AR-RECORD-TYPE          PIC X(01).
               10  AR-LOG-ID           PIC X(08).
               10  AR-ARCHIVE-DATE     PIC 9(08).
               10  AR-CUTOFF-DATE      PIC 9(08).
               10  AR-OPENING-CHAIN    PIC 9(09).
               10  FILLER              PIC X(87).
           05  AR-TRAILER-FIELDS REDEFINES AR-RECORD-BODY.
               10  AR-RECORD-COUNT     PIC 9(09).
               10  AR-DATE-HASH        PIC 9(15).
               10  AR-CLOSING-CHAIN    PIC 9(09).
               10  AR-CHAINED-COUNT    PIC 9(09).
               10  FILLER              PIC X(78).
