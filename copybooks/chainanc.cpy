      ******************************************************************
      *    COPYBOOK:    CHAINANC
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One entry on the CHAINANC anchor file, held
      *                 apart from the logs it vouches for. CHAIN-
      *                 VERIFY appends a 'D' daily anchor for each
      *                 log it proves unbroken - the chained record
      *                 count reached and the chain value the record
      *                 at that count carries - so a log later
      *                 rewritten and re-chained end to end still
      *                 fails against the anchors taken before. CHAIN-
      *                 SVC appends an 'R' entry whenever a program
      *                 re-chains a log in place; anchors for that log
      *                 from before it no longer apply, and CHAIN-
      *                 VERIFY lists it.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CHAIN-ANCHOR-RECORD.
           05  KA-ENTRY-TYPE           PIC X(01).
               88  KA-TYPE-DAILY       VALUE 'D'.
               88  KA-TYPE-RECHAIN     VALUE 'R'.
           05  KA-BUSINESS-DATE        PIC 9(08).
           05  KA-LOG-ID               PIC X(08).
           05  KA-RECORD-COUNT         PIC 9(09).
           05  KA-CHAIN-VALUE          PIC 9(09).
           05  KA-SOURCE-PGM           PIC X(15).
           05  KA-TAKEN-TIME           PIC 9(08).
           05  FILLER                  PIC X(10).
