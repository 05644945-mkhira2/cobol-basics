      ******************************************************************
      *    COPYBOOK:    CHAINCTL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One chained audit trail's standing on the
      *                 indexed CHAINCTL control file, keyed by log
      *                 name (AUDITLOG, OPERACT, CUSTHIST) and kept by
      *                 the CHAIN-SVC subprogram: how many chained
      *                 records have left the front of the live log
      *                 for the archive sets and the chain value the
      *                 live log links on from, how many chained
      *                 records have been written in all and the
      *                 value the last one carries, so CHAIN-VERIFY
      *                 can tell a log cut short from a log complete.
      *                 The last re-chain - a program rewriting the
      *                 live log in place - is noted with its date
      *                 and program.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CHAIN-CONTROL-RECORD.
           05  KC-LOG-ID               PIC X(08).
           05  KC-BASE-COUNT           PIC 9(09).
           05  KC-BASE-CHAIN           PIC 9(09).
           05  KC-RECORD-COUNT         PIC 9(09).
           05  KC-LAST-CHAIN           PIC 9(09).
           05  KC-RECHAIN-DATE         PIC 9(08).
           05  KC-RECHAIN-PGM          PIC X(15).
           05  FILLER                  PIC X(10).
