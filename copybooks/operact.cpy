      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  DN   Original copybook.
      *    2026-10-15  DN   Add OV-CHAIN-VALUE, the running chain value:
      *                     the CHAIN-SVC hash of this record (with
      *                     the chain value itself zero) carried on
      *                     from the record before, so an entry
      *                     edited, dropped or inserted breaks the
      *                     chain CHAIN-VERIFY walks. Spaces on
      *                     records written before the field existed.
      ******************************************************************
       01  OPER-ACTIVITY-RECORD.
           05  OV-ACTIVITY-DATE        PIC 9(08).
           05  OV-ACTION-KEY           PIC X(20).
           05  OV-BRANCH-CODE          PIC X(03).
           05  FILLER                  PIC X(02).
           05  OV-CHAIN-VALUE          PIC 9(09).
