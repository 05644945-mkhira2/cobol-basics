      ******************************************************************
      *    COPYBOOK:    SEQBLKTB
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     In-storage copy of the SEQBLOCK branch
      *                 sequence-number blocks, loaded once per run by
      *                 the programs that allocate from, report on, or
      *                 maintain the blocks. The counters are per-run
      *                 tallies of the generated, consumed, voided and
      *                 unaccounted numbers falling inside each block.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  SEQ-BLOCK-TABLE.
           05  BT-BLOCK-COUNT          PIC 9(04) COMP VALUE 0.
           05  BT-BLOCK-MAX            PIC 9(04) COMP VALUE 200.
           05  BT-ENTRY                OCCURS 200 TIMES.
               10  BT-SERIES-CODE      PIC X(03).
               10  BT-BLOCK-START      PIC 9(09).
               10  BT-BLOCK-END        PIC 9(09).
               10  BT-BRANCH-CODE      PIC X(03).
               10  BT-NEXT-NUMBER      PIC 9(09).
               10  BT-LOW-WATER        PIC 9(09).
               10  BT-BLOCK-STATUS     PIC X(01).
               10  BT-REQUEST-SW       PIC X(01).
               10  BT-GEN-COUNT        PIC 9(07) COMP.
               10  BT-USED-COUNT       PIC 9(07) COMP.
               10  BT-VOID-COUNT       PIC 9(07) COMP.
               10  BT-GAP-COUNT        PIC 9(07) COMP.
