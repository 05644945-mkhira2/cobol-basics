      ******************************************************************
      *    COPYBOOK:    SEQBLKRC
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One branch sequence-number block on the
      *                 indexed SEQBLOCK file: a range of numbers in
      *                 one document series set aside by a supervisor
      *                 (SEQ-BLOCK) for a single branch. The branch
      *                 draws from its active block through INCREMENT-
      *                 EXAMPLE; the shared SERCTL pool steps over every
      *                 allocated range. A block at or under its low-
      *                 water count raises SB-NEXT-REQUESTED once, and
      *                 the next queued block for the branch goes
      *                 active when the current one is exhausted.
      *                 Keyed by series and the block's first number,
      *                 so the blocks of a series read back in number
      *                 order.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  SEQ-BLOCK-RECORD.
           05  SB-BLOCK-KEY.
               10  SB-SERIES-CODE      PIC X(03).
               10  SB-BLOCK-START      PIC 9(09).
           05  SB-BLOCK-END            PIC 9(09).
           05  SB-BRANCH-CODE          PIC X(03).
           05  SB-NEXT-NUMBER          PIC 9(09).
           05  SB-LOW-WATER            PIC 9(09).
           05  SB-BLOCK-STATUS         PIC X(01).
               88  SB-STATUS-QUEUED    VALUE 'Q'.
               88  SB-STATUS-ACTIVE    VALUE 'A'.
               88  SB-STATUS-EXHAUSTED VALUE 'E'.
           05  SB-REQUEST-SW           PIC X(01).
               88  SB-NEXT-REQUESTED   VALUE 'Y' FALSE 'N'.
           05  SB-REQUEST-DATE         PIC 9(08).
           05  SB-ALLOC-DATE           PIC 9(08).
           05  SB-ALLOC-OPER           PIC X(08).
           05  FILLER                  PIC X(10).
