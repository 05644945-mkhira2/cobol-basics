      ******************************************************************
      *    COPYBOOK:    SEQDRWPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     CALL parameter record for the SEQ-DRAW
      *                 document-number service. Function 'L' loads
      *                 one series once per run - its SEQBLOCK branch
      *                 blocks, the last number used in each block and
      *                 in the shared pool from DOCUMENT-USE-LOG and
      *                 VOIDFILE, and every generated SEQNBRS number
      *                 still available above them - and must be
      *                 called before the caller opens the use log
      *                 for extend. Function 'D' draws the next number
      *                 for a customer's branch: only from the branch's
      *                 own blocks when the branch holds any in the
      *                 series, otherwise from the shared pool. A block
      *                 drawn down to its low-water count raises the
      *                 branch's next-block request; DW-LIVE-RUN lets
      *                 the request be written to SEQBLOCK and the
      *                 OPERACT log, a dry run only warns.
      *                 DW-BLOCK-START returns the first number of the
      *                 block drawn from, zero for the shared pool.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  SEQ-DRAW-PARMS.
           05  DW-FUNCTION             PIC X(01).
               88  DW-FUNC-LOAD        VALUE 'L'.
               88  DW-FUNC-DRAW        VALUE 'D'.
           05  DW-SERIES-CODE          PIC X(03).
           05  DW-BRANCH-CODE          PIC X(03).
           05  DW-PROGRAM-ID           PIC X(15).
           05  DW-OPERATOR-ID          PIC X(08).
           05  DW-RUN-DATE             PIC 9(08).
           05  DW-LIVE-SW              PIC X(01).
               88  DW-LIVE-RUN         VALUE 'Y' FALSE 'N'.
           05  DW-SEQ-NUMBER           PIC 9(09).
           05  DW-BLOCK-START          PIC 9(09).
           05  DW-AVAIL-COUNT          PIC 9(07).
           05  DW-RESULT               PIC X(01).
               88  DW-LOADED           VALUE 'L'.
               88  DW-NO-NUMBERS       VALUE 'N'.
               88  DW-DRAWN            VALUE 'D'.
               88  DW-EXHAUSTED        VALUE 'X'.
