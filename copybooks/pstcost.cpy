      ******************************************************************
      *    COPYBOOK:    PSTCOST
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One line of the POSTCOST postage cost summary
      *                 STMT-PRESORT writes for the night's statement
      *                 mailing: the pieces one branch mailed at one
      *                 presort tier, the POSTRATE per-piece rate in
      *                 effect, and the cost. GL-POST posts the
      *                 business date's lines as postage expense and
      *                 DAY-PROOF proves them against the statement
      *                 details and the ledger feed. The file is
      *                 rewritten whole each presort run.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  POSTAGE-COST-RECORD.
           05  PC-RUN-DATE             PIC 9(08).
           05  PC-BRANCH-CODE          PIC X(03).
           05  PC-TIER                 PIC X(02).
           05  PC-PIECES               PIC 9(07).
           05  PC-PIECE-RATE           PIC 9(01)V9(04).
           05  PC-AMOUNT               PIC 9(07)V99.
