      ******************************************************************
      *    COPYBOOK:    CHAINPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Parameter record for the CHAIN-SVC audit-trail
      *                 chaining service, shared by every program that
      *                 writes AUDITLOG, OPERACT or CUSTHIST. The
      *                 caller zeroes the record's own chain value and
      *                 passes the record image:
      *                  'L' link the record onto the log's chain -
      *                      hands back its chain value and moves the
      *                      log's CHAINCTL control on by one;
      *                  'C' compute only - the chain value the image
      *                      takes on from CV-PRIOR-CHAIN, nothing
      *                      recorded (CHAIN-VERIFY, and programs
      *                      rewriting a log in place);
      *                  'Q' query the log's control - the base the
      *                      live log chains from and where it stands;
      *                  'R' re-chained - the caller has rewritten the
      *                      live log from the base, CV-RECORD-COUNT
      *                      records ending on CV-CHAIN-VALUE; noted
      *                      on CHAINANC for CHAIN-VERIFY;
      *                  'A' archived - CV-RECORD-COUNT chained records
      *                      have left the front of the live log, the
      *                      last on CV-CHAIN-VALUE, which becomes the
      *                      base the live log chains from.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CHAIN-SVC-PARMS.
           05  CV-FUNCTION             PIC X(01).
               88  CV-FUNC-LINK        VALUE 'L'.
               88  CV-FUNC-COMPUTE     VALUE 'C'.
               88  CV-FUNC-QUERY       VALUE 'Q'.
               88  CV-FUNC-RECHAINED   VALUE 'R'.
               88  CV-FUNC-ARCHIVED    VALUE 'A'.
           05  CV-LOG-ID               PIC X(08).
           05  CV-SOURCE-PGM           PIC X(15).
           05  CV-PRIOR-CHAIN          PIC 9(09).
           05  CV-CHAIN-VALUE          PIC 9(09).
           05  CV-RECORD-COUNT         PIC 9(09).
           05  CV-BASE-COUNT           PIC 9(09).
           05  CV-BASE-CHAIN           PIC 9(09).
           05  CV-CONTROL-SW           PIC X(01).
               88  CV-CONTROL-FOUND    VALUE 'Y' FALSE 'N'.
           05  CV-RECORD               PIC X(256).
