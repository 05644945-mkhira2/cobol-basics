      ******************************************************************
      *    COPYBOOK:    ADRHSTPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     Parameter record for the ADDR-HIST
      *                 effective-dated address subprogram.
      *                 Function 'R' records a change: the new address
      *                 in HA-ADDRESS effective HA-AS-OF-DATE, with
      *                 the address it replaces in HA-PRIOR-ADDRESS
      *                 (spaces for a first capture), the changing
      *                 operator and program. Function 'L' looks up
      *                 the address in force for HA-CUST-ID on
      *                 HA-AS-OF-DATE into HA-ADDRESS and its
      *                 effective date into HA-EFF-DATE; not found
      *                 means no change is on record, and the
      *                 caller's current CUST-ADDRESS record stands.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  ADDR-HIST-PARMS.
           05  HA-FUNCTION-CODE        PIC X(01).
               88  HA-FUNC-RECORD      VALUE 'R'.
               88  HA-FUNC-LOOKUP      VALUE 'L'.
           05  HA-CUST-ID              PIC 9(06).
           05  HA-AS-OF-DATE           PIC 9(08).
           05  HA-CHANGE-OPER          PIC X(08).
           05  HA-SOURCE-PGM           PIC X(15).
           05  HA-ADDRESS.
               10  HA-ADDR-LINE-1      PIC X(30).
               10  HA-ADDR-LINE-2      PIC X(30).
               10  HA-CITY             PIC X(20).
               10  HA-STATE            PIC X(02).
               10  HA-ZIP-CODE         PIC X(10).
           05  HA-PRIOR-ADDRESS.
               10  HA-PRIOR-LINE-1     PIC X(30).
               10  HA-PRIOR-LINE-2     PIC X(30).
               10  HA-PRIOR-CITY       PIC X(20).
               10  HA-PRIOR-STATE      PIC X(02).
               10  HA-PRIOR-ZIP-CODE   PIC X(10).
           05  HA-EFF-DATE             PIC 9(08).
           05  HA-FOUND-SW             PIC X(01).
               88  HA-ADDR-FOUND       VALUE 'Y' FALSE 'N'.
