      ******************************************************************
      *    COPYBOOK:    STMTMSG
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One targeted statement message on the indexed
      *                 STMTMSG file, keyed by message ID. A message
      *                 goes on the statement of every customer it
      *                 selects - branch code (spaces for every
      *                 branch), status in force (space for any),
      *                 household membership (space for any) - on a
      *                 run whose business date falls in its effective
      *                 range (a zero end date is open-ended). Up to
      *                 three lines of text, and the code of the
      *                 physical insert to stuff with the statement;
      *                 a message may carry text only, an insert only,
      *                 or both. Kept by STMT-MSG-MAINT, selected by
      *                 PERFORM-TIMES.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  STMT-MESSAGE-RECORD.
           05  SM-MSG-ID               PIC 9(04).
           05  SM-BRANCH-CODE          PIC X(03).
           05  SM-CUST-STATUS          PIC X(01).
           05  SM-HH-CRITERION         PIC X(01).
               88  SM-HH-ANY           VALUE SPACE.
               88  SM-HH-IN-HOUSEHOLD  VALUE 'H'.
               88  SM-HH-PRIMARY       VALUE 'P'.
               88  SM-HH-MEMBER        VALUE 'M'.
               88  SM-HH-NONE          VALUE 'N'.
               88  SM-HH-VALID         VALUE SPACE 'H' 'P' 'M' 'N'.
           05  SM-EFF-FROM-DATE        PIC 9(08).
           05  SM-EFF-TO-DATE          PIC 9(08).
           05  SM-INSERT-CODE          PIC X(04).
           05  SM-TEXT-LINES.
               10  SM-TEXT-LINE        PIC X(60) OCCURS 3 TIMES.
           05  SM-ADDED-DATE           PIC 9(08).
           05  SM-ADDED-OPER           PIC X(08).
           05  FILLER                  PIC X(15).
