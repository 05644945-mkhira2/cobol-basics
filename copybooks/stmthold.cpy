      ******************************************************************
      *    COPYBOOK:    STMTHOLD
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One entry on the STMTHOLD statement release
      *                 register, appended and never rewritten, so
      *                 the latest entry for a run's business date
      *                 is where that run stands. STMT-PROOF adds a
      *                 held ('H') entry when it pulls the proof
      *                 sample from the presorted STMTSRT file,
      *                 carrying the run's statement count, document
      *                 hash and number range as the file stood when
      *                 proofed. STMT-RELEASE adds the supervisor's
      *                 released ('R') or rejected ('J') entry; only
      *                 a release hands the file to the print vendor,
      *                 and a rejection carries its reason.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  STMT-HOLD-RECORD.
           05  SH-RUN-DATE             PIC 9(08).
           05  SH-STATUS               PIC X(01).
               88  SH-STAT-HELD        VALUE 'H'.
               88  SH-STAT-RELEASED    VALUE 'R'.
               88  SH-STAT-REJECTED    VALUE 'J'.
           05  SH-ENTRY-DATE           PIC 9(08).
           05  SH-ENTRY-TIME           PIC 9(08).
           05  SH-OPERATOR-ID          PIC X(08).
           05  SH-BILL-CYCLE           PIC 9(02).
           05  SH-CYCLE-RUN-SW         PIC X(01).
           05  SH-STMT-COUNT           PIC 9(05).
           05  SH-HASH-TOTAL           PIC 9(09).
           05  SH-FIRST-DOC            PIC 9(09).
           05  SH-LAST-DOC             PIC 9(09).
           05  SH-PROOF-COUNT          PIC 9(03).
           05  SH-REASON               PIC X(40).
           05  FILLER                  PIC X(09).
