      ******************************************************************
      *    COPYBOOK:    DAYSUMM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One branch's activity for one business date
      *                 on the indexed DAYSUMM daily-summary file,
      *                 keyed by date and branch code, written each
      *                 night by DAY-SUMMARY from the day's logs so
      *                 MONTH-END, YEAR-END and BRANCH-SCORE roll up
      *                 the month from these records instead of
      *                 re-reading every log. '---' holds the
      *                 activity no branch can be found for; a day
      *                 with no activity at all still carries a
      *                 zero '---' record, so a day summarised reads
      *                 apart from a day missed. The counts, in
      *                 order:
      *                  1 intake adds          9 exceptions total
      *                  2 rejects IF-EXAMPLE  10 new customers
      *                  3 rejects intake      11 intake rejects
      *                  4 rejects bulk load       logged (OPERACT)
      *                  5 sequence nbrs gen.  12 newly dormant
      *                  6 sequence nbrs used  13 closed
      *                  7 exceptions warning  14 statements produced
      *                  8 exceptions critical 15 statements suppressed
      *                                        16 returned mail
      *                 then the GL exception cost. A rebuild of a
      *                 date replaces all of that date's records.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  DAY-SUMMARY-RECORD.
           05  DS-KEY.
               10  DS-BUSINESS-DATE    PIC 9(08).
               10  DS-BRANCH-CODE      PIC X(03).
           05  DS-COUNTS.
               10  DS-COUNT            PIC 9(07)
                                       OCCURS 16 TIMES.
           05  DS-COUNT-NAMES REDEFINES DS-COUNTS.
               10  DS-INTAKE-ADDS      PIC 9(07).
               10  DS-REJECTS-IFEX     PIC 9(07).
               10  DS-REJECTS-INTAKE   PIC 9(07).
               10  DS-REJECTS-LOAD     PIC 9(07).
               10  DS-SEQ-GENERATED    PIC 9(07).
               10  DS-SEQ-CONSUMED     PIC 9(07).
               10  DS-EXC-WARNING      PIC 9(07).
               10  DS-EXC-CRITICAL     PIC 9(07).
               10  DS-EXC-TOTAL        PIC 9(07).
               10  DS-NEW-CUSTOMERS    PIC 9(07).
               10  DS-INTAKE-REJ-LOGGED
                                       PIC 9(07).
               10  DS-NEWLY-DORMANT    PIC 9(07).
               10  DS-CLOSED           PIC 9(07).
               10  DS-STATEMENTS       PIC 9(07).
               10  DS-SUPPRESSED       PIC 9(07).
               10  DS-RETURNED-MAIL    PIC 9(07).
           05  DS-GL-EXC-COST          PIC S9(09)V99.
           05  DS-BUILT-DATE           PIC 9(08).
           05  FILLER                  PIC X(10).
