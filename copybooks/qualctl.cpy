      ******************************************************************
      *    COPYBOOK:    QUALCTL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Control record for the nightly CUST-QUALITY
      *                 data-quality scoring: how many months without
      *                 a recorded change make a customer's data
      *                 stale, how many returned-mail entries count
      *                 as repeated nixies, the score below which a
      *                 customer is poor and belongs on the worklist,
      *                 and how many of the lowest-scoring customers
      *                 the worklist carries. A missing control file,
      *                 or a zero or non-numeric field, reads as
      *                 thirty-six months, two returns, a score of
      *                 seventy, and two hundred worklist lines.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  QUALITY-CTL-RECORD.
           05  QC-STALE-MONTHS         PIC 9(03).
           05  QC-NIXIE-REPEAT         PIC 9(02).
           05  QC-POOR-SCORE           PIC 9(03).
           05  QC-WORKLIST-MAX         PIC 9(05).
