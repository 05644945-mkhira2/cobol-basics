      ******************************************************************
      *    COPYBOOK:    CUSTADRH
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     Effective-dated customer mailing address,
      *                 keyed by customer ID plus effective date, kept
      *                 alongside the current CUST-ADDRESS record the
      *                 way CUSTSTAT keeps status. The address in
      *                 force for a customer on a given date is the
      *                 record with the highest AD-EFF-DATE not after
      *                 that date; a customer with no history record
      *                 has never had the address changed since the
      *                 history began, and the current CUST-ADDRESS
      *                 record stands. The first change recorded for
      *                 a customer also keeps the address it replaced,
      *                 under effective date zero - in force from
      *                 before the history began. Written and read
      *                 only through the ADDR-HIST subprogram.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  CUST-ADDR-HIST-RECORD.
           05  AD-HIST-KEY.
               10  AD-CUST-ID          PIC 9(06).
               10  AD-EFF-DATE         PIC 9(08).
           05  AD-ADDRESS.
               10  AD-ADDR-LINE-1      PIC X(30).
               10  AD-ADDR-LINE-2      PIC X(30).
               10  AD-CITY             PIC X(20).
               10  AD-STATE            PIC X(02).
               10  AD-ZIP-CODE         PIC X(10).
           05  AD-CHANGE-OPER          PIC X(08).
           05  AD-SOURCE-PGM           PIC X(15).
           05  FILLER                  PIC X(11).
