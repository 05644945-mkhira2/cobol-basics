      ******************************************************************
      *    COPYBOOK:    WATCHLST
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One line of the indexed WATCHLST compliance
      *                 watch list of restricted parties, keyed by
      *                 list entry ID plus line number. Line 00 of an
      *                 entry is the party's listed name; further
      *                 lines carry the aliases it is also known by
      *                 and any addresses it is listed at. Every new
      *                 or renamed customer, and every new address,
      *                 is screened against the whole list by
      *                 WATCH-SCREEN; WATCH-MAINT keeps the list. The
      *                 sounds-like keys are the NAME-FORMAT phonetic
      *                 keys of the two name parts, taken when the
      *                 line is added.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  WATCH-LIST-RECORD.
           05  WL-WATCH-KEY.
               10  WL-ENTRY-ID         PIC 9(06).
               10  WL-LINE-NUMBER      PIC 9(02).
           05  WL-LINE-TYPE            PIC X(01).
               88  WL-LINE-NAME        VALUE 'N'.
               88  WL-LINE-ALIAS       VALUE 'A'.
               88  WL-LINE-ADDRESS     VALUE 'D'.
           05  WL-NAME-DATA.
               10  WL-LAST-NAME        PIC X(15).
               10  WL-FIRST-NAME       PIC X(15).
               10  WL-FULL-NAME        PIC X(20).
               10  WL-LAST-PHON-KEY    PIC X(04).
               10  WL-FIRST-PHON-KEY   PIC X(04).
               10  FILLER              PIC X(02).
           05  WL-ADDRESS-DATA REDEFINES WL-NAME-DATA.
               10  WL-ADDR-LINE-1      PIC X(30).
               10  WL-ZIP-CODE         PIC X(10).
               10  FILLER              PIC X(20).
           05  WL-LIST-SOURCE          PIC X(10).
           05  WL-ADDED-DATE           PIC 9(08).
           05  WL-ADDED-OPER           PIC X(08).
           05  FILLER                  PIC X(10).
