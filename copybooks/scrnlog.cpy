      ******************************************************************
      *    COPYBOOK:    SCRNLOG
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One entry on the SCRNLOG watch-list screening
      *                 log: the record, kept by WATCH-SCREEN, that a
      *                 customer's name or address was screened, when,
      *                 by which program and operator, and with what
      *                 result. A clear screen is logged the same as
      *                 a possible hit, so every onboarding and every
      *                 rename or address change can be evidenced.
      *                 A possible hit names the list entry matched
      *                 and how: exact name, sounds-like name, or
      *                 listed address; 'U' means the list could not
      *                 be read and the customer was held unscreened.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  SCREENING-LOG-RECORD.
           05  WG-SCREEN-DATE          PIC 9(08).
           05  WG-SCREEN-TIME          PIC 9(08).
           05  WG-CUST-ID              PIC 9(06).
           05  WG-SOURCE-PGM           PIC X(15).
           05  WG-OPERATOR-ID          PIC X(08).
           05  WG-TRIGGER              PIC X(01).
               88  WG-TRIG-NEW         VALUE 'N'.
               88  WG-TRIG-RENAME      VALUE 'R'.
               88  WG-TRIG-ADDRESS     VALUE 'A'.
           05  WG-RESULT               PIC X(01).
               88  WG-RESULT-CLEAR     VALUE 'C'.
               88  WG-RESULT-HIT       VALUE 'H'.
           05  WG-MATCH-TYPE           PIC X(01).
           05  WG-ENTRY-ID             PIC 9(06).
           05  WG-SCREENED-NAME        PIC X(20).
           05  WG-SCREENED-ADDR        PIC X(30).
           05  FILLER                  PIC X(06).
