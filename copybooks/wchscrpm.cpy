      ******************************************************************
      *    COPYBOOK:    WCHSCRPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     CALL parameter record for the WATCH-SCREEN
      *                 subprogram. The caller names the customer,
      *                 why it is being screened - a new customer
      *                 ('N', name and any address), a rename ('R',
      *                 name only) or an address change ('A', address
      *                 only) - and the name parts and address to
      *                 screen. WATCH-SCREEN logs the screen and, on
      *                 a possible hit, holds the customer Pending
      *                 review on CUSTSTAT and queues a screening item
      *                 on APPRQUE for a supervisor. A caller that
      *                 already has CUSTSTAT open sets WC-HOLD-BY-
      *                 CALLER and writes the Pending status itself.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  WATCH-SCREEN-PARMS.
           05  WC-TRIGGER              PIC X(01).
               88  WC-TRIG-NEW         VALUE 'N'.
               88  WC-TRIG-RENAME      VALUE 'R'.
               88  WC-TRIG-ADDRESS     VALUE 'A'.
           05  WC-CUST-ID              PIC 9(06).
           05  WC-RUN-DATE             PIC 9(08).
           05  WC-OPERATOR-ID          PIC X(08).
           05  WC-SOURCE-PGM           PIC X(15).
           05  WC-LAST-NAME            PIC X(15).
           05  WC-FIRST-NAME           PIC X(15).
           05  WC-CUST-NAME            PIC X(20).
           05  WC-ADDR-LINE-1          PIC X(30).
           05  WC-ZIP-CODE             PIC X(10).
           05  WC-HOLD-SW              PIC X(01).
               88  WC-HOLD-BY-CALLER   VALUE 'Y' FALSE 'N'.
           05  WC-RESULT               PIC X(01).
               88  WC-RESULT-CLEAR     VALUE 'C'.
               88  WC-RESULT-HIT       VALUE 'H'.
           05  WC-MATCH-TYPE           PIC X(01).
               88  WC-MATCH-EXACT      VALUE 'E'.
               88  WC-MATCH-SOUNDS     VALUE 'S'.
               88  WC-MATCH-ADDRESS    VALUE 'D'.
               88  WC-MATCH-NO-LIST    VALUE 'U'.
           05  WC-ENTRY-ID             PIC 9(06).
           05  WC-MATCHED-TEXT         PIC X(30).
