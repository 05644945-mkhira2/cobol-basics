      ******************************************************************
      *    COPYBOOK:    ESTMTREC
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One e-statement output record for the
      *                 PERFORM-TIMES statement run - the ESTMTOUT file
      *                 handed to the mail gateway for customers who
      *                 have opted into e-statements on CUSTEMAL. Laid
      *                 out position for position as STMTREC, so the
      *                 run builds each record once as a
      *                 STATEMENT-RECORD and moves it here, except that
      *                 the mailing block of a detail carries the
      *                 customer's email address instead. Header,
      *                 trailer and activity records are the STMTREC
      *                 ones unchanged; the trailer carries the
      *                 e-statement count and hash only.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      *    2026-10-15  DN   Add ES-CYCLE-FIELDS on the header and
      *                     trailer, as STMTREC's ST-CYCLE-FIELDS.
      *    2026-10-15  DN   Add the message record type 'M' and the
      *                     trailer's insert counts, as STMTREC's.
      ******************************************************************
       01  ESTATEMENT-RECORD.
           05  ES-RECORD-TYPE          PIC X(01).
               88  ES-TYPE-HEADER      VALUE 'H'.
               88  ES-TYPE-DETAIL      VALUE 'D'.
               88  ES-TYPE-TRAILER     VALUE 'T'.
               88  ES-TYPE-ACTIVITY    VALUE 'A'.
               88  ES-TYPE-MESSAGE     VALUE 'M'.
           05  ES-RUN-DATE             PIC 9(08).
           05  ES-ITERATION-NBR        PIC 9(05).
           05  ES-HASH-TOTAL           PIC 9(09).
           05  ES-CUST-ID              PIC 9(06).
           05  ES-DOC-NUMBER           PIC 9(09).
           05  ES-SUPPRESS-COUNT       PIC 9(05).
           05  ES-STATEMENT-TEXT       PIC X(40).
           05  ES-DELIVERY-BLOCK.
               10  ES-EMAIL-ADDR       PIC X(60).
               10  FILLER              PIC X(32).
           05  ES-ACTIVITY-FIELDS REDEFINES ES-DELIVERY-BLOCK.
               10  ES-ACT-LINE-NBR     PIC 9(03).
               10  ES-ACT-POST-DATE    PIC 9(08).
               10  ES-ACT-TRAN-TYPE    PIC X(01).
               10  ES-ACT-AMOUNT       PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
               10  ES-ACT-DOC-REF      PIC 9(09).
               10  FILLER              PIC X(61).
           05  ES-CYCLE-FIELDS REDEFINES ES-DELIVERY-BLOCK.
               10  ES-BILL-CYCLE       PIC 9(02).
               10  ES-CYCLE-RUN-SW     PIC X(01).
                   88  ES-CYCLE-ONE    VALUE 'C'.
                   88  ES-CYCLE-ALL    VALUE 'A'.
                   88  ES-CYCLE-NONE   VALUE 'N'.
               10  ES-INSERT-COUNTS.
                   15  ES-INSERT-ENTRY OCCURS 8 TIMES.
                       20  ES-INSERT-CODE  PIC X(04).
                       20  ES-INSERT-COUNT PIC 9(05).
               10  ES-INSERT-OVERFLOW  PIC 9(05).
               10  FILLER              PIC X(12).
           05  ES-MESSAGE-FIELDS REDEFINES ES-DELIVERY-BLOCK.
               10  ES-MSG-LINE-NBR     PIC 9(03).
               10  ES-MSG-ID           PIC 9(04).
               10  ES-MSG-PART         PIC 9(01).
               10  ES-MSG-INSERT-CODE  PIC X(04).
               10  ES-MSG-TEXT         PIC X(60).
               10  FILLER              PIC X(20).
           05  ES-OPEN-BALANCE         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  ES-CLOSE-BALANCE        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
