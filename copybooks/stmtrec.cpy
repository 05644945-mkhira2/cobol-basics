      *                     statement carrying the customer ID and the
      *                     allocated document sequence number, not a
      *                     loop iteration.
      *    2026-10-14  DN   Add the activity record type 'A' - one line
      *                     per CUSTLEDG ledger entry on the statement,
      *                     following its detail - with the activity
      *                     fields redefining the mailing block, and
      *                     ST-OPEN-BALANCE/ST-CLOSE-BALANCE: the
      *                     customer's balances on the detail, the
      *                     running balance before and after the entry
      *                     on an activity line, and the run totals of
      *                     both on the trailer.
      *    2026-10-15  DN   Add ST-CYCLE-FIELDS redefining the mailing
      *                     block of the header and trailer: the
      *                     billing cycle the run statemented, and
      *                     whether it was one cycle ('C'), every
      *                     customer with no cycle calendar ('A') or
      *                     no cycle due that night ('N').
      *    2026-10-15  DN   Add the message record type 'M' - one line
      *                     per line of each STMTMSG message selected
      *                     for the customer, following the detail's
      *                     activity lines, with the message's insert
      *                     code on its first line - and the trailer's
      *                     count of statements per insert code, for
      *                     reconciling the vendor's insert usage.
      ******************************************************************
       01  STATEMENT-RECORD.
           05  ST-RECORD-TYPE          PIC X(01).
               88  ST-TYPE-HEADER      VALUE 'H'.
               88  ST-TYPE-DETAIL      VALUE 'D'.
               88  ST-TYPE-TRAILER     VALUE 'T'.
               88  ST-TYPE-ACTIVITY    VALUE 'A'.
               88  ST-TYPE-MESSAGE     VALUE 'M'.
           05  ST-RUN-DATE             PIC 9(08).
           05  ST-ITERATION-NBR        PIC 9(05).
           05  ST-HASH-TOTAL           PIC 9(09).
           05  ST-DOC-NUMBER           PIC 9(09).
           05  ST-SUPPRESS-COUNT       PIC 9(05).
           05  ST-STATEMENT-TEXT       PIC X(40).
           05  ST-MAILING-BLOCK.
               10  ST-ADDR-LINE-1      PIC X(30).
               10  ST-ADDR-LINE-2      PIC X(30).
               10  ST-CITY             PIC X(20).
               10  ST-STATE            PIC X(02).
               10  ST-ZIP-CODE         PIC X(10).
           05  ST-ACTIVITY-FIELDS REDEFINES ST-MAILING-BLOCK.
               10  ST-ACT-LINE-NBR     PIC 9(03).
               10  ST-ACT-POST-DATE    PIC 9(08).
               10  ST-ACT-TRAN-TYPE    PIC X(01).
               10  ST-ACT-AMOUNT       PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
               10  ST-ACT-DOC-REF      PIC 9(09).
               10  FILLER              PIC X(61).
           05  ST-CYCLE-FIELDS REDEFINES ST-MAILING-BLOCK.
               10  ST-BILL-CYCLE       PIC 9(02).
               10  ST-CYCLE-RUN-SW     PIC X(01).
                   88  ST-CYCLE-ONE    VALUE 'C'.
                   88  ST-CYCLE-ALL    VALUE 'A'.
                   88  ST-CYCLE-NONE   VALUE 'N'.
               10  ST-INSERT-COUNTS.
                   15  ST-INSERT-ENTRY OCCURS 8 TIMES.
                       20  ST-INSERT-CODE  PIC X(04).
                       20  ST-INSERT-COUNT PIC 9(05).
               10  ST-INSERT-OVERFLOW  PIC 9(05).
               10  FILLER              PIC X(12).
           05  ST-MESSAGE-FIELDS REDEFINES ST-MAILING-BLOCK.
               10  ST-MSG-LINE-NBR     PIC 9(03).
               10  ST-MSG-ID           PIC 9(04).
               10  ST-MSG-PART         PIC 9(01).
               10  ST-MSG-INSERT-CODE  PIC X(04).
               10  ST-MSG-TEXT         PIC X(60).
               10  FILLER              PIC X(20).
           05  ST-OPEN-BALANCE         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  ST-CLOSE-BALANCE        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
