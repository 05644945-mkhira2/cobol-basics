      *                     routes each notice the way the customer
      *                     asked. Suppressed no-contact customers
      *                     never reach this file at all.
      *    2026-10-14  DN   Add NO-CHANNEL-EMAIL. Email notices
      *                     go out on the NTFEMAIL file (NTFEMAIL
      *                     copybook) rather than to the bureau,
      *                     which carries the channel byte the same
      *                     way.
      ******************************************************************
       01  NOTIF-TRANS-RECORD.
           05  NO-RECORD-TYPE          PIC X(01).
           05  NO-CHANNEL              PIC X(01).
               88  NO-CHANNEL-MAIL     VALUE 'M'.
               88  NO-CHANNEL-PHONE    VALUE 'P'.
               88  NO-CHANNEL-EMAIL    VALUE 'E'.
           05  NO-MESSAGE-TEXT         PIC X(80).
