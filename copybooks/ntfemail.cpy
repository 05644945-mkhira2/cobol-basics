      ******************************************************************
      *    COPYBOOK:    NTFEMAIL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One record of the outbound email notification
      *                 file NOTIF-SEND builds for the mail gateway,
      *                 laid out as the bureau's NOTIFOUT record with
      *                 the customer's email address added: a header
      *                 with the run date, one detail per notice line
      *                 for each customer whose contact preference is
      *                 'E' and who holds a valid email on CUSTEMAL,
      *                 and a trailer carrying the detail count.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  NOTIF-EMAIL-RECORD.
           05  NE-RECORD-TYPE          PIC X(01).
               88  NE-TYPE-HEADER      VALUE 'H'.
               88  NE-TYPE-DETAIL      VALUE 'D'.
               88  NE-TYPE-TRAILER     VALUE 'T'.
           05  NE-RUN-DATE             PIC 9(08).
           05  NE-CUST-ID              PIC 9(06).
           05  NE-DETAIL-COUNT         PIC 9(07).
           05  NE-CHANNEL              PIC X(01).
               88  NE-CHANNEL-EMAIL    VALUE 'E'.
           05  NE-MESSAGE-TEXT         PIC X(80).
           05  NE-EMAIL-ADDR           PIC X(60).
