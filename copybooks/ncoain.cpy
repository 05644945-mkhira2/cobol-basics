      ******************************************************************
      *    COPYBOOK:    NCOAIN
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One forwarding-address (change-of-address)
      *                 hit on the file the address-hygiene vendor
      *                 sends in: the customer ID and the old address
      *                 it was matched on, the forwarding address, the
      *                 date of the move, the kind of move filed, and
      *                 the vendor's match score, 0 to 100. Read by
      *                 NCOA-UPDATE, which applies a confident match
      *                 to CUST-ADDRESS and queues the rest on the
      *                 EXCPWORK exception workqueue.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  NCOA-INPUT-RECORD.
           05  NC-CUST-ID              PIC 9(06).
           05  NC-OLD-ADDRESS.
               10  NC-OLD-ADDR-LINE-1  PIC X(30).
               10  NC-OLD-ZIP-CODE     PIC X(10).
           05  NC-NEW-ADDRESS.
               10  NC-NEW-ADDR-LINE-1  PIC X(30).
               10  NC-NEW-ADDR-LINE-2  PIC X(30).
               10  NC-NEW-CITY         PIC X(20).
               10  NC-NEW-STATE        PIC X(02).
               10  NC-NEW-ZIP-CODE     PIC X(10).
           05  NC-MOVE-DATE            PIC 9(08).
           05  NC-MOVE-TYPE            PIC X(01).
               88  NC-MOVE-INDIVIDUAL  VALUE 'I'.
               88  NC-MOVE-FAMILY      VALUE 'F'.
               88  NC-MOVE-BUSINESS    VALUE 'B'.
           05  NC-MATCH-SCORE          PIC 9(03).
           05  FILLER                  PIC X(10).
