      ******************************************************************
      *    COPYBOOK:    ERASREQ
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One formal erasure demand on the ERASREQ
      *                 request file CUST-ERASE works from: the
      *                 request's own number (it goes into every
      *                 replacement token and onto the certificate),
      *                 the customer to be erased, the date the demand
      *                 was received, the requester's reference as it
      *                 should read on the certificate, and the
      *                 supervisor who signed the request off for
      *                 erasure. A request without an active
      *                 supervisor's sign-off is certified as refused
      *                 and nothing is touched.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  ERASURE-REQUEST-RECORD.
           05  ER-REQUEST-ID           PIC 9(06).
           05  ER-CUST-ID              PIC 9(06).
           05  ER-RECEIVED-DATE        PIC 9(08).
           05  ER-REQUESTER-REF        PIC X(20).
           05  ER-SIGNOFF-OPER         PIC X(08).
           05  FILLER                  PIC X(12).
