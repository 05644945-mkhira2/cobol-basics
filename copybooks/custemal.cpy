      ******************************************************************
      *    COPYBOOK:    CUSTEMAL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     Customer email record, keyed by the same
      *                 customer ID as CUSTOMER-MASTER. Registered and
      *                 changed through CUST-MAINT, which passes the
      *                 address through EMAIL-EDIT before it is kept.
      *                 NOTIF-SEND delivers an 'E' contact preference
      *                 to this address, and PERFORM-TIMES sends a
      *                 customer who has opted into e-statements a
      *                 statement on ESTMTOUT in place of the printed
      *                 one. Either use needs CE-EMAIL-VALID; an
      *                 address that has failed the edit is kept for
      *                 the service desk but never mailed to.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  CUST-EMAIL-RECORD.
           05  CE-CUST-ID              PIC 9(06).
           05  CE-EMAIL-ADDR           PIC X(60).
           05  CE-EMAIL-VALID-SW       PIC X(01).
               88  CE-EMAIL-VALID      VALUE 'Y' FALSE 'N'.
           05  CE-ESTMT-SW             PIC X(01).
               88  CE-ESTMT-OPT-IN     VALUE 'Y' FALSE 'N'.
           05  CE-REG-DATE             PIC 9(08).
           05  CE-REG-OPER             PIC X(08).
           05  FILLER                  PIC X(16).
