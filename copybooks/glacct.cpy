      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  DN   Original copybook.
      *    2026-10-15  DN   A GA-SEVERITY of 'P' carries the postage
      *                     expense and postage payable accounts
      *                     GL-POST posts the statement postage to.
      ******************************************************************
       01  GL-ACCOUNT-CTL-RECORD.
           05  GA-SEVERITY             PIC X(01).
