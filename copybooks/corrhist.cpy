      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-14  DN   Add the invoice (INVC) and credit-memo
      *                     (CRMO) document types BILL-ISSUE writes.
      *    2026-10-14  DN   Add the e-statement (ESTM) document type
      *                     PERFORM-TIMES writes for a statement
      *                     delivered by email.
      *    2026-10-15  DN   Add the withheld-statement (SUPR) document
      *                     type and the Withheld delivery status
      *                     PERFORM-TIMES writes for every customer
      *                     it suppresses, so the call centre can see
      *                     why no statement went out and the branch
      *                     scorecard can count suppressions by month.
      ******************************************************************
       01  CORR-HISTORY-RECORD.
           05  CO-CUST-ID              PIC 9(06).
               88  CO-TYPE-STATEMENT   VALUE 'STMT'.
               88  CO-TYPE-REPRINT     VALUE 'RPRT'.
               88  CO-TYPE-NOTICE      VALUE 'NOTC'.
               88  CO-TYPE-INVOICE     VALUE 'INVC'.
               88  CO-TYPE-CREDIT      VALUE 'CRMO'.
               88  CO-TYPE-ESTATEMENT  VALUE 'ESTM'.
               88  CO-TYPE-SUPPRESSED  VALUE 'SUPR'.
           05  CO-DOC-REF              PIC 9(09).
           05  CO-DELIV-STATUS         PIC X(01).
               88  CO-DELIV-SENT       VALUE 'S'.
               88  CO-DELIV-DELIVERED  VALUE 'D'.
               88  CO-DELIV-FAILED     VALUE 'F'.
               88  CO-DELIV-WITHHELD   VALUE 'W'.
           05  FILLER                  PIC X(05).
