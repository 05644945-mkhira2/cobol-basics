      *                 customer, stamped with the supplied operator
      *                 and date; 'D' displays the customer's most
      *                 recent notes, newest first, on the caller's
      *                 console. A 'W' with a non-zero follow-up
      *                 date writes the note as an open follow-up
      *                 assigned to the supplied operator (the writer
      *                 when none is supplied); 'C' closes the open
      *                 follow-up identified by customer, note date
      *                 and note time, stamped with the operator and
      *                 action date, and answers whether it was found.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-15  DN   Add the follow-up fields and the 'C'
      *                     close-follow-up function.
      ******************************************************************
       01  CUST-NOTES-PARMS.
           05  CU-FUNCTION             PIC X(01).
               88  CU-FUNC-WRITE       VALUE 'W'.
               88  CU-FUNC-DISPLAY     VALUE 'D'.
               88  CU-FUNC-CLOSE-FU    VALUE 'C'.
           05  CU-CUST-ID              PIC 9(06).
           05  CU-OPERATOR-ID          PIC X(08).
           05  CU-NOTE-DATE            PIC 9(08).
           05  CU-NOTE-TEXT            PIC X(60).
           05  CU-NOTE-TIME            PIC 9(08).
           05  CU-FU-DUE-DATE          PIC 9(08).
           05  CU-FU-ASSIGNED-OPER     PIC X(08).
           05  CU-ACTION-DATE          PIC 9(08).
           05  CU-RESULT-SW            PIC X(01).
               88  CU-RESULT-OK        VALUE 'Y' FALSE 'N'.
