      ******************************************************************
      *    COPYBOOK:    CUSTCSPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Parameter record for the CUST-CASE service-
      *                 case subprogram.
      *                 'O' opens a case for the customer: category,
      *                     linked document (optional), summary, and
      *                     the operator to own it (the opener when
      *                     none is named); answers the case number
      *                     and target resolution date.
      *                 'A' reassigns an unresolved case.
      *                 'S' moves an unresolved case to working or
      *                     pending-customer.
      *                 'R' resolves an unresolved case with a
      *                     resolution code.
      *                 'U' reopens a resolved case.
      *                 'D' shows the customer's cases on the
      *                     caller's console.
      *                 Every change is stamped with the operator and
      *                 action date and goes on CASEHIST; a refused
      *                 change answers the reason.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CUST-CASE-PARMS.
           05  KP-FUNCTION             PIC X(01).
               88  KP-FUNC-OPEN        VALUE 'O'.
               88  KP-FUNC-ASSIGN      VALUE 'A'.
               88  KP-FUNC-STATUS      VALUE 'S'.
               88  KP-FUNC-RESOLVE     VALUE 'R'.
               88  KP-FUNC-REOPEN      VALUE 'U'.
               88  KP-FUNC-DISPLAY     VALUE 'D'.
           05  KP-CASE-NUMBER          PIC 9(08).
           05  KP-CUST-ID              PIC 9(06).
           05  KP-BRANCH-CODE          PIC X(03).
           05  KP-CATEGORY             PIC X(02).
           05  KP-DOC-TYPE             PIC X(04).
           05  KP-DOC-REF              PIC 9(09).
           05  KP-OPERATOR-ID          PIC X(08).
           05  KP-ASSIGNED-OPER        PIC X(08).
           05  KP-NEW-STATUS           PIC X(01).
           05  KP-RESOLVE-CODE         PIC X(02).
           05  KP-ACTION-DATE          PIC 9(08).
           05  KP-COMMENT              PIC X(60).
           05  KP-TARGET-DATE          PIC 9(08).
           05  KP-RESULT-SW            PIC X(01).
               88  KP-RESULT-OK        VALUE 'Y' FALSE 'N'.
           05  KP-REASON               PIC X(40).
