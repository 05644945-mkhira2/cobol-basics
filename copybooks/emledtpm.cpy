      ******************************************************************
      *    COPYBOOK:    EMLEDTPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     Parameter record for the EMAIL-EDIT format
      *                 check subprogram. The caller supplies the
      *                 email address as keyed; EMAIL-EDIT answers
      *                 whether it is well formed - one '@' with a
      *                 local part before it, a dotted domain after
      *                 it, no embedded spaces and nothing but
      *                 letters, digits and . - _ + - and, on a
      *                 failure, the reason in words. The edit proves
      *                 the form of the address only, not that the
      *                 mailbox exists.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  EMAIL-EDIT-PARMS.
           05  EE-EMAIL-ADDR           PIC X(60).
           05  EE-VALID-SW             PIC X(01).
               88  EE-EMAIL-VALID      VALUE 'Y' FALSE 'N'.
           05  EE-REASON               PIC X(30).
