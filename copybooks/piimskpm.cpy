      ******************************************************************
      *    COPYBOOK:    PIIMSKPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Parameter record for the PII-MASK subprogram,
      *                 which holds the one rule for who may see a
      *                 customer's phone and street address in full
      *                 and how they are cut back for everyone else.
      *                 Function 'C' sets PM-FULL-VIEW from the sign-
      *                 on context - an intake or supervisor operator
      *                 sees full data; an inquiry operator, or a run
      *                 with nobody signed on, sees it masked.
      *                 Function 'P' masks PM-FIELD as a phone number
      *                 (every digit but the last four); function 'S'
      *                 masks it as a street line (every digit, so
      *                 the house and unit numbers drop out and the
      *                 street name stays).
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  PII-MASK-PARMS.
           05  PM-FUNCTION             PIC X(01).
               88  PM-FUNC-CLEARANCE   VALUE 'C'.
               88  PM-FUNC-PHONE       VALUE 'P'.
               88  PM-FUNC-STREET      VALUE 'S'.
           05  PM-FULL-VIEW-SW         PIC X(01).
               88  PM-FULL-VIEW        VALUE 'Y' FALSE 'N'.
           05  PM-FIELD                PIC X(30).
