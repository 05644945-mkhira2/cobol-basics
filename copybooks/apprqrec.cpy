      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-14  DN   Add AQ-CUST-SEQ, the CM-UPDATE-SEQ stamp
      *                     of the record when the action was
      *                     queued; the action is refused at apply
      *                     time if the record has changed since.
      *                     Spaces on items queued before the stamp.
      *    2026-10-14  DN   Add action type 'W', a watch-list
      *                     screening hit queued by WATCH-SCREEN for
      *                     a supervisor to clear or confirm, with
      *                     the list entry matched (AQ-WATCH-ENTRY-ID
      *                     over AQ-SURVIVOR-ID) and how it matched.
      *    2026-10-15  DN   Add AQ-DELEG-SW, out of the filler: the
      *                     item was decided by an operator acting
      *                     under a supervisor's APPRDLGT delegation.
      *                     Spaces on items decided before it.
      ******************************************************************
       01  APPROVAL-QUEUE-RECORD.
           05  AQ-ACTION-TYPE          PIC X(01).
               88  AQ-ACTION-DELETE    VALUE 'D'.
               88  AQ-ACTION-MERGE     VALUE 'M'.
               88  AQ-ACTION-SCREEN    VALUE 'W'.
           05  AQ-STATUS               PIC X(01).
               88  AQ-STAT-PENDING     VALUE 'P'.
               88  AQ-STAT-APPROVED    VALUE 'A'.
           05  AQ-REQUEST-OPER         PIC X(08).
           05  AQ-CUST-ID              PIC 9(06).
           05  AQ-SURVIVOR-ID          PIC 9(06).
           05  AQ-WATCH-ENTRY-ID REDEFINES AQ-SURVIVOR-ID
                                       PIC 9(06).
           05  AQ-DECIDE-DATE          PIC 9(08).
           05  AQ-DECIDE-OPER          PIC X(08).
           05  AQ-CUST-SEQ             PIC 9(07).
           05  AQ-MATCH-TYPE           PIC X(01).
           05  AQ-DELEG-SW             PIC X(01).
               88  AQ-DECIDED-UNDER-DELEG VALUE 'Y' FALSE 'N'.
           05  FILLER                  PIC X(01).
