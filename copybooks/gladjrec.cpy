      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-14  DN   GJ-EFFECT-DATE, the date the adjustment
      *                     belongs to (spaces on an older entry
      *                     read as the entry date), and
      *                     GJ-ORIG-DATE - when the effective date
      *                     fell in a closed accounting period the
      *                     entry is steered into the open period
      *                     and the original date is kept here as
      *                     the reference back.
      *    2026-10-14  DN   GJ-BRANCH-CODE, the branch the adjustment is
      *                     charged to, out of the trailing filler -
      *                     the record length is unchanged and an older
      *                     entry reads spaces and posts under '---'.
      *    2026-10-15  DN   GJ-DELEG-SW, out of the filler: the entry
      *                     was decided by an operator acting under a
      *                     supervisor's APPRDLGT delegation.
      ******************************************************************
       01  GL-ADJUST-RECORD.
           05  GJ-STATUS               PIC X(01).
                                       SIGN LEADING SEPARATE.
           05  GJ-APPROVE-DATE         PIC 9(08).
           05  GJ-APPROVE-OPER         PIC X(08).
           05  GJ-EFFECT-DATE          PIC 9(08).
           05  GJ-ORIG-DATE            PIC 9(08).
           05  GJ-BRANCH-CODE          PIC X(03).
           05  GJ-DELEG-SW             PIC X(01).
               88  GJ-DECIDED-UNDER-DELEG VALUE 'Y' FALSE 'N'.
           05  FILLER                  PIC X(01).
