      ******************************************************************
      *    COPYBOOK:    APPRDLG
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One approver delegation on the indexed
      *                 APPRDLGT register, keyed by the delegating
      *                 supervisor and the first day of the absence.
      *                 From DG-FROM-DATE through DG-TO-DATE the
      *                 delegate may decide, in the supervisor's
      *                 place, the APPR-REVIEW approval queue ('Q'),
      *                 the GL-ADJ-APPROVE adjustment queue ('G'), or
      *                 both ('B'). A delegation is cancelled, never
      *                 deleted - the cancel date ends it early and
      *                 the record stays as the authority for the
      *                 approvals made under it. Kept by DELEG-MAINT,
      *                 read through DELEG-CHK.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  DELEGATION-RECORD.
           05  DG-KEY.
               10  DG-DELEGATOR        PIC X(08).
               10  DG-FROM-DATE        PIC 9(08).
           05  DG-DELEGATE             PIC X(08).
           05  DG-TO-DATE              PIC 9(08).
           05  DG-SCOPE                PIC X(01).
               88  DG-SCOPE-QUEUE      VALUE 'Q'.
               88  DG-SCOPE-GLADJ      VALUE 'G'.
               88  DG-SCOPE-BOTH       VALUE 'B'.
               88  DG-SCOPE-VALID      VALUE 'Q' 'G' 'B'.
           05  DG-STATUS               PIC X(01).
               88  DG-STAT-ACTIVE      VALUE 'A'.
               88  DG-STAT-CANCELLED   VALUE 'C'.
           05  DG-ADDED-DATE           PIC 9(08).
           05  DG-CANCEL-DATE          PIC 9(08).
           05  DG-CANCEL-OPER          PIC X(08).
           05  FILLER                  PIC X(10).
