      ******************************************************************
      *    COPYBOOK:    DLGCHKPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Parameter record for the DELEG-CHK subprogram.
      *                 The caller names the operator, the approval
      *                 work in question ('Q' the APPR-REVIEW queue,
      *                 'G' GL adjustments), and a date; DELEG-CHK
      *                 answers whether the APPRDLGT register holds a
      *                 delegation to that operator covering that
      *                 work on that date, and from which supervisor.
      *                 Function 'A' is the live check an approval
      *                 program makes - a cancelled delegation no
      *                 longer counts. Function 'H' is the look back
      *                 SOD-RPT makes - a cancelled delegation still
      *                 covers the days up to its cancel date.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  DELEG-CHK-PARMS.
           05  DK-FUNCTION             PIC X(01).
               88  DK-FUNC-ACTIVE      VALUE 'A'.
               88  DK-FUNC-HISTORY     VALUE 'H'.
           05  DK-DELEGATE             PIC X(08).
           05  DK-SCOPE                PIC X(01).
           05  DK-CHECK-DATE           PIC 9(08).
           05  DK-FOUND-SW             PIC X(01).
               88  DK-FOUND            VALUE 'Y' FALSE 'N'.
           05  DK-DELEGATOR            PIC X(08).
