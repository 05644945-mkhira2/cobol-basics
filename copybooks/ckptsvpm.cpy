      *                 MONTH-END can carry its per-branch intake
      *                 table through a restart alongside the
      *                 month's figures.
      *    2026-10-14  DN   Widen the save area to 600 bytes so
      *                 GL-POST can carry its per-branch
      *                 severity buckets through a restart.
      *                 A standing checkpoint written at the
      *                 old length should be cleared before
      *                 the first run at this one.
      ******************************************************************
       01  CHKPT-SVC-PARMS.
           05  CK-FUNCTION             PIC X(01).
               88  CK-FUNC-CLEAR       VALUE 'C'.
           05  CK-PROGRAM-ID           PIC X(15).
           05  CK-POSITION             PIC 9(09).
           05  CK-SAVE-AREA            PIC X(600).
           05  CK-RESTART-SW           PIC X(01).
               88  CK-RESTART-PENDING  VALUE 'Y' FALSE 'N'.
