      *                 restart. A standing checkpoint written at
      *                 the old length should be cleared before
      *                 the first run at this one.
      *    2026-10-14  DN   Widen the save area to 600 bytes so
      *                 GL-POST can carry its per-branch
      *                 severity buckets through a restart.
      *                 A standing checkpoint written at the
      *                 old length should be cleared before
      *                 the first run at this one.
      ******************************************************************
       01  CHKPT-SVC-RECORD.
           05  CKS-PROGRAM-ID          PIC X(15).
           05  CKS-POSITION            PIC 9(09).
           05  CKS-CHECK-DATE          PIC 9(08).
           05  CKS-SAVE-AREA           PIC X(600).
           05  FILLER                  PIC X(05).
