      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  DN   Original copybook.
      *    2026-10-15  DN   Add reason REJ: STMT-RELEASE voids every
      *                     statement number on a run the supervisor
      *                     rejects at proof. The numbers were
      *                     consumed by the rejected run's documents,
      *                     so a REJ void stands against a number
      *                     that also has a DOC-USE-RECORD, and is
      *                     never reissued.
      ******************************************************************
       01  VOID-RECORD.
           05  VD-RECORD-TYPE          PIC X(01).
               88  VD-REASON-SPOILED   VALUE 'SPL'.
               88  VD-REASON-CANCELLED VALUE 'CAN'.
               88  VD-REASON-OTHER     VALUE 'OTH'.
               88  VD-REASON-REJECTED  VALUE 'REJ'.
           05  VD-REISSUE-DOC-ID       PIC X(10).
           05  FILLER                  PIC X(08).
