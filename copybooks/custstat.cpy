      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  DN   Original copybook.
      *    2026-10-14  DN   Add Pending review ('P'), set when a
      *                     watch-list screen finds a possible hit,
      *                     and Restricted ('R'), set when a
      *                     supervisor confirms the hit. Only
      *                     APPR-REVIEW moves a customer off either.
      ******************************************************************
       01  CUST-STATUS-RECORD.
           05  CS-STATUS-KEY.
               88  CS-STATUS-INACTIVE  VALUE 'I'.
               88  CS-STATUS-CLOSED    VALUE 'C'.
               88  CS-STATUS-DECEASED  VALUE 'D'.
               88  CS-STATUS-PENDING   VALUE 'P'.
               88  CS-STATUS-RESTRICTED VALUE 'R'.
           05  CS-CHANGE-OPER          PIC X(08).
           05  FILLER                  PIC X(10).
