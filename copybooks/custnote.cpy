      *                 CUST-MAINT and CUST-INQUIRY, stamped with
      *                 the signed-on operator; aged off by
      *                 NOTE-PURGE under the NOTERETN retention
      *                 control. A note may also carry a follow-up -
      *                 a due date, the operator it is assigned to,
      *                 and an open/done state - which the daily
      *                 NOTE-TICKLER lists, escalates when it runs
      *                 overdue past the NOTETKLC days, and each
      *                 operator works off the MAIN-MENU worklist.
      *                 Notes written before the follow-up fields read
      *                 back with a blank state - no follow-up.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-01  DN   Original copybook.
      *    2026-10-15  DN   Add the CN-FOLLOW-UP group: state, due
      *                     date, assigned operator, escalation date,
      *                     and who closed it when. Record grows from
      *                     95 to 136 bytes.
      ******************************************************************
       01  CUST-NOTE-RECORD.
           05  CN-CUST-ID              PIC 9(06).
           05  CN-NOTE-TIME            PIC 9(08).
           05  CN-OPERATOR-ID          PIC X(08).
           05  CN-NOTE-TEXT            PIC X(60).
           05  CN-FOLLOW-UP.
               10  CN-FU-STATE         PIC X(01).
                   88  CN-FU-NONE      VALUE SPACE.
                   88  CN-FU-OPEN      VALUE 'O'.
                   88  CN-FU-DONE      VALUE 'D'.
               10  CN-FU-DUE-DATE      PIC 9(08).
               10  CN-FU-ASSIGNED-OPER PIC X(08).
               10  CN-FU-ESC-DATE      PIC 9(08).
               10  CN-FU-DONE-DATE     PIC 9(08).
               10  CN-FU-DONE-OPER     PIC X(08).
           05  FILLER                  PIC X(05).
