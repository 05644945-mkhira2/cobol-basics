      ******************************************************************
      *    COPYBOOK:    PARMCHG
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One field changed on one of the run-control
      *                 files (DRYRUN, RUNMODE, PERFCTL, WINCTL, the
      *                 retention controls, NTFRYCTL, DORMCTL,
      *                 TRENDCTL, the message-route controls), appended
      *                 to the PARMCHG parameter-change log by
      *                 PARM-MAINT and listed by PARM-CHG-RPT. The
      *                 before and after values are the field as held
      *                 on the control; an added record or entry
      *                 carries the default that was in effect before
      *                 it, and a removed RPTRETN entry the default
      *                 that takes over. PC-ENTRY-KEY names the report
      *                 on an RPTRETN entry and is blank otherwise.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  PARM-CHANGE-RECORD.
           05  PC-CHANGE-DATE          PIC 9(08).
           05  PC-CHANGE-TIME          PIC 9(08).
           05  PC-OPERATOR-ID          PIC X(08).
           05  PC-CONTROL-ID           PIC X(10).
           05  PC-ENTRY-KEY            PIC X(10).
           05  PC-FIELD-NAME           PIC X(16).
           05  PC-ACTION               PIC X(01).
               88  PC-ACTION-CHANGE    VALUE 'C'.
               88  PC-ACTION-ADD       VALUE 'A'.
               88  PC-ACTION-REMOVE    VALUE 'R'.
           05  PC-BEFORE-VALUE         PIC X(10).
           05  PC-AFTER-VALUE          PIC X(10).
           05  FILLER                  PIC X(09).
