      ******************************************************************
      *    COPYBOOK:    RDYOVRD
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Readiness-override control for the nightly
      *                 stream. A RUN-READY no-go holds JOB-STREAM;
      *                 'Y' here, for the business date being run,
      *                 under a supervisor's ID and code (proved
      *                 through OPER-AUTH at supervisor level) and
      *                 with the reason the stream should go anyway,
      *                 releases it. Each override honoured is
      *                 logged with its reason to READYLOG and on
      *                 the OPERACT activity log. An override for
      *                 any other date, with no reason, or whose
      *                 supervisor does not prove is ignored; a
      *                 missing control file means no override.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  READY-OVERRIDE-RECORD.
           05  RV-OVERRIDE-SW          PIC X(01).
               88  RV-OVERRIDE         VALUE 'Y'.
           05  RV-SUPERVISOR-ID        PIC X(08).
           05  RV-AUTH-CODE            PIC X(04).
           05  RV-BUSINESS-DATE        PIC 9(08).
           05  RV-REASON               PIC X(40).
