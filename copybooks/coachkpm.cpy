      ******************************************************************
      *    COPYBOOK:    COACHKPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     Parameter record for the COA-CHECK account
      *                 validation subprogram. The caller supplies a
      *                 general-ledger account number and says whether
      *                 the posting is a manual adjustment; COA-CHECK
      *                 answers valid, unknown (not on the COAMAST
      *                 chart, or no chart on file), inactive, or not
      *                 open to manual posting, with the reason
      *                 spelled out for the caller's message and the
      *                 account's description and type when it is on
      *                 the chart.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  COA-CHECK-PARMS.
           05  AV-ACCOUNT              PIC X(08).
           05  AV-MANUAL-SW            PIC X(01).
               88  AV-MANUAL-POSTING   VALUE 'Y' FALSE 'N'.
           05  AV-RESULT               PIC X(01).
               88  AV-VALID            VALUE 'V'.
               88  AV-UNKNOWN          VALUE 'U'.
               88  AV-INACTIVE         VALUE 'I'.
               88  AV-NOT-MANUAL       VALUE 'M'.
           05  AV-REASON               PIC X(30).
           05  AV-DESC                 PIC X(30).
           05  AV-TYPE                 PIC X(01).
