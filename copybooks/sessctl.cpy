      ******************************************************************
      *    COPYBOOK:    SESSCTL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     Control record for the SESS-AUDIT-RPT
      *                 operator-session security report: the longest
      *                 session allowed before it is listed, the
      *                 business-hours window a sign-on is expected
      *                 in (HHMM, start inclusive, end exclusive), and
      *                 the sign-on date range to report. Zero or
      *                 non-numeric fields take the defaults - 600
      *                 minutes, 0700 to 1900, and the business date
      *                 alone for the nightly run - so an absent
      *                 control file reports last night the standard
      *                 way and a quarterly review only sets the dates.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  SESSION-AUDIT-CTL-RECORD.
           05  SC-MAX-SESSION-MINS     PIC 9(04).
           05  SC-DAY-START-HHMM       PIC 9(04).
           05  SC-DAY-END-HHMM         PIC 9(04).
           05  SC-FROM-DATE            PIC 9(08).
           05  SC-TO-DATE              PIC 9(08).
