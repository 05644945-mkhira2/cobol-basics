      ******************************************************************
      *    COPYBOOK:    VARCTL
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One key total on the VARCTL control file that
      *                 RPT-VARIANCE checks against the RPTREPO report
      *                 repository each night. VC-REPORT-ID is the ID
      *                 the report is captured under on RPTCAPCT.
      *                 VC-TOTAL-LABEL is text found on the report
      *                 line that carries the total (the first line
      *                 holding it wins); the total is the first
      *                 number printed after the label, or the
      *                 VC-VALUE-NBR'th for a line with several
      *                 columns. A total moved by more than
      *                 VC-TOLERANCE-PCT percent since the previous
      *                 business day's capture or the capture of the
      *                 same weekday last week is a variance, unless
      *                 the move is smaller than VC-MIN-CHANGE, which
      *                 keeps small counts from flagging on every
      *                 wobble. All of a report's totals normally
      *                 carry the report's tolerance; a total can be
      *                 given its own.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  VARIANCE-CTL-RECORD.
           05  VC-REPORT-ID            PIC X(10).
           05  VC-TOTAL-LABEL          PIC X(30).
           05  VC-VALUE-NBR            PIC 9(01).
           05  VC-TOLERANCE-PCT        PIC 9(03).
           05  VC-MIN-CHANGE           PIC 9(07).
