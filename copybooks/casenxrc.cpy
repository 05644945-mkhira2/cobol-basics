      ******************************************************************
      *    COPYBOOK:    CASENXRC
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Single-record control file holding the next
      *                 service case number to assign, the NEXTIDC
      *                 way, so a new CUSTCASE case gets a unique
      *                 key without a scan for the current high one.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CASE-NEXT-RECORD.
           05  KN-NEXT-CASE-NUMBER     PIC 9(08).
