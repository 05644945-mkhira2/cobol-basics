      ******************************************************************
      *    COPYBOOK:    SRCSTPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Parameter block for the SRC-SITE subprogram.
      *                 Function S takes a source reference and hands
      *                 back the site and line SRCMAST places it on,
      *                 with their SRCHIER names; function N takes a
      *                 site and line code and hands back the names
      *                 only. A source on no site comes back with
      *                 spaces in both codes and the site named
      *                 (UNASSIGNED); a source placed on a site but
      *                 no line comes back with the line named
      *                 (SITE LEVEL).
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  SOURCE-SITE-PARMS.
           05  SX-FUNCTION             PIC X(01).
               88  SX-FUNC-SOURCE      VALUE 'S'.
               88  SX-FUNC-NAMES       VALUE 'N'.
           05  SX-SOURCE-REF           PIC X(12).
           05  SX-SITE-CODE            PIC X(04).
           05  SX-LINE-CODE            PIC X(04).
           05  SX-SITE-NAME            PIC X(30).
           05  SX-LINE-NAME            PIC X(30).
