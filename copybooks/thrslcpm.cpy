      ******************************************************************
      *    COPYBOOK:    THRSLCPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Parameter block for the THRESH-SELECT
      *                 subprogram. The caller passes the source
      *                 reference and the company thresholds from
      *                 THRSHCTL; THRESH-SELECT replaces them with the
      *                 source's own set or its group's set from
      *                 THRSHSET when one exists, and hands back which
      *                 set applies (scope and reference) for the
      *                 audit log, plus the source's group.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  THRESH-SELECT-PARMS.
           05  TK-SOURCE-REF           PIC X(12).
           05  TK-A-LOW-THRESHOLD      PIC S9(03)
                                       SIGN LEADING SEPARATE.
           05  TK-B-HIGH-THRESHOLD     PIC S9(03)
                                       SIGN LEADING SEPARATE.
           05  TK-RESULT-THRESHOLD     PIC S9(04)
                                       SIGN LEADING SEPARATE.
           05  TK-CRIT-RESULT-THRESHOLD
                                       PIC S9(04)
                                       SIGN LEADING SEPARATE.
           05  TK-SET-SCOPE            PIC X(01).
               88  TK-SCOPE-COMPANY    VALUE 'C'.
               88  TK-SCOPE-GROUP      VALUE 'G'.
               88  TK-SCOPE-SOURCE     VALUE 'S'.
           05  TK-SET-REF              PIC X(12).
           05  TK-SOURCE-GROUP         PIC X(08).
