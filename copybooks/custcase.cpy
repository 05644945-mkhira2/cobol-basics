      ******************************************************************
      *    COPYBOOK:    CUSTCASE
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One customer complaint or service case on
      *                 the CUSTCASE file, keyed by case number with
      *                 the customer ID as an alternate key: the
      *                 category, the statement or notice it is
      *                 about (a CORRHIST document type and its
      *                 ST-DOC-NUMBER or notice reference), who
      *                 opened it and who owns it, the target
      *                 resolution date, the current status, and
      *                 the resolution. Opened from CUST-INQUIRY and
      *                 worked from the MAIN-MENU case worklist,
      *                 both through the CUST-CASE subprogram, which
      *                 also writes every status change to the
      *                 CASEHIST history. CASE-AGING-RPT reports the
      *                 cases past their target and the period's
      *                 volumes and resolution times.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CUST-CASE-RECORD.
           05  CK-CASE-NUMBER          PIC 9(08).
           05  CK-CUST-ID              PIC 9(06).
           05  CK-BRANCH-CODE          PIC X(03).
           05  CK-CATEGORY             PIC X(02).
               88  CK-CAT-STATEMENT    VALUE 'ST'.
               88  CK-CAT-NOTICE       VALUE 'NT'.
               88  CK-CAT-RETURNED     VALUE 'RM'.
               88  CK-CAT-BILLING      VALUE 'BL'.
               88  CK-CAT-SERVICE      VALUE 'SV'.
               88  CK-CAT-OTHER        VALUE 'OT'.
               88  CK-CAT-VALID        VALUES 'ST', 'NT', 'RM',
                                              'BL', 'SV', 'OT'.
      *    The linked document: a CORRHIST document type and
      *    reference, blank and zero when the case is about no
      *    one document.
           05  CK-DOC-TYPE             PIC X(04).
           05  CK-DOC-REF              PIC 9(09).
           05  CK-OPEN-DATE            PIC 9(08).
           05  CK-OPEN-TIME            PIC 9(08).
           05  CK-OPENED-BY            PIC X(08).
           05  CK-ASSIGNED-OPER        PIC X(08).
           05  CK-TARGET-DATE          PIC 9(08).
           05  CK-STATUS               PIC X(01).
               88  CK-STAT-OPEN        VALUE 'O'.
               88  CK-STAT-WORKING     VALUE 'W'.
               88  CK-STAT-PENDING     VALUE 'P'.
               88  CK-STAT-RESOLVED    VALUE 'R'.
               88  CK-STAT-UNRESOLVED  VALUES 'O', 'W', 'P'.
           05  CK-STATUS-DATE          PIC 9(08).
           05  CK-RESOLVE-CODE         PIC X(02).
               88  CK-RES-CORRECTED    VALUE 'CO'.
               88  CK-RES-EXPLAINED    VALUE 'EX'.
               88  CK-RES-CREDITED     VALUE 'CR'.
               88  CK-RES-RESENT       VALUE 'RS'.
               88  CK-RES-WITHDRAWN    VALUE 'WD'.
               88  CK-RES-VALID        VALUES 'CO', 'EX', 'CR',
                                              'RS', 'WD'.
           05  CK-RESOLVE-DATE         PIC 9(08).
           05  CK-RESOLVED-BY          PIC X(08).
           05  CK-REOPEN-COUNT         PIC 9(02).
           05  CK-SUMMARY              PIC X(60).
           05  FILLER                  PIC X(10).
