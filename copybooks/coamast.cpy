      ******************************************************************
      *    COPYBOOK:    COAMAST
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-14
      *    PURPOSE:     One general-ledger account on the indexed
      *                 COAMAST chart of accounts: the account number
      *                 every GL posting carries, its description,
      *                 its type (asset, liability, income, expense),
      *                 whether it is active, and whether a manual
      *                 GLADJ adjustment may post to it. Maintained by
      *                 supervisors through COA-MAINT; GL-POST,
      *                 GL-ADJ-ENTRY, and the GLACCTS control load
      *                 validate every account against it through
      *                 the COA-CHECK subprogram, and GL-TRIAL-RPT
      *                 prints the descriptions and type subtotals.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-14  DN   Original copybook.
      ******************************************************************
       01  CHART-ACCOUNT-RECORD.
           05  COA-ACCOUNT             PIC X(08).
           05  COA-DESC                PIC X(30).
           05  COA-TYPE                PIC X(01).
               88  COA-TYPE-ASSET      VALUE 'A'.
               88  COA-TYPE-LIABILITY  VALUE 'L'.
               88  COA-TYPE-INCOME     VALUE 'I'.
               88  COA-TYPE-EXPENSE    VALUE 'E'.
               88  COA-TYPE-VALID      VALUE 'A' 'L' 'I' 'E'.
           05  COA-STATUS              PIC X(01).
               88  COA-STAT-ACTIVE     VALUE 'A'.
               88  COA-STAT-INACTIVE   VALUE 'I'.
           05  COA-MANUAL-SW           PIC X(01).
               88  COA-MANUAL-ALLOWED  VALUE 'Y' FALSE 'N'.
           05  COA-MAINT-DATE          PIC 9(08).
           05  COA-MAINT-OPER          PIC X(08).
           05  FILLER                  PIC X(08).
