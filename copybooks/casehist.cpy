      ******************************************************************
      *    COPYBOOK:    CASEHIST
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One event in the life of a CUSTCASE service
      *                 case on the append-only CASEHIST file: the
      *                 opening, each reassignment, each status
      *                 change, the resolution with its code, and
      *                 any reopening - dated, timed and stamped
      *                 with the operator, with the status before
      *                 and after and the case's category, owner
      *                 and target date as they then stood. Written
      *                 only by the CUST-CASE subprogram; shown on
      *                 CUST-TIMELINE and the case worklist.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      *    2026-10-15  DN   Widen KH-COMMENT to the 60-byte comment.
      ******************************************************************
       01  CASE-HISTORY-RECORD.
           05  KH-CASE-NUMBER          PIC 9(08).
           05  KH-CUST-ID              PIC 9(06).
           05  KH-EVENT-DATE           PIC 9(08).
           05  KH-EVENT-TIME           PIC 9(08).
           05  KH-OPERATOR-ID          PIC X(08).
           05  KH-EVENT-TYPE           PIC X(02).
               88  KH-EVT-OPENED       VALUE 'OP'.
               88  KH-EVT-ASSIGNED     VALUE 'AS'.
               88  KH-EVT-STATUS       VALUE 'ST'.
               88  KH-EVT-RESOLVED     VALUE 'RS'.
               88  KH-EVT-REOPENED     VALUE 'RO'.
           05  KH-OLD-STATUS           PIC X(01).
           05  KH-NEW-STATUS           PIC X(01).
           05  KH-ASSIGNED-OPER        PIC X(08).
           05  KH-RESOLVE-CODE         PIC X(02).
           05  KH-CATEGORY             PIC X(02).
           05  KH-TARGET-DATE          PIC 9(08).
           05  KH-COMMENT              PIC X(60).
           05  FILLER                  PIC X(05).
