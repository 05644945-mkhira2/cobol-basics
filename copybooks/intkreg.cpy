      ******************************************************************
      *    COPYBOOK:    INTKREG
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One entry on the INTKREG inbound file
      *                 register, the receiving counterpart of
      *                 XMITREG, appended through the INTAKE-SVC
      *                 service and never rewritten. An arriving
      *                 file is registered ('R') with its sender,
      *                 business date, record count and content
      *                 hash; the loading program that processes it
      *                 adds a 'P' entry under its own name; a file
      *                 whose content was already processed is
      *                 logged 'D' and refused, carrying the business
      *                 date it was first processed under. The
      *                 content hash runs the CHAIN-SVC chaining sum
      *                 over every record, so a resend of the same
      *                 file is known whatever it is called.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  INTAKE-REGISTER-RECORD.
           05  IR-FILE-NAME            PIC X(10).
           05  IR-SENDER               PIC X(12).
           05  IR-BUSINESS-DATE        PIC 9(08).
           05  IR-ENTRY-DATE           PIC 9(08).
           05  IR-ENTRY-TIME           PIC 9(08).
           05  IR-RECORD-COUNT         PIC 9(09).
           05  IR-CONTENT-HASH         PIC 9(09).
           05  IR-STATUS               PIC X(01).
               88  IR-STAT-REGISTERED  VALUE 'R'.
               88  IR-STAT-PROCESSED   VALUE 'P'.
               88  IR-STAT-DUPLICATE   VALUE 'D'.
           05  IR-PROGRAM              PIC X(15).
           05  IR-PRIOR-DATE           PIC 9(08).
           05  FILLER                  PIC X(03).
