      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-09  DN   Original copybook.
      *    2026-10-15  DN   Widen to 160 for the phone and street
      *                     columns.
      ******************************************************************
       01  CUSTOMER-CSV-RECORD.
           05  CC-CSV-LINE             PIC X(160).
