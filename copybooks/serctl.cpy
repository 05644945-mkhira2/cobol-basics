      *    PURPOSE:     One control record per document-number series,
      *                 on the relative SERCTL file: slot 1 = INV
      *                 (invoices), slot 2 = CRM (credit memos),
      *                 slot 3 = STM (statements), slot 4 = LTR
      *                 (customer letters). Carries the series'
      *                 own next number, ceiling, and last-written
      *                 checkpoint, so a gap or a rerun in one
      *                 document type no longer disturbs the others.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  DN   Original copybook.
      *    2026-10-15  DN   Add slot 4, the LTR customer-letter
      *                     series.
      ******************************************************************
       01  SERIES-CTL-RECORD.
           05  SR-SERIES-CODE          PIC X(03).
