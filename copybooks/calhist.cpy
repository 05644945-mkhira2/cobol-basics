      ******************************************************************
      *    COPYBOOK:    CALHIST
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     One event on the CALHIST calibration history
      *                 file, written by SRC-MAINT: a calibration
      *                 recorded against a measurement source, with
      *                 the certificate it was done under, or a
      *                 change to the source's calibration interval.
      *                 Each record carries the due date the event
      *                 replaced and the one it set, so the history
      *                 shows how every next-due date on SRCMAST was
      *                 arrived at.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  CAL-HIST-RECORD.
           05  CB-SOURCE-REF           PIC X(12).
           05  CB-EVENT                PIC X(01).
               88  CB-EVENT-CALIBRATED VALUE 'C'.
               88  CB-EVENT-INTERVAL   VALUE 'I'.
           05  CB-CAL-DATE             PIC 9(08).
           05  CB-INTERVAL             PIC 9(03).
           05  CB-PRIOR-DUE-DATE       PIC 9(08).
           05  CB-NEXT-DUE-DATE        PIC 9(08).
           05  CB-CERT-REF             PIC X(15).
           05  CB-OPERATOR-ID          PIC X(08).
           05  CB-RECORD-DATE          PIC 9(08).
           05  CB-RECORD-TIME          PIC 9(08).
           05  FILLER                  PIC X(05).
