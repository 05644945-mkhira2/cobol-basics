      *                     carries 'C'; spaces reads as an ordinary
      *                     capture. Downstream date extracts treat
      *                     'R' and 'V' as cancelling.
      *    2026-10-15  DN   Add MS-CAL-FLAG out of the filler: 'U'
      *                     marks a reading taken from a source
      *                     that was past its calibration due date
      *                     when it was captured.
      ******************************************************************
       01  MEASUREMENT-RECORD.
           05  MS-VALUE-A              PIC S9(03)
               88  MS-STAT-REVERSED    VALUE 'R'.
               88  MS-STAT-REVERSAL    VALUE 'V'.
               88  MS-STAT-CORRECTED   VALUE 'C'.
           05  MS-CAL-FLAG             PIC X(01).
               88  MS-CAL-UNVERIFIED   VALUE 'U'.
           05  FILLER                  PIC X(03).
