      *                     to match the widened measurement chain.
      *                     The THRSHCTL and THRSHHIST files need a
      *                     one-time conversion at cutover.
      *    2026-10-15  DN   Add the set scope and reference, so a
      *                     THRSHHIST entry says whether it is the
      *                     company set or a source or source-group
      *                     set from THRSHSET, and TC-SET-STATUS 'X'
      *                     for the entry that removed a source or
      *                     group set. Spaces read as the company
      *                     set, as every earlier record was.
      ******************************************************************
       01  THRESHOLD-CTL-RECORD.
           05  TC-A-LOW-THRESHOLD      PIC S9(03)
                                       SIGN LEADING SEPARATE.
           05  TC-EFF-DATE             PIC 9(08).
           05  TC-APPROVED-BY          PIC X(08).
           05  TC-SET-SCOPE            PIC X(01).
               88  TC-SCOPE-COMPANY    VALUE 'C' SPACE.
               88  TC-SCOPE-GROUP      VALUE 'G'.
               88  TC-SCOPE-SOURCE     VALUE 'S'.
           05  TC-SET-REF              PIC X(12).
           05  TC-SET-STATUS           PIC X(01).
               88  TC-SET-REMOVED      VALUE 'X'.
