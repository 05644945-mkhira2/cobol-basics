      *                     old unsigned layout need a one-time
      *                     conversion before date-range reports
      *                     cross the cutover.
      *    2026-10-14  DN   Add AL-BRANCH-CODE, the branch of the
      *                     operator who captured the measurement (or
      *                     keyed the pair online), so GL-POST can split
      *                     the exception postings by branch. Spaces on
      *                     records written before the field existed.
      *    2026-10-15  DN   Add the threshold set the decision was made
      *                     under: scope C (company THRSHCTL set), G
      *                     (source-group set) or S (source set), with
      *                     the group or source reference. Spaces on
      *                     records written before the fields existed
      *                     read as the company set.
      *    2026-10-15  DN   Add AL-CHAIN-VALUE, the running chain value:
      *                     the CHAIN-SVC hash of this record (with
      *                     the chain value itself zero) carried on
      *                     from the record before, so an entry
      *                     edited, dropped or inserted breaks the
      *                     chain CHAIN-VERIFY walks. Spaces on
      *                     records written before the field existed.
      ******************************************************************
       01  AUDIT-LOG-RECORD.
           05  AL-RUN-DATE             PIC 9(08).
               88  AL-SEV-WARNING      VALUE 'W'.
               88  AL-SEV-CRITICAL     VALUE 'C'.
           05  AL-SOURCE-REF           PIC X(12).
           05  AL-BRANCH-CODE          PIC X(03).
           05  AL-THRESH-SCOPE         PIC X(01).
               88  AL-THRESH-COMPANY   VALUE 'C' SPACE.
               88  AL-THRESH-GROUP     VALUE 'G'.
               88  AL-THRESH-SOURCE    VALUE 'S'.
           05  AL-THRESH-SET-REF       PIC X(12).
           05  AL-CHAIN-VALUE          PIC 9(09).
