      *                     spaces on records captured before the
      *                     branch existed or outside a signed-on
      *                     session.
      *    2026-10-14  DN   Add CM-UPDATE-SEQ, the update stamp, out
      *                     of FILLER. Every program that rewrites
      *                     the record advances it, and a change
      *                     built on a copy whose stamp no longer
      *                     matches the file is refused.
      ******************************************************************
       01  CUST-MASTER-RECORD.
           05  CM-CUST-ID              PIC 9(06).
               10  CM-FIRST-NAME       PIC X(15).
           05  CM-ADD-DATE             PIC 9(08).
           05  CM-BRANCH-CODE          PIC X(03).
      *    Update stamp: 1 when the record is added, advanced on
      *    every rewrite, wrapping from 9999999 back to 1. A
      *    record written before the stamp existed carries spaces
      *    here and reads as zero.
           05  CM-UPDATE-SEQ           PIC 9(07).
               88  CM-SEQ-AT-LIMIT     VALUE 9999999.
