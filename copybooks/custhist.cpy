      *                 customer record and what it looked like before.
      *                 An add carries spaces as the before image; a
      *                 delete carries spaces as the after image.
      *                 A collision (X) is a change refused because
      *                 another user or job rewrote the record after
      *                 the change was keyed: the before image is the
      *                 record as it now stands on file, the after
      *                 image the refused change (spaces for a delete
      *                 or merge, the copy as read for a change that
      *                 does not itself alter the master).
      *                 An address change (R) carries the mailing
      *                 address before and after in place of the
      *                 master images - line 1, city, state and ZIP
      *                 - laid out by the CH-BEFORE-ADDR and
      *                 CH-AFTER-ADDR views.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  DN   Original copybook.
      *    2026-10-14  DN   Add the collision change type.
      *    2026-10-14  DN   Add the address change type and the
      *                     address views of the two images.
      *    2026-10-15  DN   Add CH-CHAIN-VALUE, the running chain value:
      *                     the CHAIN-SVC hash of this record (with
      *                     the chain value itself zero) carried on
      *                     from the record before, so an entry
      *                     edited, dropped or inserted breaks the
      *                     chain CHAIN-VERIFY walks. Spaces on
      *                     records written before the field existed.
      ******************************************************************
       01  CUST-HISTORY-RECORD.
           05  CH-CHANGE-DATE          PIC 9(08).
               88  CH-TYPE-CHANGE      VALUE 'C'.
               88  CH-TYPE-DELETE      VALUE 'D'.
               88  CH-TYPE-MERGE       VALUE 'M'.
               88  CH-TYPE-COLLISION   VALUE 'X'.
               88  CH-TYPE-ADDRESS     VALUE 'R'.
           05  CH-CUST-ID              PIC 9(06).
           05  CH-BEFORE-IMAGE         PIC X(74).
           05  CH-BEFORE-ADDR REDEFINES CH-BEFORE-IMAGE.
               10  CH-BA-ADDR-LINE-1   PIC X(30).
               10  CH-BA-CITY          PIC X(20).
               10  CH-BA-STATE         PIC X(02).
               10  CH-BA-ZIP-CODE      PIC X(10).
               10  FILLER              PIC X(12).
           05  CH-AFTER-IMAGE          PIC X(74).
           05  CH-AFTER-ADDR REDEFINES CH-AFTER-IMAGE.
               10  CH-AA-ADDR-LINE-1   PIC X(30).
               10  CH-AA-CITY          PIC X(20).
               10  CH-AA-STATE         PIC X(02).
               10  CH-AA-ZIP-CODE      PIC X(10).
               10  FILLER              PIC X(12).
           05  CH-CHAIN-VALUE          PIC 9(09).
