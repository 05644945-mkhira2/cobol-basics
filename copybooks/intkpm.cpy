      ******************************************************************
      *    COPYBOOK:    INTKPM
      *    AUTHOR:      D. Nolan, Data Administration
      *    DATE-WRITTEN: 2026-10-15
      *    PURPOSE:     Parameter record for the INTAKE-SVC inbound
      *                 file register service. The caller names the
      *                 inbound file by its logical name; INTAKE-SVC
      *                 counts and hashes what is on disk under that
      *                 name and answers from the INTKREG register:
      *                  'R' register - the file has arrived under
      *                      IK-BUSINESS-DATE from IK-SENDER (INTAKE-
      *                      REG);
      *                  'V' verify - may the loading program process
      *                      the file now on disk;
      *                  'P' processed - IK-PROGRAM has processed the
      *                      file IK-RECORD-COUNT/IK-CONTENT-HASH
      *                      describe (as handed back by its 'V').
      *                 IK-RESULT:
      *                  'A' accepted - registered now ('R') or
      *                      registered and unprocessed ('V');
      *                  'W' already registered and awaiting
      *                      processing ('R');
      *                  'X' already processed under this business
      *                      date ('R');
      *                  'D' duplicate - the same content was already
      *                      processed, under IK-PRIOR-DATE; 'R' logs
      *                      the refusal, 'V' refuses it;
      *                  'U' unregistered ('V');
      *                  'M' missing - no such file on disk.
      *                 IK-ARRIVED-SW tells whether any file of this
      *                 name was registered or processed under
      *                 IK-BUSINESS-DATE.
      *------------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  DN   Original copybook.
      ******************************************************************
       01  INTAKE-SVC-PARMS.
           05  IK-FUNCTION             PIC X(01).
               88  IK-FUNC-REGISTER    VALUE 'R'.
               88  IK-FUNC-VERIFY      VALUE 'V'.
               88  IK-FUNC-PROCESSED   VALUE 'P'.
           05  IK-FILE-NAME            PIC X(10).
           05  IK-SENDER               PIC X(12).
           05  IK-BUSINESS-DATE        PIC 9(08).
           05  IK-PROGRAM              PIC X(15).
           05  IK-RECORD-COUNT         PIC 9(09).
           05  IK-CONTENT-HASH         PIC 9(09).
           05  IK-PRIOR-DATE           PIC 9(08).
           05  IK-RESULT               PIC X(01).
               88  IK-ACCEPTED         VALUE 'A'.
               88  IK-AWAITING         VALUE 'W'.
               88  IK-DONE-TODAY       VALUE 'X'.
               88  IK-DUPLICATE        VALUE 'D'.
               88  IK-UNREGISTERED     VALUE 'U'.
               88  IK-MISSING          VALUE 'M'.
           05  IK-ARRIVED-SW           PIC X(01).
               88  IK-ARRIVED          VALUE 'Y' FALSE 'N'.
