001920*                      shared JOBHIST job-history file through
001930*                      the new JOB-HIST subprogram, so elapsed
001940*                      time and volume can be trended.
001945*    2026-10-14   DN   Carry the capturing operator's branch
001950*                      (OP-BRANCH-CODE off OPERMAST) on each
001955*                      pair as AP-BRANCH-CODE, so the audit
001960*                      entry and the GL posting can be split
001965*                      by branch. An operator not on the
001970*                      master, or no master, leaves it blank.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002700     SELECT AB-PAIR-OUTPUT ASSIGN TO 'ABPAIRS'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS AP-FILE-STATUS.
002910     SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST'
002920         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS DYNAMIC
002940         RECORD KEY IS OP-OPERATOR-ID
002950         FILE STATUS IS OP-FILE-STATUS.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003800     LABEL RECORDS ARE STANDARD.
003900     COPY "abpairin.cpy".
004000*
004010 FD  OPERATOR-MASTER
004020     LABEL RECORDS ARE STANDARD.
004030     COPY "opermast.cpy".
004040*
004100 WORKING-STORAGE SECTION.
004200 COPY "rundate.cpy".
004210 COPY "jobhstpm.cpy".
004300*
004400 01  MS-FILE-STATUS          PIC X(02).
004500 01  AP-FILE-STATUS          PIC X(02).
004520 01  OP-FILE-STATUS          PIC X(02).
004540 01  WS-MAST-OPEN-SW         PIC X(01) VALUE 'N'.
004560     88  WS-MAST-OPEN        VALUE 'Y'.
004600*
004700 01  WS-MEAS-EOF-SW          PIC X(01) VALUE 'N'.
004800     88  WS-MEAS-EOF         VALUE 'Y'.
006300         GOBACK
006400     END-IF.
006500     OPEN OUTPUT AB-PAIR-OUTPUT.
006520     OPEN INPUT OPERATOR-MASTER.
006540     IF OP-FILE-STATUS = '00'
006560         MOVE 'Y' TO WS-MAST-OPEN-SW
006580     END-IF.
006600     PERFORM 2000-READ-MEASUREMENT THRU 2000-EXIT.
006700     PERFORM 2100-EXTRACT-ONE THRU 2100-EXIT
006800         UNTIL WS-MEAS-EOF.
006900     CLOSE MEASUREMENT-FILE AB-PAIR-OUTPUT.
006920     IF WS-MAST-OPEN
006940         CLOSE OPERATOR-MASTER
006960     END-IF.
007000     DISPLAY 'MEAS-EXTRACT: ', WS-EXTRACT-COUNT,
007100         ' PAIR(S) FOR ', WS-RUN-DATE, ' - ',
007200         WS-SKIPPED-COUNT, ' OTHER-DATE SKIPPED'.
009200         MOVE MS-VALUE-A TO AP-VALUE-A
009300         MOVE MS-VALUE-B TO AP-VALUE-B
009400         MOVE MS-SOURCE-REF TO AP-SOURCE-REF
009450         PERFORM 2200-LOOKUP-BRANCH THRU 2200-EXIT
009500         WRITE AB-PAIR-RECORD
009600         ADD 1 TO WS-EXTRACT-COUNT
009700     ELSE
010000     PERFORM 2000-READ-MEASUREMENT THRU 2000-EXIT.
010100 2100-EXIT.
010200     EXIT.
010300*----------------------------------------------------------
010400* 2200-LOOKUP-BRANCH - the capturing operator's branch off
010500*     the operator master; unknown stays blank.
010600*----------------------------------------------------------
010700 2200-LOOKUP-BRANCH.
010800     IF NOT WS-MAST-OPEN
010900         GO TO 2200-EXIT
011000     END-IF.
011100     MOVE MS-OPERATOR-ID TO OP-OPERATOR-ID.
011200     READ OPERATOR-MASTER
011300         KEY IS OP-OPERATOR-ID
011400         INVALID KEY
011500             CONTINUE
011600         NOT INVALID KEY
011700             MOVE OP-BRANCH-CODE TO AP-BRANCH-CODE
011800     END-READ.
011900 2200-EXIT.
012000     EXIT.
