000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     THRESH-SELECT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Callable threshold-set selection for a measurement
000900* source. The caller passes the source reference with the
001000* company thresholds from THRSHCTL already loaded; the
001100* source's own set on THRSHSET replaces them when one is
001200* on file, otherwise the set for the source's group on
001300* SRCMAST does, otherwise the company set stands. The
001400* scope and reference of the set chosen come back for the
001500* audit log. A blank source (an online-keyed pair), or a
001600* site without THRSHSET, always gets the company set.
001700*----------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-10-15   DN   Original program.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT THRESHOLD-SET ASSIGN TO 'THRSHSET'
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS RANDOM
002800         RECORD KEY IS TT-SET-KEY
002900         FILE STATUS IS TT-FILE-STATUS.
003000     SELECT SOURCE-MASTER ASSIGN TO 'SRCMAST'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS SRM-SOURCE-REF
003400         FILE STATUS IS SRM-FILE-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  THRESHOLD-SET
003900     LABEL RECORDS ARE STANDARD.
004000     COPY "thrshset.cpy".
004100*
004200 FD  SOURCE-MASTER
004300     LABEL RECORDS ARE STANDARD.
004400     COPY "srcmast.cpy".
004500*
004600 WORKING-STORAGE SECTION.
004700 01  TT-FILE-STATUS          PIC X(02).
004800 01  SRM-FILE-STATUS         PIC X(02).
004900*
005000 01  WS-SET-FOUND-SW         PIC X(01) VALUE 'N'.
005100     88  WS-SET-FOUND        VALUE 'Y' FALSE 'N'.
005200*
005300 LINKAGE SECTION.
005400 COPY "thrslcpm.cpy".
005500*
005600 PROCEDURE DIVISION USING THRESH-SELECT-PARMS.
005700*----------------------------------------------------------
005800* 0000-MAINLINE
005900*----------------------------------------------------------
006000 0000-MAINLINE.
006100     SET TK-SCOPE-COMPANY TO TRUE.
006200     MOVE SPACES TO TK-SET-REF TK-SOURCE-GROUP.
006300     IF TK-SOURCE-REF = SPACES
006400         GOBACK
006500     END-IF.
006600     PERFORM 1000-FIND-SOURCE-GROUP THRU 1000-EXIT.
006700     OPEN INPUT THRESHOLD-SET.
006800     IF TT-FILE-STATUS NOT = '00'
006900         GOBACK
007000     END-IF.
007100     SET WS-SET-FOUND TO FALSE.
007200     MOVE 'S' TO TT-SET-SCOPE.
007300     MOVE TK-SOURCE-REF TO TT-SET-REF.
007400     PERFORM 2000-READ-SET THRU 2000-EXIT.
007500     IF NOT WS-SET-FOUND
007600         AND TK-SOURCE-GROUP NOT = SPACES
007700         MOVE 'G' TO TT-SET-SCOPE
007800         MOVE TK-SOURCE-GROUP TO TT-SET-REF
007900         PERFORM 2000-READ-SET THRU 2000-EXIT
008000     END-IF.
008100     CLOSE THRESHOLD-SET.
008200     GOBACK.
008300*----------------------------------------------------------
008400* 1000-FIND-SOURCE-GROUP - the group off SRCMAST; none
008500*     when the master or the source is not on file.
008600*----------------------------------------------------------
008700 1000-FIND-SOURCE-GROUP.
008800     OPEN INPUT SOURCE-MASTER.
008900     IF SRM-FILE-STATUS NOT = '00'
009000         GO TO 1000-EXIT
009100     END-IF.
009200     MOVE TK-SOURCE-REF TO SRM-SOURCE-REF.
009300     READ SOURCE-MASTER
009400         INVALID KEY
009500             MOVE SPACES TO SRM-SOURCE-GROUP
009600     END-READ.
009700     MOVE SRM-SOURCE-GROUP TO TK-SOURCE-GROUP.
009800     CLOSE SOURCE-MASTER.
009900 1000-EXIT.
010000     EXIT.
010100*----------------------------------------------------------
010200* 2000-READ-SET - the caller has set the key; a set on
010300*     file replaces the thresholds passed in.
010400*----------------------------------------------------------
010500 2000-READ-SET.
010600     READ THRESHOLD-SET
010700         INVALID KEY
010800             GO TO 2000-EXIT
010900     END-READ.
011000     SET WS-SET-FOUND TO TRUE.
011100     MOVE TT-A-LOW-THRESHOLD TO TK-A-LOW-THRESHOLD.
011200     MOVE TT-B-HIGH-THRESHOLD TO TK-B-HIGH-THRESHOLD.
011300     MOVE TT-RESULT-THRESHOLD TO TK-RESULT-THRESHOLD.
011400     IF TT-CRIT-RESULT-THRESHOLD IS NUMERIC
011500         MOVE TT-CRIT-RESULT-THRESHOLD
011600             TO TK-CRIT-RESULT-THRESHOLD
011700     ELSE
011800         MOVE 0 TO TK-CRIT-RESULT-THRESHOLD
011900     END-IF.
012000     MOVE TT-SET-SCOPE TO TK-SET-SCOPE.
012100     MOVE TT-SET-REF TO TK-SET-REF.
012200 2000-EXIT.
012300     EXIT.
