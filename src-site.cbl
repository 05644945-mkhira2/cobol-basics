000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SRC-SITE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Callable site and line resolution for a measurement
000900* source. Function S reads the source's site and line off
001000* SRCMAST and their names off SRCHIER; function N takes a
001100* site and line code already known to the caller and reads
001200* the names only, so a report can carry bare codes in its
001300* tables and name them at print time. A source that is not
001400* on SRCMAST, or not yet placed, comes back unassigned; a
001500* site with no SRCHIER entry comes back with its code and
001600* no name, the same shape THRESH-SELECT answers a missing
001700* master with.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-10-15   DN   Original program.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SOURCE-MASTER ASSIGN TO 'SRCMAST'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS SRM-SOURCE-REF
003000         FILE STATUS IS SRM-FILE-STATUS.
003100     SELECT SOURCE-HIER ASSIGN TO 'SRCHIER'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS HR-HIER-KEY
003500         FILE STATUS IS HR-FILE-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  SOURCE-MASTER
004000     LABEL RECORDS ARE STANDARD.
004100     COPY "srcmast.cpy".
004200*
004300 FD  SOURCE-HIER
004400     LABEL RECORDS ARE STANDARD.
004500     COPY "srchier.cpy".
004600*
004700 WORKING-STORAGE SECTION.
004800 01  SRM-FILE-STATUS         PIC X(02).
004900 01  HR-FILE-STATUS          PIC X(02).
005000*
005100 LINKAGE SECTION.
005200 COPY "srcstpm.cpy".
005300*
005400 PROCEDURE DIVISION USING SOURCE-SITE-PARMS.
005500*----------------------------------------------------------
005600* 0000-MAINLINE
005700*----------------------------------------------------------
005800 0000-MAINLINE.
005900     MOVE SPACES TO SX-SITE-NAME SX-LINE-NAME.
006000     IF SX-FUNC-SOURCE
006100         PERFORM 1000-FIND-SOURCE-SITE THRU 1000-EXIT
006200     END-IF.
006300     IF SX-SITE-CODE = SPACES
006400         MOVE SPACES TO SX-LINE-CODE
006500         MOVE '(UNASSIGNED)' TO SX-SITE-NAME
006600         GOBACK
006700     END-IF.
006800     PERFORM 2000-FIND-NAMES THRU 2000-EXIT.
006900     IF SX-LINE-CODE = SPACES
007000         MOVE '(SITE LEVEL)' TO SX-LINE-NAME
007100     END-IF.
007200     GOBACK.
007300*----------------------------------------------------------
007400* 1000-FIND-SOURCE-SITE - the site and line off SRCMAST;
007500*     none when the master or the source is not on file.
007600*----------------------------------------------------------
007700 1000-FIND-SOURCE-SITE.
007800     MOVE SPACES TO SX-SITE-CODE SX-LINE-CODE.
007900     IF SX-SOURCE-REF = SPACES
008000         GO TO 1000-EXIT
008100     END-IF.
008200     OPEN INPUT SOURCE-MASTER.
008300     IF SRM-FILE-STATUS NOT = '00'
008400         GO TO 1000-EXIT
008500     END-IF.
008600     MOVE SX-SOURCE-REF TO SRM-SOURCE-REF.
008700     READ SOURCE-MASTER
008800         INVALID KEY
008900             MOVE SPACES TO SRM-SITE-CODE SRM-LINE-CODE
009000     END-READ.
009100     MOVE SRM-SITE-CODE TO SX-SITE-CODE.
009200     MOVE SRM-LINE-CODE TO SX-LINE-CODE.
009300     CLOSE SOURCE-MASTER.
009400 1000-EXIT.
009500     EXIT.
009600*----------------------------------------------------------
009700* 2000-FIND-NAMES - the site entry, then the line entry
009800*     under it when the caller has a line.
009900*----------------------------------------------------------
010000 2000-FIND-NAMES.
010100     OPEN INPUT SOURCE-HIER.
010200     IF HR-FILE-STATUS NOT = '00'
010300         GO TO 2000-EXIT
010400     END-IF.
010500     MOVE SX-SITE-CODE TO HR-SITE-CODE.
010600     MOVE SPACES TO HR-LINE-CODE.
010700     READ SOURCE-HIER
010800         NOT INVALID KEY
010900             MOVE HR-NAME TO SX-SITE-NAME
011000     END-READ.
011100     IF SX-LINE-CODE NOT = SPACES
011200         MOVE SX-SITE-CODE TO HR-SITE-CODE
011300         MOVE SX-LINE-CODE TO HR-LINE-CODE
011400         READ SOURCE-HIER
011500             NOT INVALID KEY
011600                 MOVE HR-NAME TO SX-LINE-NAME
011700         END-READ
011800     END-IF.
011900     CLOSE SOURCE-HIER.
012000 2000-EXIT.
012100     EXIT.
