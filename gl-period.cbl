000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     GL-PERIOD.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Callable accounting-period lookup for one date: which
000900* GLPERIOD period holds it, what state that period is in,
001000* the date the books are locked through, and whether a
001100* ledger posting dated that day may still be taken. The
001200* books are locked through the end of the latest closed
001300* period, so a date in a closed period - or in a gap
001400* before one - is refused whatever the listing says.
001500* GL-POST, the manual adjustment entry and approval
001600* programs, and the job-stream catch-up all ask here so
001700* the close is enforced in one place.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-10-14   DN   Original program.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT GL-PERIOD-FILE ASSIGN TO 'GLPERIOD'
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS GR-FILE-STATUS.
002900*
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  GL-PERIOD-FILE
003300     LABEL RECORDS ARE STANDARD.
003400     COPY "glperiod.cpy".
003500*
003600 WORKING-STORAGE SECTION.
003700 01  GR-FILE-STATUS          PIC X(02).
003800*
003900 01  WS-PRD-EOF-SW           PIC X(01).
004000     88  WS-PRD-EOF          VALUE 'Y' FALSE 'N'.
004100*
004200 LINKAGE SECTION.
004300 COPY "glprdpm.cpy".
004400*
004500 PROCEDURE DIVISION USING GL-PERIOD-PARMS.
004600*----------------------------------------------------------
004700* 0000-MAINLINE
004800*----------------------------------------------------------
004900 0000-MAINLINE.
005000     MOVE 0 TO PD-PERIOD-ID.
005100     MOVE SPACE TO PD-STATUS.
005200     MOVE 0 TO PD-LOCKED-THRU.
005300     SET PD-POSTABLE TO TRUE.
005400     PERFORM 1000-SCAN-PERIODS THRU 1000-EXIT.
005500     IF PD-STAT-CLOSED
005600         SET PD-POSTABLE TO FALSE
005700     END-IF.
005800     IF PD-CHECK-DATE NOT > PD-LOCKED-THRU
005900         SET PD-POSTABLE TO FALSE
006000     END-IF.
006100     GOBACK.
006200*----------------------------------------------------------
006300* 1000-SCAN-PERIODS - an absent control file just means no
006400*     period has been closed yet.
006500*----------------------------------------------------------
006600 1000-SCAN-PERIODS.
006700     OPEN INPUT GL-PERIOD-FILE.
006800     IF GR-FILE-STATUS NOT = '00'
006900         GO TO 1000-EXIT
007000     END-IF.
007100     SET WS-PRD-EOF TO FALSE.
007200     PERFORM 1100-CHECK-ONE-PERIOD THRU 1100-EXIT
007300         UNTIL WS-PRD-EOF.
007400     CLOSE GL-PERIOD-FILE.
007500 1000-EXIT.
007600     EXIT.
007700*----------------------------------------------------------
007800* 1100-CHECK-ONE-PERIOD
007900*----------------------------------------------------------
008000 1100-CHECK-ONE-PERIOD.
008100     READ GL-PERIOD-FILE
008200         AT END
008300             SET WS-PRD-EOF TO TRUE
008400             GO TO 1100-EXIT
008500     END-READ.
008600     IF GR-START-DATE IS NOT NUMERIC
008700         OR GR-END-DATE IS NOT NUMERIC
008800         GO TO 1100-EXIT
008900     END-IF.
009000     IF GR-STAT-CLOSED
009100         AND GR-END-DATE > PD-LOCKED-THRU
009200         MOVE GR-END-DATE TO PD-LOCKED-THRU
009300     END-IF.
009400     IF PD-CHECK-DATE NOT < GR-START-DATE
009500         AND PD-CHECK-DATE NOT > GR-END-DATE
009600         MOVE GR-PERIOD-ID TO PD-PERIOD-ID
009700         MOVE GR-STATUS TO PD-STATUS
009800     END-IF.
009900 1100-EXIT.
010000     EXIT.
