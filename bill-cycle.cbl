000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BILL-CYCLE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Callable billing-cycle service. Every customer bills on
000900* one of four weekly cycles, assigned once from the week of
001000* the month they were added - days 1-7 cycle 1, 8-14 cycle
001100* 2, 15-21 cycle 3, the rest cycle 4 - and kept on the
001200* CUSTCYCL file from then on. The CYCLECAL calendar lists
001300* the business dates a cycle is due, so the nightly
001400* statement run asks here which customers tonight covers
001500* instead of statementing the whole base every night.
001600* Opening and closing per call, as ACT-LOG does, keeps the
001700* assignment file whole on disk between callers.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-10-15   DN   Original program.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CUST-CYCLE ASSIGN TO 'CUSTCYCL'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS CY-CUST-ID
003000         FILE STATUS IS CY-FILE-STATUS.
003100     SELECT CYCLE-CALENDAR ASSIGN TO 'CYCLECAL'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS CC-FILE-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CUST-CYCLE
003800     LABEL RECORDS ARE STANDARD.
003900     COPY "custcycl.cpy".
004000*
004100 FD  CYCLE-CALENDAR
004200     LABEL RECORDS ARE STANDARD.
004300     COPY "cyclecal.cpy".
004400*
004500 WORKING-STORAGE SECTION.
004600 01  CY-FILE-STATUS          PIC X(02).
004700 01  CC-FILE-STATUS          PIC X(02).
004800*
004900 01  WS-CAL-EOF-SW           PIC X(01).
005000     88  WS-CAL-EOF          VALUE 'Y' FALSE 'N'.
005100*
005200 01  WS-CYCLE-COUNT          PIC 9(02) VALUE 4.
005300 01  WS-WORK-DATE.
005400     05  WS-WORK-YEAR        PIC 9(04).
005500     05  WS-WORK-MONTH       PIC 9(02).
005600     05  WS-WORK-DAY         PIC 9(02).
005700 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
005800                             PIC 9(08).
005900 01  WS-WEEK-QUOT            PIC 9(02).
006000 01  WS-WEEK-REM             PIC 9(02).
006100*
006200 LINKAGE SECTION.
006300 COPY "billcypm.cpy".
006400*
006500 PROCEDURE DIVISION USING BILL-CYCLE-PARMS.
006600*----------------------------------------------------------
006700* 0000-MAINLINE
006800*----------------------------------------------------------
006900 0000-MAINLINE.
007000     MOVE 0 TO BY-RETURN-CODE.
007100     SET BY-NEWLY-ASSIGNED TO FALSE.
007200     EVALUATE TRUE
007300         WHEN BY-FUNC-ASSIGN
007400             PERFORM 2000-ASSIGN-CYCLE THRU 2000-EXIT
007500         WHEN BY-FUNC-RULE
007600             PERFORM 1000-APPLY-RULE THRU 1000-EXIT
007700         WHEN BY-FUNC-DUE
007800             PERFORM 3000-FIND-DUE-CYCLE THRU 3000-EXIT
007900         WHEN OTHER
008000             MOVE 12 TO BY-RETURN-CODE
008100     END-EVALUATE.
008200     GOBACK.
008300*----------------------------------------------------------
008400* 1000-APPLY-RULE - the week of the month of the add date;
008500*     an add date that is not a date falls back on the run
008600*     date, so every customer lands on some cycle.
008700*----------------------------------------------------------
008800 1000-APPLY-RULE.
008900     MOVE BY-ADD-DATE TO WS-WORK-DATE-NUM.
009000     IF BY-ADD-DATE IS NOT NUMERIC
009100         OR WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
009200         MOVE BY-RUN-DATE TO WS-WORK-DATE-NUM
009300     END-IF.
009400     IF WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
009500         MOVE 1 TO WS-WORK-DAY
009600     END-IF.
009700     SUBTRACT 1 FROM WS-WORK-DAY.
009800     DIVIDE WS-WORK-DAY BY 7
009900         GIVING WS-WEEK-QUOT
010000         REMAINDER WS-WEEK-REM.
010100     COMPUTE BY-BILL-CYCLE = WS-WEEK-QUOT + 1.
010200     IF BY-BILL-CYCLE > WS-CYCLE-COUNT
010300         MOVE WS-CYCLE-COUNT TO BY-BILL-CYCLE
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700*----------------------------------------------------------
010800* 2000-ASSIGN-CYCLE - a customer already assigned keeps
010900*     the cycle on file; one with none is given the rule's
011000*     cycle and it is written. The file is created on first
011100*     use.
011200*----------------------------------------------------------
011300 2000-ASSIGN-CYCLE.
011400     OPEN I-O CUST-CYCLE.
011500     IF CY-FILE-STATUS = '35'
011600         OPEN OUTPUT CUST-CYCLE
011700         CLOSE CUST-CYCLE
011800         OPEN I-O CUST-CYCLE
011900     END-IF.
012000     IF CY-FILE-STATUS NOT = '00'
012100         PERFORM 1000-APPLY-RULE THRU 1000-EXIT
012200         MOVE 8 TO BY-RETURN-CODE
012300         GO TO 2000-EXIT
012400     END-IF.
012500     MOVE BY-CUST-ID TO CY-CUST-ID.
012600     READ CUST-CYCLE
012700         KEY IS CY-CUST-ID
012800         INVALID KEY
012900             CONTINUE
013000         NOT INVALID KEY
013100             MOVE CY-BILL-CYCLE TO BY-BILL-CYCLE
013200             CLOSE CUST-CYCLE
013300             GO TO 2000-EXIT
013400     END-READ.
013500     PERFORM 1000-APPLY-RULE THRU 1000-EXIT.
013600     MOVE SPACES TO CUST-CYCLE-RECORD.
013700     MOVE BY-CUST-ID TO CY-CUST-ID.
013800     MOVE BY-BILL-CYCLE TO CY-BILL-CYCLE.
013900     MOVE BY-RUN-DATE TO CY-ASSIGN-DATE.
014000     MOVE BY-SOURCE-PGM TO CY-ASSIGN-PGM.
014100     WRITE CUST-CYCLE-RECORD
014200         INVALID KEY
014300             MOVE 8 TO BY-RETURN-CODE
014400         NOT INVALID KEY
014500             SET BY-NEWLY-ASSIGNED TO TRUE
014600     END-WRITE.
014700     CLOSE CUST-CYCLE.
014800 2000-EXIT.
014900     EXIT.
015000*----------------------------------------------------------
015100* 3000-FIND-DUE-CYCLE - the first calendar entry for the
015200*     run date names the cycle due. No calendar on file
015300*     means every customer is due, as before cycles; a
015400*     calendar that does not list the date means none is.
015500*----------------------------------------------------------
015600 3000-FIND-DUE-CYCLE.
015700     MOVE 0 TO BY-BILL-CYCLE.
015800     OPEN INPUT CYCLE-CALENDAR.
015900     IF CC-FILE-STATUS NOT = '00'
016000         SET BY-DUE-ALL TO TRUE
016100         GO TO 3000-EXIT
016200     END-IF.
016300     SET BY-DUE-NONE TO TRUE.
016400     SET WS-CAL-EOF TO FALSE.
016500     PERFORM 3100-CHECK-ONE-DATE THRU 3100-EXIT
016600         UNTIL WS-CAL-EOF OR BY-DUE-ONE-CYCLE.
016700     CLOSE CYCLE-CALENDAR.
016800 3000-EXIT.
016900     EXIT.
017000*----------------------------------------------------------
017100* 3100-CHECK-ONE-DATE
017200*----------------------------------------------------------
017300 3100-CHECK-ONE-DATE.
017400     READ CYCLE-CALENDAR
017500         AT END
017600             SET WS-CAL-EOF TO TRUE
017700             GO TO 3100-EXIT
017800     END-READ.
017900     IF CC-BILL-DATE IS NUMERIC
018000         AND CC-BILL-DATE = BY-RUN-DATE
018100         AND CC-BILL-CYCLE IS NUMERIC
018200         AND CC-BILL-CYCLE > 0
018300         MOVE CC-BILL-CYCLE TO BY-BILL-CYCLE
018400         SET BY-DUE-ONE-CYCLE TO TRUE
018500     END-IF.
018600 3100-EXIT.
018700     EXIT.
