000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SEQ-DRAW.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Callable document-number service for the programs that
000900* use the numbers INCREMENT-EXAMPLE generates. A branch
001000* that holds SEQBLOCK blocks in a series has its customers'
001100* documents numbered only from those blocks; every other
001200* customer takes the shared pool, which never reaches into
001300* a block. Each block, and the pool, keeps its own cursor:
001400* the highest number in it already on DOCUMENT-USE-LOG or
001500* voided on VOIDFILE, so a rerun carries on from the
001600* numbers actually logged and none is handed out twice.
001700* The consumption side watches the low-water count as
001800* numbers are used, raising the branch's next-block
001900* request once, the same way the allocation run does as
002000* they are generated. The tables stay loaded for the life
002100* of the run unit; the files are opened and closed per
002200* call, as ACT-LOG does.
002300*----------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE        INIT  DESCRIPTION
002600*    2026-10-15   DN   Original program.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SEQ-NUMBERS ASSIGN TO 'SEQNBRS'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS SN-FILE-STATUS.
003400     SELECT DOCUMENT-USE-LOG ASSIGN TO 'DOCUSED'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS DU-FILE-STATUS.
003700     SELECT VOID-FILE ASSIGN TO 'VOIDFILE'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS VD-FILE-STATUS.
004000     SELECT SEQ-BLOCK-FILE ASSIGN TO 'SEQBLOCK'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SB-BLOCK-KEY
004400         FILE STATUS IS SB-FILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SEQ-NUMBERS
004900     LABEL RECORDS ARE STANDARD.
005000     COPY "seqnumrc.cpy".
005100*
005200 FD  DOCUMENT-USE-LOG
005300     LABEL RECORDS ARE STANDARD.
005400     COPY "docuserc.cpy".
005500*
005600 FD  VOID-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY "voidrc.cpy".
005900*
006000 FD  SEQ-BLOCK-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY "seqblkrc.cpy".
006300*
006400 WORKING-STORAGE SECTION.
006500 01  SN-FILE-STATUS          PIC X(02).
006600 01  DU-FILE-STATUS          PIC X(02).
006700 01  VD-FILE-STATUS          PIC X(02).
006800 01  SB-FILE-STATUS          PIC X(02).
006900*
007000 01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
007100     88  WS-SCAN-EOF         VALUE 'Y' FALSE 'N'.
007200 01  WS-BRANCH-DRAW-SW       PIC X(01) VALUE 'N'.
007300     88  WS-BRANCH-DRAW      VALUE 'Y' FALSE 'N'.
007400 01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
007500     88  WS-FOUND            VALUE 'Y' FALSE 'N'.
007600 01  WS-QUEUED-SW            PIC X(01) VALUE 'N'.
007700     88  WS-QUEUED-FOUND     VALUE 'Y' FALSE 'N'.
007800*
007900 01  WS-SER-SUB              PIC 9(04) COMP VALUE 0.
008000 01  WS-BT-SUB               PIC 9(04) COMP.
008100 01  WS-AV-SUB               PIC 9(05) COMP.
008200 01  WS-BUCKET               PIC 9(04) COMP.
008300 01  WS-FIND-NUMBER          PIC 9(09).
008400 01  WS-BUCKET-LAST          PIC 9(09).
008500 01  WS-REMAINING            PIC 9(09).
008600 01  WS-DSP-REMAINING        PIC Z(8)9.
008700*
008800*    One entry per series loaded this run; the pool's cursor
008900*    is the highest number used outside every block.
009000 01  WS-SERIES-TABLE.
009100     05  WS-SER-COUNT        PIC 9(04) COMP VALUE 0.
009200     05  WS-SER-MAX          PIC 9(04) COMP VALUE 10.
009300     05  WS-SER-ENTRY        OCCURS 10 TIMES.
009400         10  WS-SER-CODE     PIC X(03).
009500         10  WS-SER-POOL-LAST
009600                             PIC 9(09).
009700*
009800*    Each block's cursor, by the same subscript as the block
009900*    table.
010000 01  WS-BLOCK-LAST-TABLE.
010100     05  WS-BLK-LAST-USED    OCCURS 200 TIMES
010200                             PIC 9(09).
010300*
010400*    Generated numbers still available, in generation order,
010500*    each tagged with the block it falls in (zero for the
010600*    shared pool).
010700 01  WS-AVAIL-TABLE.
010800     05  WS-AV-COUNT         PIC 9(05) COMP VALUE 0.
010900     05  WS-AV-MAX           PIC 9(05) COMP VALUE 8000.
011000     05  WS-AV-ENTRY         OCCURS 8000 TIMES.
011100         10  WS-AV-SERIES    PIC X(03).
011200         10  WS-AV-NUMBER    PIC 9(09).
011300         10  WS-AV-BLOCK     PIC 9(04) COMP.
011400         10  WS-AV-TAKEN-SW  PIC X(01).
011500             88  WS-AV-TAKEN VALUE 'Y' FALSE 'N'.
011600*
011700 01  WS-BLK-ACT-KEY.
011800     05  WS-BLK-ACT-SERIES   PIC X(03).
011900     05  FILLER              PIC X(01) VALUE SPACE.
012000     05  WS-BLK-ACT-BRANCH   PIC X(03).
012100     05  FILLER              PIC X(01) VALUE SPACE.
012200     05  WS-BLK-ACT-START    PIC 9(09).
012300*
012400 COPY "actlogpm.cpy".
012500 COPY "seqblktb.cpy".
012600*
012700 LINKAGE SECTION.
012800 COPY "seqdrwpm.cpy".
012900*
013000 PROCEDURE DIVISION USING SEQ-DRAW-PARMS.
013100*----------------------------------------------------------
013200* 0000-MAINLINE
013300*----------------------------------------------------------
013400 0000-MAINLINE.
013500     EVALUATE TRUE
013600         WHEN DW-FUNC-LOAD
013700             PERFORM 1000-LOAD-SERIES THRU 1000-EXIT
013800         WHEN DW-FUNC-DRAW
013900             PERFORM 2000-DRAW-NUMBER THRU 2000-EXIT
014000         WHEN OTHER
014100             SET DW-NO-NUMBERS TO TRUE
014200     END-EVALUATE.
014300     GOBACK.
014400*----------------------------------------------------------
014500* 1000-LOAD-SERIES - blocks first, then each cursor from
014600*     the use log and voids, then the numbers above them.
014700*     A series already loaded only reports its count.
014800*----------------------------------------------------------
014900 1000-LOAD-SERIES.
015000     SET DW-LOADED TO TRUE.
015100     PERFORM 1900-FIND-SERIES THRU 1900-EXIT.
015200     IF WS-SER-SUB > 0
015300         PERFORM 1800-COUNT-AVAILABLE THRU 1800-EXIT
015400         GO TO 1000-EXIT
015500     END-IF.
015600     IF WS-SER-COUNT NOT < WS-SER-MAX
015700         SET DW-NO-NUMBERS TO TRUE
015800         GO TO 1000-EXIT
015900     END-IF.
016000     ADD 1 TO WS-SER-COUNT.
016100     MOVE WS-SER-COUNT TO WS-SER-SUB.
016200     MOVE DW-SERIES-CODE TO WS-SER-CODE (WS-SER-SUB).
016300     MOVE 0 TO WS-SER-POOL-LAST (WS-SER-SUB).
016400     PERFORM 1100-LOAD-BLOCKS THRU 1100-EXIT.
016500     PERFORM 1200-FIND-LAST-USED THRU 1200-EXIT.
016600     PERFORM 1300-LOAD-AVAILABLE THRU 1300-EXIT.
016700     IF NOT DW-NO-NUMBERS
016800         PERFORM 1800-COUNT-AVAILABLE THRU 1800-EXIT
016900     END-IF.
017000 1000-EXIT.
017100     EXIT.
017200*----------------------------------------------------------
017300* 1100-LOAD-BLOCKS - every block in the series, in number
017400*     order; no SEQBLOCK file means no blocks and the whole
017500*     series draws from the shared pool.
017600*----------------------------------------------------------
017700 1100-LOAD-BLOCKS.
017800     OPEN INPUT SEQ-BLOCK-FILE.
017900     IF SB-FILE-STATUS NOT = '00'
018000         GO TO 1100-EXIT
018100     END-IF.
018200     SET WS-SCAN-EOF TO FALSE.
018300     MOVE DW-SERIES-CODE TO SB-SERIES-CODE.
018400     MOVE 0 TO SB-BLOCK-START.
018500     START SEQ-BLOCK-FILE
018600         KEY IS NOT LESS THAN SB-BLOCK-KEY
018700         INVALID KEY
018800             SET WS-SCAN-EOF TO TRUE
018900     END-START.
019000     PERFORM 1110-LOAD-ONE-BLOCK THRU 1110-EXIT
019100         UNTIL WS-SCAN-EOF.
019200     CLOSE SEQ-BLOCK-FILE.
019300 1100-EXIT.
019400     EXIT.
019500*----------------------------------------------------------
019600* 1110-LOAD-ONE-BLOCK - a block starts with nothing used
019700*     below its first number.
019800*----------------------------------------------------------
019900 1110-LOAD-ONE-BLOCK.
020000     READ SEQ-BLOCK-FILE NEXT RECORD
020100         AT END
020200             SET WS-SCAN-EOF TO TRUE
020300             GO TO 1110-EXIT
020400     END-READ.
020500     IF SB-SERIES-CODE NOT = DW-SERIES-CODE
020600         OR BT-BLOCK-COUNT NOT < BT-BLOCK-MAX
020700         SET WS-SCAN-EOF TO TRUE
020800         GO TO 1110-EXIT
020900     END-IF.
021000     ADD 1 TO BT-BLOCK-COUNT.
021100     MOVE SB-SERIES-CODE TO BT-SERIES-CODE (BT-BLOCK-COUNT).
021200     MOVE SB-BLOCK-START TO BT-BLOCK-START (BT-BLOCK-COUNT).
021300     MOVE SB-BLOCK-END TO BT-BLOCK-END (BT-BLOCK-COUNT).
021400     MOVE SB-BRANCH-CODE TO BT-BRANCH-CODE (BT-BLOCK-COUNT).
021500     MOVE SB-NEXT-NUMBER TO BT-NEXT-NUMBER (BT-BLOCK-COUNT).
021600     MOVE SB-LOW-WATER TO BT-LOW-WATER (BT-BLOCK-COUNT).
021700     MOVE SB-BLOCK-STATUS TO BT-BLOCK-STATUS (BT-BLOCK-COUNT).
021800     MOVE SB-REQUEST-SW TO BT-REQUEST-SW (BT-BLOCK-COUNT).
021900     MOVE 0 TO BT-GEN-COUNT (BT-BLOCK-COUNT)
022000         BT-USED-COUNT (BT-BLOCK-COUNT)
022100         BT-VOID-COUNT (BT-BLOCK-COUNT)
022200         BT-GAP-COUNT (BT-BLOCK-COUNT).
022300     COMPUTE WS-BLK-LAST-USED (BT-BLOCK-COUNT) =
022400         SB-BLOCK-START - 1.
022500 1110-EXIT.
022600     EXIT.
022700*----------------------------------------------------------
022800* 1200-FIND-LAST-USED - the highest number in each block,
022900*     and in the pool, already consumed on the use log or
023000*     voided on VOIDFILE; nothing at or below it is drawn
023100*     again.
023200*----------------------------------------------------------
023300 1200-FIND-LAST-USED.
023400     OPEN INPUT DOCUMENT-USE-LOG.
023500     IF DU-FILE-STATUS = '00'
023600         SET WS-SCAN-EOF TO FALSE
023700         PERFORM 1210-SCAN-ONE-USE THRU 1210-EXIT
023800             UNTIL WS-SCAN-EOF
023900         CLOSE DOCUMENT-USE-LOG
024000     END-IF.
024100     OPEN INPUT VOID-FILE.
024200     IF VD-FILE-STATUS = '00'
024300         SET WS-SCAN-EOF TO FALSE
024400         PERFORM 1220-SCAN-ONE-VOID THRU 1220-EXIT
024500             UNTIL WS-SCAN-EOF
024600         CLOSE VOID-FILE
024700     END-IF.
024800 1200-EXIT.
024900     EXIT.
025000*----------------------------------------------------------
025100* 1210-SCAN-ONE-USE
025200*----------------------------------------------------------
025300 1210-SCAN-ONE-USE.
025400     READ DOCUMENT-USE-LOG
025500         AT END
025600             SET WS-SCAN-EOF TO TRUE
025700             GO TO 1210-EXIT
025800     END-READ.
025900     IF DU-SERIES-CODE NOT = DW-SERIES-CODE
026000         GO TO 1210-EXIT
026100     END-IF.
026200     MOVE DU-SEQ-NUMBER TO WS-FIND-NUMBER.
026300     PERFORM 1250-RAISE-CURSOR THRU 1250-EXIT.
026400 1210-EXIT.
026500     EXIT.
026600*----------------------------------------------------------
026700* 1220-SCAN-ONE-VOID
026800*----------------------------------------------------------
026900 1220-SCAN-ONE-VOID.
027000     READ VOID-FILE
027100         AT END
027200             SET WS-SCAN-EOF TO TRUE
027300             GO TO 1220-EXIT
027400     END-READ.
027500     IF NOT VD-TYPE-VOID
027600         OR VD-SERIES-CODE NOT = DW-SERIES-CODE
027700         GO TO 1220-EXIT
027800     END-IF.
027900     MOVE VD-SEQ-NUMBER TO WS-FIND-NUMBER.
028000     PERFORM 1250-RAISE-CURSOR THRU 1250-EXIT.
028100 1220-EXIT.
028200     EXIT.
028300*----------------------------------------------------------
028400* 1250-RAISE-CURSOR - move the cursor of whichever block,
028500*     or the pool, the number falls in.
028600*----------------------------------------------------------
028700 1250-RAISE-CURSOR.
028800     PERFORM 1950-FIND-BUCKET THRU 1950-EXIT.
028900     IF WS-BUCKET = 0
029000         IF WS-FIND-NUMBER > WS-SER-POOL-LAST (WS-SER-SUB)
029100             MOVE WS-FIND-NUMBER
029200                 TO WS-SER-POOL-LAST (WS-SER-SUB)
029300         END-IF
029400     ELSE
029500         IF WS-FIND-NUMBER > WS-BLK-LAST-USED (WS-BUCKET)
029600             MOVE WS-FIND-NUMBER
029700                 TO WS-BLK-LAST-USED (WS-BUCKET)
029800         END-IF
029900     END-IF.
030000 1250-EXIT.
030100     EXIT.
030200*----------------------------------------------------------
030300* 1300-LOAD-AVAILABLE - every number of the series on the
030400*     generation log above its own block's or the pool's
030500*     cursor, in generation order, up to the table size.
030600*----------------------------------------------------------
030700 1300-LOAD-AVAILABLE.
030800     OPEN INPUT SEQ-NUMBERS.
030900     IF SN-FILE-STATUS NOT = '00'
031000         DISPLAY 'SEQ-NUMBERS NOT AVAILABLE - STATUS ',
031100             SN-FILE-STATUS
031200         SET DW-NO-NUMBERS TO TRUE
031300         GO TO 1300-EXIT
031400     END-IF.
031500     SET WS-SCAN-EOF TO FALSE.
031600     PERFORM 1310-LOAD-ONE-NUMBER THRU 1310-EXIT
031700         UNTIL WS-SCAN-EOF.
031800     CLOSE SEQ-NUMBERS.
031900 1300-EXIT.
032000     EXIT.
032100*----------------------------------------------------------
032200* 1310-LOAD-ONE-NUMBER
032300*----------------------------------------------------------
032400 1310-LOAD-ONE-NUMBER.
032500     READ SEQ-NUMBERS
032600         AT END
032700             SET WS-SCAN-EOF TO TRUE
032800             GO TO 1310-EXIT
032900     END-READ.
033000     IF SN-SERIES-CODE NOT = DW-SERIES-CODE
033100         OR WS-AV-COUNT NOT < WS-AV-MAX
033200         GO TO 1310-EXIT
033300     END-IF.
033400     MOVE SN-SEQ-NUMBER TO WS-FIND-NUMBER.
033500     PERFORM 1950-FIND-BUCKET THRU 1950-EXIT.
033600     IF WS-BUCKET = 0
033700         MOVE WS-SER-POOL-LAST (WS-SER-SUB) TO WS-BUCKET-LAST
033800     ELSE
033900         MOVE WS-BLK-LAST-USED (WS-BUCKET) TO WS-BUCKET-LAST
034000     END-IF.
034100     IF SN-SEQ-NUMBER NOT > WS-BUCKET-LAST
034200         GO TO 1310-EXIT
034300     END-IF.
034400     ADD 1 TO WS-AV-COUNT.
034500     MOVE SN-SERIES-CODE TO WS-AV-SERIES (WS-AV-COUNT).
034600     MOVE SN-SEQ-NUMBER TO WS-AV-NUMBER (WS-AV-COUNT).
034700     MOVE WS-BUCKET TO WS-AV-BLOCK (WS-AV-COUNT).
034800     SET WS-AV-TAKEN (WS-AV-COUNT) TO FALSE.
034900 1310-EXIT.
035000     EXIT.
035100*----------------------------------------------------------
035200* 1800-COUNT-AVAILABLE - numbers of the series not yet
035300*     drawn, for the caller's console note.
035400*----------------------------------------------------------
035500 1800-COUNT-AVAILABLE.
035600     MOVE 0 TO DW-AVAIL-COUNT.
035700     PERFORM 1810-COUNT-ONE THRU 1810-EXIT
035800         VARYING WS-AV-SUB FROM 1 BY 1
035900         UNTIL WS-AV-SUB > WS-AV-COUNT.
036000 1800-EXIT.
036100     EXIT.
036200*----------------------------------------------------------
036300* 1810-COUNT-ONE
036400*----------------------------------------------------------
036500 1810-COUNT-ONE.
036600     IF WS-AV-SERIES (WS-AV-SUB) = DW-SERIES-CODE
036700         AND NOT WS-AV-TAKEN (WS-AV-SUB)
036800         ADD 1 TO DW-AVAIL-COUNT
036900     END-IF.
037000 1810-EXIT.
037100     EXIT.
037200*----------------------------------------------------------
037300* 1900-FIND-SERIES - zero when the series is not loaded.
037400*----------------------------------------------------------
037500 1900-FIND-SERIES.
037600     MOVE 0 TO WS-SER-SUB.
037700     SET WS-FOUND TO FALSE.
037800     PERFORM 1910-CHECK-ONE-SERIES THRU 1910-EXIT
037900         VARYING WS-BT-SUB FROM 1 BY 1
038000         UNTIL WS-BT-SUB > WS-SER-COUNT
038100             OR WS-FOUND.
038200 1900-EXIT.
038300     EXIT.
038400*----------------------------------------------------------
038500* 1910-CHECK-ONE-SERIES
038600*----------------------------------------------------------
038700 1910-CHECK-ONE-SERIES.
038800     IF WS-SER-CODE (WS-BT-SUB) = DW-SERIES-CODE
038900         MOVE WS-BT-SUB TO WS-SER-SUB
039000         SET WS-FOUND TO TRUE
039100     END-IF.
039200 1910-EXIT.
039300     EXIT.
039400*----------------------------------------------------------
039500* 1950-FIND-BUCKET - the block of the series holding
039600*     WS-FIND-NUMBER, or zero for the shared pool.
039700*----------------------------------------------------------
039800 1950-FIND-BUCKET.
039900     MOVE 0 TO WS-BUCKET.
040000     PERFORM 1960-CHECK-ONE-BLOCK THRU 1960-EXIT
040100         VARYING WS-BT-SUB FROM 1 BY 1
040200         UNTIL WS-BT-SUB > BT-BLOCK-COUNT
040300             OR WS-BUCKET > 0.
040400 1950-EXIT.
040500     EXIT.
040600*----------------------------------------------------------
040700* 1960-CHECK-ONE-BLOCK
040800*----------------------------------------------------------
040900 1960-CHECK-ONE-BLOCK.
041000     IF BT-SERIES-CODE (WS-BT-SUB) = DW-SERIES-CODE
041100         AND WS-FIND-NUMBER NOT < BT-BLOCK-START (WS-BT-SUB)
041200         AND WS-FIND-NUMBER NOT > BT-BLOCK-END (WS-BT-SUB)
041300         MOVE WS-BT-SUB TO WS-BUCKET
041400     END-IF.
041500 1960-EXIT.
041600     EXIT.
041700*----------------------------------------------------------
041800* 2000-DRAW-NUMBER - a branch holding any block in the
041900*     series draws only from its own blocks, lowest number
042000*     first, and is exhausted rather than spill into the
042100*     shared pool; every other customer draws from the
042200*     pool.
042300*----------------------------------------------------------
042400 2000-DRAW-NUMBER.
042500     MOVE 0 TO DW-SEQ-NUMBER DW-BLOCK-START.
042600     PERFORM 1900-FIND-SERIES THRU 1900-EXIT.
042700     IF WS-SER-SUB = 0
042800         PERFORM 1000-LOAD-SERIES THRU 1000-EXIT
042900     END-IF.
043000     SET DW-EXHAUSTED TO TRUE.
043100     IF WS-SER-SUB = 0
043200         GO TO 2000-EXIT
043300     END-IF.
043400     SET WS-BRANCH-DRAW TO FALSE.
043500     IF DW-BRANCH-CODE NOT = SPACES
043600         PERFORM 2100-CHECK-BRANCH-BLOCK THRU 2100-EXIT
043700             VARYING WS-BT-SUB FROM 1 BY 1
043800             UNTIL WS-BT-SUB > BT-BLOCK-COUNT
043900                 OR WS-BRANCH-DRAW
044000     END-IF.
044100     SET WS-FOUND TO FALSE.
044200     PERFORM 2200-CHECK-ONE-NUMBER THRU 2200-EXIT
044300         VARYING WS-AV-SUB FROM 1 BY 1
044400         UNTIL WS-AV-SUB > WS-AV-COUNT
044500             OR WS-FOUND.
044600     IF NOT WS-FOUND
044700         GO TO 2000-EXIT
044800     END-IF.
044900     SET DW-DRAWN TO TRUE.
045000     IF WS-BUCKET = 0
045100         MOVE DW-SEQ-NUMBER TO WS-SER-POOL-LAST (WS-SER-SUB)
045200         GO TO 2000-EXIT
045300     END-IF.
045400     MOVE BT-BLOCK-START (WS-BUCKET) TO DW-BLOCK-START.
045500     MOVE DW-SEQ-NUMBER TO WS-BLK-LAST-USED (WS-BUCKET).
045600     ADD 1 TO BT-USED-COUNT (WS-BUCKET).
045700     PERFORM 2400-CHECK-LOW-WATER THRU 2400-EXIT.
045800 2000-EXIT.
045900     EXIT.
046000*----------------------------------------------------------
046100* 2100-CHECK-BRANCH-BLOCK
046200*----------------------------------------------------------
046300 2100-CHECK-BRANCH-BLOCK.
046400     IF BT-SERIES-CODE (WS-BT-SUB) = DW-SERIES-CODE
046500         AND BT-BRANCH-CODE (WS-BT-SUB) = DW-BRANCH-CODE
046600         SET WS-BRANCH-DRAW TO TRUE
046700     END-IF.
046800 2100-EXIT.
046900     EXIT.
047000*----------------------------------------------------------
047100* 2200-CHECK-ONE-NUMBER - the first number not yet drawn in
047200*     the branch's blocks, or in the pool.
047300*----------------------------------------------------------
047400 2200-CHECK-ONE-NUMBER.
047500     IF WS-AV-SERIES (WS-AV-SUB) NOT = DW-SERIES-CODE
047600         OR WS-AV-TAKEN (WS-AV-SUB)
047700         GO TO 2200-EXIT
047800     END-IF.
047900     MOVE WS-AV-BLOCK (WS-AV-SUB) TO WS-BUCKET.
048000     IF WS-BRANCH-DRAW
048100         IF WS-BUCKET = 0
048200             GO TO 2200-EXIT
048300         END-IF
048400         IF BT-BRANCH-CODE (WS-BUCKET) NOT = DW-BRANCH-CODE
048500             GO TO 2200-EXIT
048600         END-IF
048700     ELSE
048800         IF WS-BUCKET NOT = 0
048900             GO TO 2200-EXIT
049000         END-IF
049100     END-IF.
049200     SET WS-AV-TAKEN (WS-AV-SUB) TO TRUE.
049300     MOVE WS-AV-NUMBER (WS-AV-SUB) TO DW-SEQ-NUMBER.
049400     SET WS-FOUND TO TRUE.
049500 2200-EXIT.
049600     EXIT.
049700*----------------------------------------------------------
049800* 2400-CHECK-LOW-WATER - with no more than the low-water
049900*     count of the block left unused, and no block already
050000*     queued behind it, the branch is warned and the next
050100*     block is requested once; the request stands on the
050200*     block until SEQ-BLOCK answers it.
050300*----------------------------------------------------------
050400 2400-CHECK-LOW-WATER.
050500     COMPUTE WS-REMAINING = BT-BLOCK-END (WS-BUCKET)
050600         - WS-BLK-LAST-USED (WS-BUCKET).
050700     IF WS-REMAINING > BT-LOW-WATER (WS-BUCKET)
050800         OR BT-REQUEST-SW (WS-BUCKET) = 'Y'
050900         GO TO 2400-EXIT
051000     END-IF.
051100     SET WS-QUEUED-FOUND TO FALSE.
051200     PERFORM 2410-CHECK-QUEUED THRU 2410-EXIT
051300         VARYING WS-BT-SUB FROM 1 BY 1
051400         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
051500     IF WS-QUEUED-FOUND
051600         GO TO 2400-EXIT
051700     END-IF.
051800     MOVE WS-REMAINING TO WS-DSP-REMAINING.
051900     DISPLAY '*** LOW-WATER WARNING - BRANCH ', DW-BRANCH-CODE,
052000         ' ', DW-SERIES-CODE, ' BLOCK HAS ', WS-DSP-REMAINING,
052100         ' UNUSED NUMBERS LEFT ***'.
052200     DISPLAY '*** NEXT BLOCK REQUESTED FROM THE SUPERVISOR ***'.
052300     MOVE 'Y' TO BT-REQUEST-SW (WS-BUCKET).
052400     IF DW-LIVE-RUN
052500         PERFORM 2500-RECORD-REQUEST THRU 2500-EXIT
052600     END-IF.
052700 2400-EXIT.
052800     EXIT.
052900*----------------------------------------------------------
053000* 2410-CHECK-QUEUED
053100*----------------------------------------------------------
053200 2410-CHECK-QUEUED.
053300     IF BT-SERIES-CODE (WS-BT-SUB) = DW-SERIES-CODE
053400         AND BT-BRANCH-CODE (WS-BT-SUB) = DW-BRANCH-CODE
053500         AND BT-BLOCK-STATUS (WS-BT-SUB) = 'Q'
053600         SET WS-QUEUED-FOUND TO TRUE
053700     END-IF.
053800 2410-EXIT.
053900     EXIT.
054000*----------------------------------------------------------
054100* 2500-RECORD-REQUEST - the request goes on the block's
054200*     SEQBLOCK record, where SEQ-BLOCK lists it, and on the
054300*     OPERACT log keyed by series, branch and the first
054400*     number of the block, as the allocation run logs it.
054500*     The allocation run may already have raised it.
054600*----------------------------------------------------------
054700 2500-RECORD-REQUEST.
054800     OPEN I-O SEQ-BLOCK-FILE.
054900     IF SB-FILE-STATUS NOT = '00'
055000         DISPLAY 'ERROR OPENING SEQBLOCK - STATUS ',
055100             SB-FILE-STATUS
055200         GO TO 2500-EXIT
055300     END-IF.
055400     MOVE BT-SERIES-CODE (WS-BUCKET) TO SB-SERIES-CODE.
055500     MOVE BT-BLOCK-START (WS-BUCKET) TO SB-BLOCK-START.
055600     READ SEQ-BLOCK-FILE
055700         INVALID KEY
055800             DISPLAY 'ERROR READING SEQBLOCK - STATUS ',
055900                 SB-FILE-STATUS
056000             CLOSE SEQ-BLOCK-FILE
056100             GO TO 2500-EXIT
056200     END-READ.
056300     IF SB-NEXT-REQUESTED
056400         CLOSE SEQ-BLOCK-FILE
056500         GO TO 2500-EXIT
056600     END-IF.
056700     SET SB-NEXT-REQUESTED TO TRUE.
056800     MOVE DW-RUN-DATE TO SB-REQUEST-DATE.
056900     REWRITE SEQ-BLOCK-RECORD
057000         INVALID KEY
057100             DISPLAY 'ERROR REWRITING SEQBLOCK - STATUS ',
057200                 SB-FILE-STATUS
057300             CLOSE SEQ-BLOCK-FILE
057400             GO TO 2500-EXIT
057500     END-REWRITE.
057600     CLOSE SEQ-BLOCK-FILE.
057700     MOVE DW-OPERATOR-ID TO AY-OPERATOR-ID.
057800     MOVE DW-PROGRAM-ID TO AY-SOURCE-PGM.
057900     MOVE 'BLKREQ' TO AY-ACTION-CODE.
058000     MOVE DW-SERIES-CODE TO WS-BLK-ACT-SERIES.
058100     MOVE DW-BRANCH-CODE TO WS-BLK-ACT-BRANCH.
058200     MOVE BT-BLOCK-START (WS-BUCKET) TO WS-BLK-ACT-START.
058300     MOVE WS-BLK-ACT-KEY TO AY-ACTION-KEY.
058400     MOVE DW-RUN-DATE TO AY-ACTIVITY-DATE.
058500     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
058600 2500-EXIT.
058700     EXIT.
