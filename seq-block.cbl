000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SEQ-BLOCK.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Supervisor workstation for branch sequence-number blocks.
000900* A block is a range of numbers in one document series set
001000* aside for a single branch on the indexed SEQBLOCK file;
001100* the branch's allocation runs draw from it and the shared
001200* SERCTL pool steps over it. A new block must lie wholly
001300* above the numbers the shared pool has already issued,
001400* within the series ceiling, and clear of every other block
001500* in the series. A branch already holding an active block
001600* gets the new one queued behind it, which also answers the
001700* branch's outstanding next-block request.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-10-15   DN   Original program.
002150*    2026-10-15   DN   Take the LTR customer-letter series.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SEQ-BLOCK-FILE ASSIGN TO 'SEQBLOCK'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS SB-BLOCK-KEY
003000         FILE STATUS IS SB-FILE-STATUS.
003100     SELECT SERIES-CONTROL ASSIGN TO 'SERCTL'
003200         ORGANIZATION IS RELATIVE
003300         ACCESS MODE IS RANDOM
003400         RELATIVE KEY IS SR-REL-KEY
003500         FILE STATUS IS SR-FILE-STATUS.
003600     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS AF-FILE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SEQ-BLOCK-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY "seqblkrc.cpy".
004500*
004600 FD  SERIES-CONTROL
004700     LABEL RECORDS ARE STANDARD.
004800     COPY "serctl.cpy".
004900*
005000 FD  AUTH-FAIL-LOG
005100     LABEL RECORDS ARE STANDARD.
005200     COPY "authfailrc.cpy".
005300*
005400 WORKING-STORAGE SECTION.
005500 COPY "operauth.cpy".
005600 COPY "signonws.cpy".
005700 COPY "actlogpm.cpy".
005800 COPY "seqblktb.cpy".
005900*
006000 01  WS-ACT-KEY.
006100     05  WS-ACT-KEY-SERIES   PIC X(03).
006200     05  FILLER              PIC X(01) VALUE SPACE.
006300     05  WS-ACT-KEY-BRANCH   PIC X(03).
006400     05  FILLER              PIC X(01) VALUE SPACE.
006500     05  WS-ACT-KEY-START    PIC 9(09).
006600 COPY "rundate.cpy".
006700*
006800 01  SB-FILE-STATUS          PIC X(02).
006900 01  SR-FILE-STATUS          PIC X(02).
007000 01  AF-FILE-STATUS          PIC X(02).
007100 01  SR-REL-KEY              PIC 9(09) COMP.
007200*
007300 01  WS-OPERATOR-ID          PIC X(08).
007400 01  WS-AUTH-CODE            PIC X(04).
007500 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
007600     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
007700*
007800 01  WS-ACTION               PIC X(01).
007900     88  WS-ACTION-ALLOCATE  VALUE 'A'.
008000     88  WS-ACTION-LIST      VALUE 'L'.
008100     88  WS-ACTION-REQUESTS  VALUE 'R'.
008200     88  WS-ACTION-DONE      VALUE 'X'.
008300*
008400 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
008500     88  WS-DONE             VALUE 'Y'.
008600*
008700 01  WS-SERIES-CODE          PIC X(03).
008800     88  WS-SERIES-VALID     VALUES 'INV', 'CRM', 'STM',
008850                             'LTR'.
008900 01  WS-SERIES-SLOT          PIC 9(01) COMP.
009000 01  WS-BRANCH-CODE          PIC X(03).
009100 01  WS-BLOCK-START          PIC 9(09).
009200 01  WS-BLOCK-END            PIC 9(09).
009300 01  WS-LOW-WATER            PIC 9(09).
009400 01  WS-POOL-NEXT            PIC 9(09).
009500 01  WS-POOL-CEILING         PIC 9(09).
009600 01  WS-REMAINING            PIC 9(09).
009700*
009800 01  WS-BT-SUB               PIC 9(04) COMP.
009900 01  WS-OVERLAP-SUB          PIC 9(04) COMP.
010000 01  WS-ACTIVE-SUB           PIC 9(04) COMP.
010100 01  WS-LIST-COUNT           PIC 9(04) COMP.
010200 01  WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
010300     88  WS-LOAD-EOF         VALUE 'Y' FALSE 'N'.
010400*
010500 01  WS-DSP-START            PIC Z(8)9.
010600 01  WS-DSP-END              PIC Z(8)9.
010700 01  WS-DSP-NEXT             PIC Z(8)9.
010800 01  WS-DSP-REMAINING        PIC Z(8)9.
010900 01  WS-DSP-LOW-WATER        PIC Z(8)9.
011000*
011100 PROCEDURE DIVISION.
011200*----------------------------------------------------------
011300* 0000-MAINLINE
011400*----------------------------------------------------------
011500 0000-MAINLINE.
011600     CALL 'BUS-DATE' USING WS-RUN-DATE.
011700     OPEN EXTEND AUTH-FAIL-LOG.
011800     IF AF-FILE-STATUS = '35'
011900         OPEN OUTPUT AUTH-FAIL-LOG
012000     END-IF.
012100     PERFORM 1700-CHECK-OPERATOR-AUTH THRU 1700-EXIT.
012200     IF WS-AUTHORIZED
012300         PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
012400             UNTIL WS-DONE
012500     ELSE
012600         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED TO ',
012700             'ALLOCATE SEQUENCE BLOCKS'
012800         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
012900     END-IF.
013000     CLOSE AUTH-FAIL-LOG.
013100     GOBACK.
013200*----------------------------------------------------------
013300* 1700-CHECK-OPERATOR-AUTH - block allocation is a
013400*     supervisor function: the operator must hold the
013500*     supervisor role on the operator master.
013600*----------------------------------------------------------
013700 1700-CHECK-OPERATOR-AUTH.
013800     IF SO-SIGNED-ON
013900         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
014000         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
014100     ELSE
014200         DISPLAY 'Enter your operator ID: '
014300         ACCEPT WS-OPERATOR-ID
014400         DISPLAY 'Enter your authorization code: '
014500         ACCEPT WS-AUTH-CODE
014600     END-IF.
014700     SET WS-AUTHORIZED TO FALSE.
014800     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
014900     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
015000     MOVE '3' TO OA-REQUIRED-ROLE.
015100     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
015200     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
015300     IF OA-AUTHORIZED
015400         SET WS-AUTHORIZED TO TRUE
015500     END-IF.
015600 1700-EXIT.
015700     EXIT.
015800*----------------------------------------------------------
015900* 1730-WRITE-AUTH-FAIL
016000*----------------------------------------------------------
016100 1730-WRITE-AUTH-FAIL.
016200     MOVE 'SEQ-BLOCK' TO AF-SOURCE-PGM.
016300     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
016400     ACCEPT AF-REJECT-TIME FROM TIME.
016500     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
016600     MOVE 'SUPERVISOR AUTH REQUIRED' TO AF-REASON.
016700     WRITE AUTH-FAIL-RECORD.
016800 1730-EXIT.
016900     EXIT.
017000*----------------------------------------------------------
017100* 1000-PROCESS-ACTION
017200*----------------------------------------------------------
017300 1000-PROCESS-ACTION.
017400     DISPLAY ' '.
017500     DISPLAY 'A. ALLOCATE A BRANCH BLOCK'.
017600     DISPLAY 'L. LIST THE BLOCKS OF A SERIES'.
017700     DISPLAY 'R. LIST OUTSTANDING NEXT-BLOCK REQUESTS'.
017800     DISPLAY 'X. EXIT'.
017900     DISPLAY 'Enter your selection: '.
018000     ACCEPT WS-ACTION.
018100     EVALUATE TRUE
018200         WHEN WS-ACTION-ALLOCATE
018300             PERFORM 2000-ALLOCATE-BLOCK THRU 2000-EXIT
018400         WHEN WS-ACTION-LIST
018500             PERFORM 3000-LIST-BLOCKS THRU 3000-EXIT
018600         WHEN WS-ACTION-REQUESTS
018700             PERFORM 3100-LIST-REQUESTS THRU 3100-EXIT
018800         WHEN WS-ACTION-DONE
018900             SET WS-DONE TO TRUE
019000         WHEN OTHER
019100             DISPLAY 'INVALID SELECTION - TRY AGAIN'
019200     END-EVALUATE.
019300 1000-EXIT.
019400     EXIT.
019500*----------------------------------------------------------
019600* 1100-ACCEPT-SERIES
019700*----------------------------------------------------------
019800 1100-ACCEPT-SERIES.
019900     DISPLAY 'Enter series code (INV/CRM/STM/LTR): '.
020000     ACCEPT WS-SERIES-CODE.
020100     EVALUATE WS-SERIES-CODE
020200         WHEN 'INV'
020300             MOVE 1 TO WS-SERIES-SLOT
020400         WHEN 'CRM'
020500             MOVE 2 TO WS-SERIES-SLOT
020600         WHEN 'STM'
020700             MOVE 3 TO WS-SERIES-SLOT
020720         WHEN 'LTR'
020740             MOVE 4 TO WS-SERIES-SLOT
020800     END-EVALUATE.
020900 1100-EXIT.
021000     EXIT.
021100*----------------------------------------------------------
021200* 2000-ALLOCATE-BLOCK - range edits first, then the shared
021300*     pool and the ceiling on SERCTL, then the overlap
021400*     check against every block already in the series.
021500*----------------------------------------------------------
021600 2000-ALLOCATE-BLOCK.
021700     PERFORM 1100-ACCEPT-SERIES THRU 1100-EXIT.
021800     IF NOT WS-SERIES-VALID
021900         DISPLAY 'UNKNOWN SERIES - NOTHING ALLOCATED'
022000         GO TO 2000-EXIT
022100     END-IF.
022200     DISPLAY 'Enter branch code: '.
022300     ACCEPT WS-BRANCH-CODE.
022400     IF WS-BRANCH-CODE = SPACES
022500         DISPLAY 'BRANCH CODE REQUIRED - NOTHING ALLOCATED'
022600         GO TO 2000-EXIT
022700     END-IF.
022800     DISPLAY 'Enter first number of the block: '.
022900     ACCEPT WS-BLOCK-START.
023000     DISPLAY 'Enter last number of the block: '.
023100     ACCEPT WS-BLOCK-END.
023200     IF WS-BLOCK-START = 0
023300             OR WS-BLOCK-END < WS-BLOCK-START
023400         DISPLAY 'INVALID RANGE - NOTHING ALLOCATED'
023500         GO TO 2000-EXIT
023600     END-IF.
023700     PERFORM 4000-READ-SERIES-POOL THRU 4000-EXIT.
023800     IF WS-BLOCK-START < WS-POOL-NEXT
023900         MOVE WS-POOL-NEXT TO WS-DSP-NEXT
024000         DISPLAY 'SHARED POOL HAS ISSUED UP TO ', WS-DSP-NEXT,
024100             ' - BLOCK MUST START ABOVE IT'
024200         GO TO 2000-EXIT
024300     END-IF.
024400     IF WS-BLOCK-END > WS-POOL-CEILING
024500         MOVE WS-POOL-CEILING TO WS-DSP-END
024600         DISPLAY 'BLOCK PASSES THE ', WS-SERIES-CODE,
024700             ' SERIES CEILING OF ', WS-DSP-END,
024800             ' - NOTHING ALLOCATED'
024900         GO TO 2000-EXIT
025000     END-IF.
025100     PERFORM 4500-OPEN-BLOCK-FILE THRU 4500-EXIT.
025200     PERFORM 4100-LOAD-SERIES-BLOCKS THRU 4100-EXIT.
025300     MOVE 0 TO WS-OVERLAP-SUB WS-ACTIVE-SUB.
025400     PERFORM 2100-CHECK-ONE-BLOCK THRU 2100-EXIT
025500         VARYING WS-BT-SUB FROM 1 BY 1
025600         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
025700     IF WS-OVERLAP-SUB > 0
025800         MOVE BT-BLOCK-START (WS-OVERLAP-SUB) TO WS-DSP-START
025900         MOVE BT-BLOCK-END (WS-OVERLAP-SUB) TO WS-DSP-END
026000         DISPLAY 'RANGE OVERLAPS BRANCH ',
026100             BT-BRANCH-CODE (WS-OVERLAP-SUB), ' BLOCK ',
026200             WS-DSP-START, ' -', WS-DSP-END
026300         DISPLAY 'NOTHING ALLOCATED'
026400         CLOSE SEQ-BLOCK-FILE
026500         GO TO 2000-EXIT
026600     END-IF.
026700     DISPLAY 'Low-water count (0 = one tenth of the block): '.
026800     ACCEPT WS-LOW-WATER.
026900     IF WS-LOW-WATER = 0
027000         COMPUTE WS-LOW-WATER =
027100             (WS-BLOCK-END - WS-BLOCK-START + 1) / 10
027200     END-IF.
027300     MOVE SPACES TO SEQ-BLOCK-RECORD.
027400     MOVE WS-SERIES-CODE TO SB-SERIES-CODE.
027500     MOVE WS-BLOCK-START TO SB-BLOCK-START.
027600     MOVE WS-BLOCK-END TO SB-BLOCK-END.
027700     MOVE WS-BRANCH-CODE TO SB-BRANCH-CODE.
027800     MOVE WS-BLOCK-START TO SB-NEXT-NUMBER.
027900     MOVE WS-LOW-WATER TO SB-LOW-WATER.
028000     IF WS-ACTIVE-SUB > 0
028100         SET SB-STATUS-QUEUED TO TRUE
028200     ELSE
028300         SET SB-STATUS-ACTIVE TO TRUE
028400     END-IF.
028500     SET SB-NEXT-REQUESTED TO FALSE.
028600     MOVE 0 TO SB-REQUEST-DATE.
028700     MOVE WS-RUN-DATE TO SB-ALLOC-DATE.
028800     MOVE WS-OPERATOR-ID TO SB-ALLOC-OPER.
028900     WRITE SEQ-BLOCK-RECORD
029000         INVALID KEY
029100             DISPLAY 'A BLOCK ALREADY STARTS AT THAT NUMBER - ',
029200                 'NOTHING ALLOCATED'
029300             CLOSE SEQ-BLOCK-FILE
029400             GO TO 2000-EXIT
029500     END-WRITE.
029600     IF WS-ACTIVE-SUB > 0
029700         PERFORM 2200-CLEAR-REQUEST THRU 2200-EXIT
029800     END-IF.
029900     CLOSE SEQ-BLOCK-FILE.
030000     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
030100     MOVE 'SEQ-BLOCK' TO AY-SOURCE-PGM.
030200     MOVE 'BLKALLOC' TO AY-ACTION-CODE.
030300     MOVE WS-SERIES-CODE TO WS-ACT-KEY-SERIES.
030400     MOVE WS-BRANCH-CODE TO WS-ACT-KEY-BRANCH.
030500     MOVE WS-BLOCK-START TO WS-ACT-KEY-START.
030600     MOVE WS-ACT-KEY TO AY-ACTION-KEY.
030700     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
030800     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
030900     MOVE WS-BLOCK-START TO WS-DSP-START.
031000     MOVE WS-BLOCK-END TO WS-DSP-END.
031100     IF WS-ACTIVE-SUB > 0
031200         DISPLAY 'BLOCK ', WS-DSP-START, ' -', WS-DSP-END,
031300             ' QUEUED FOR BRANCH ', WS-BRANCH-CODE
031400     ELSE
031500         DISPLAY 'BLOCK ', WS-DSP-START, ' -', WS-DSP-END,
031600             ' ACTIVE FOR BRANCH ', WS-BRANCH-CODE
031700     END-IF.
031800 2000-EXIT.
031900     EXIT.
032000*----------------------------------------------------------
032100* 2100-CHECK-ONE-BLOCK - two ranges overlap when each one
032200*     starts at or before the other one ends; also note the
032300*     branch's own active block, if it has one.
032400*----------------------------------------------------------
032500 2100-CHECK-ONE-BLOCK.
032600     IF BT-BLOCK-START (WS-BT-SUB) NOT > WS-BLOCK-END
032700         AND WS-BLOCK-START NOT > BT-BLOCK-END (WS-BT-SUB)
032800         AND WS-OVERLAP-SUB = 0
032900         MOVE WS-BT-SUB TO WS-OVERLAP-SUB
033000     END-IF.
033100     IF BT-BRANCH-CODE (WS-BT-SUB) = WS-BRANCH-CODE
033200         AND BT-BLOCK-STATUS (WS-BT-SUB) = 'A'
033300         MOVE WS-BT-SUB TO WS-ACTIVE-SUB
033400     END-IF.
033500 2100-EXIT.
033600     EXIT.
033700*----------------------------------------------------------
033800* 2200-CLEAR-REQUEST - the block just queued answers the
033900*     branch's next-block request raised at its low-water
034000*     mark.
034100*----------------------------------------------------------
034200 2200-CLEAR-REQUEST.
034300     MOVE BT-SERIES-CODE (WS-ACTIVE-SUB) TO SB-SERIES-CODE.
034400     MOVE BT-BLOCK-START (WS-ACTIVE-SUB) TO SB-BLOCK-START.
034500     READ SEQ-BLOCK-FILE
034600         INVALID KEY
034700             GO TO 2200-EXIT
034800     END-READ.
034900     IF SB-NEXT-REQUESTED
035000         SET SB-NEXT-REQUESTED TO FALSE
035100         REWRITE SEQ-BLOCK-RECORD
035200             INVALID KEY
035300                 DISPLAY 'ERROR CLEARING BLOCK REQUEST - ',
035400                     'STATUS ', SB-FILE-STATUS
035500         END-REWRITE
035600     END-IF.
035700 2200-EXIT.
035800     EXIT.
035900*----------------------------------------------------------
036000* 3000-LIST-BLOCKS - every block in the series, in number
036100*     order, with what is left in each.
036200*----------------------------------------------------------
036300 3000-LIST-BLOCKS.
036400     PERFORM 1100-ACCEPT-SERIES THRU 1100-EXIT.
036500     IF NOT WS-SERIES-VALID
036600         DISPLAY 'UNKNOWN SERIES'
036700         GO TO 3000-EXIT
036800     END-IF.
036900     PERFORM 4500-OPEN-BLOCK-FILE THRU 4500-EXIT.
037000     PERFORM 4100-LOAD-SERIES-BLOCKS THRU 4100-EXIT.
037100     CLOSE SEQ-BLOCK-FILE.
037200     IF BT-BLOCK-COUNT = 0
037300         DISPLAY 'NO BLOCKS ALLOCATED IN SERIES ',
037400             WS-SERIES-CODE
037500         GO TO 3000-EXIT
037600     END-IF.
037700     DISPLAY 'BR      FIRST       LAST       NEXT  ',
037800         '  REMAINING  ST REQ'.
037900     PERFORM 3050-SHOW-ONE-BLOCK THRU 3050-EXIT
038000         VARYING WS-BT-SUB FROM 1 BY 1
038100         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
038200 3000-EXIT.
038300     EXIT.
038400*----------------------------------------------------------
038500* 3050-SHOW-ONE-BLOCK
038600*----------------------------------------------------------
038700 3050-SHOW-ONE-BLOCK.
038800     IF BT-BLOCK-STATUS (WS-BT-SUB) = 'E'
038900         MOVE 0 TO WS-REMAINING
039000     ELSE
039100         COMPUTE WS-REMAINING = BT-BLOCK-END (WS-BT-SUB)
039200             - BT-NEXT-NUMBER (WS-BT-SUB) + 1
039300     END-IF.
039400     MOVE BT-BLOCK-START (WS-BT-SUB) TO WS-DSP-START.
039500     MOVE BT-BLOCK-END (WS-BT-SUB) TO WS-DSP-END.
039600     MOVE BT-NEXT-NUMBER (WS-BT-SUB) TO WS-DSP-NEXT.
039700     MOVE WS-REMAINING TO WS-DSP-REMAINING.
039800     DISPLAY BT-BRANCH-CODE (WS-BT-SUB), ' ',
039900         WS-DSP-START, ' ', WS-DSP-END, ' ',
040000         WS-DSP-NEXT, '  ', WS-DSP-REMAINING, '  ',
040100         BT-BLOCK-STATUS (WS-BT-SUB), '  ',
040200         BT-REQUEST-SW (WS-BT-SUB).
040300 3050-EXIT.
040400     EXIT.
040500*----------------------------------------------------------
040600* 3100-LIST-REQUESTS - active blocks across every series
040700*     that have reached their low-water mark and are still
040800*     waiting for a next block.
040900*----------------------------------------------------------
041000 3100-LIST-REQUESTS.
041100     MOVE SPACES TO WS-SERIES-CODE.
041200     PERFORM 4500-OPEN-BLOCK-FILE THRU 4500-EXIT.
041300     PERFORM 4100-LOAD-SERIES-BLOCKS THRU 4100-EXIT.
041400     CLOSE SEQ-BLOCK-FILE.
041500     MOVE 0 TO WS-LIST-COUNT.
041600     PERFORM 3150-SHOW-ONE-REQUEST THRU 3150-EXIT
041700         VARYING WS-BT-SUB FROM 1 BY 1
041800         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
041900     IF WS-LIST-COUNT = 0
042000         DISPLAY 'NO OUTSTANDING NEXT-BLOCK REQUESTS'
042100     END-IF.
042200 3100-EXIT.
042300     EXIT.
042400*----------------------------------------------------------
042500* 3150-SHOW-ONE-REQUEST
042600*----------------------------------------------------------
042700 3150-SHOW-ONE-REQUEST.
042800     IF BT-BLOCK-STATUS (WS-BT-SUB) NOT = 'A'
042900         OR BT-REQUEST-SW (WS-BT-SUB) NOT = 'Y'
043000         GO TO 3150-EXIT
043100     END-IF.
043200     ADD 1 TO WS-LIST-COUNT.
043300     COMPUTE WS-REMAINING = BT-BLOCK-END (WS-BT-SUB)
043400         - BT-NEXT-NUMBER (WS-BT-SUB) + 1.
043500     MOVE WS-REMAINING TO WS-DSP-REMAINING.
043600     MOVE BT-LOW-WATER (WS-BT-SUB) TO WS-DSP-LOW-WATER.
043700     DISPLAY BT-SERIES-CODE (WS-BT-SUB), ' BRANCH ',
043800         BT-BRANCH-CODE (WS-BT-SUB), ' - ',
043900         WS-DSP-REMAINING, ' LEFT, LOW-WATER ',
044000         WS-DSP-LOW-WATER.
044100 3150-EXIT.
044200     EXIT.
044300*----------------------------------------------------------
044400* 4000-READ-SERIES-POOL - the shared pool's next number and
044500*     the series ceiling; a series not yet on SERCTL starts
044600*     at 1 with no ceiling of its own.
044700*----------------------------------------------------------
044800 4000-READ-SERIES-POOL.
044900     MOVE 1 TO WS-POOL-NEXT.
045000     MOVE 999999999 TO WS-POOL-CEILING.
045100     OPEN INPUT SERIES-CONTROL.
045200     IF SR-FILE-STATUS NOT = '00'
045300         GO TO 4000-EXIT
045400     END-IF.
045500     MOVE WS-SERIES-SLOT TO SR-REL-KEY.
045600     READ SERIES-CONTROL
045700         INVALID KEY
045800             CONTINUE
045900         NOT INVALID KEY
046000             MOVE SR-NEXT-NUMBER TO WS-POOL-NEXT
046100             MOVE SR-CEILING TO WS-POOL-CEILING
046200     END-READ.
046300     CLOSE SERIES-CONTROL.
046400 4000-EXIT.
046500     EXIT.
046600*----------------------------------------------------------
046700* 4100-LOAD-SERIES-BLOCKS - the series' blocks in number
046800*     order; a blank series loads every block on the file.
046900*----------------------------------------------------------
047000 4100-LOAD-SERIES-BLOCKS.
047100     MOVE 0 TO BT-BLOCK-COUNT.
047200     SET WS-LOAD-EOF TO FALSE.
047300     IF SB-FILE-STATUS NOT = '00'
047400         GO TO 4100-EXIT
047500     END-IF.
047600     MOVE WS-SERIES-CODE TO SB-SERIES-CODE.
047700     MOVE 0 TO SB-BLOCK-START.
047800     START SEQ-BLOCK-FILE
047900         KEY IS NOT LESS THAN SB-BLOCK-KEY
048000         INVALID KEY
048100             SET WS-LOAD-EOF TO TRUE
048200     END-START.
048300     PERFORM 4110-LOAD-ONE-BLOCK THRU 4110-EXIT
048400         UNTIL WS-LOAD-EOF.
048500 4100-EXIT.
048600     EXIT.
048700*----------------------------------------------------------
048800* 4110-LOAD-ONE-BLOCK
048900*----------------------------------------------------------
049000 4110-LOAD-ONE-BLOCK.
049100     READ SEQ-BLOCK-FILE NEXT RECORD
049200         AT END
049300             SET WS-LOAD-EOF TO TRUE
049400             GO TO 4110-EXIT
049500     END-READ.
049600     IF WS-SERIES-CODE NOT = SPACES
049700         AND SB-SERIES-CODE NOT = WS-SERIES-CODE
049800         SET WS-LOAD-EOF TO TRUE
049900         GO TO 4110-EXIT
050000     END-IF.
050100     IF BT-BLOCK-COUNT NOT < BT-BLOCK-MAX
050200         DISPLAY 'BLOCK TABLE FULL - LIST TRUNCATED'
050300         SET WS-LOAD-EOF TO TRUE
050400         GO TO 4110-EXIT
050500     END-IF.
050600     ADD 1 TO BT-BLOCK-COUNT.
050700     MOVE SB-SERIES-CODE TO BT-SERIES-CODE (BT-BLOCK-COUNT).
050800     MOVE SB-BLOCK-START TO BT-BLOCK-START (BT-BLOCK-COUNT).
050900     MOVE SB-BLOCK-END TO BT-BLOCK-END (BT-BLOCK-COUNT).
051000     MOVE SB-BRANCH-CODE TO BT-BRANCH-CODE (BT-BLOCK-COUNT).
051100     MOVE SB-NEXT-NUMBER TO BT-NEXT-NUMBER (BT-BLOCK-COUNT).
051200     MOVE SB-LOW-WATER TO BT-LOW-WATER (BT-BLOCK-COUNT).
051300     MOVE SB-BLOCK-STATUS TO BT-BLOCK-STATUS (BT-BLOCK-COUNT).
051400     MOVE SB-REQUEST-SW TO BT-REQUEST-SW (BT-BLOCK-COUNT).
051500 4110-EXIT.
051600     EXIT.
051700*----------------------------------------------------------
051800* 4500-OPEN-BLOCK-FILE - the file is built empty on first
051900*     use.
052000*----------------------------------------------------------
052100 4500-OPEN-BLOCK-FILE.
052200     OPEN I-O SEQ-BLOCK-FILE.
052300     IF SB-FILE-STATUS = '35'
052400         OPEN OUTPUT SEQ-BLOCK-FILE
052500         CLOSE SEQ-BLOCK-FILE
052600         OPEN I-O SEQ-BLOCK-FILE
052700     END-IF.
052800 4500-EXIT.
052900     EXIT.
