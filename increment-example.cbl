000600 DATE-COMPILED.  2026-08-22.
000700*----------------------------------------------------------
000800* Allocates document sequence numbers for a named series
000900* (INV invoices, CRM credit memos, STM statements, LTR
001000* customer letters). The operator picks the series and
001100* how many numbers to allocate; numbers continue from the
001200* series' own next number on the SERCTL control file, are
001300* appended to the SEQ-NUMBERS generation log tagged with
001400* the series code, and are checkpointed after every number
001500* so a cancelled run can restart where it left off instead
001600* of from 1. Each series carries its own ceiling and
001700* checkpoint, so a gap or rerun in one document type no
001800* longer disturbs the reconciliation of the others.
001900*----------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE        INIT  DESCRIPTION
005888*                      file is opened: a dry run no longer
005892*                      creates or seeds SERCTL, INCRCKPT, or
005896*                      SEQNBRS on their first-use paths.
005897*    2026-10-15   DN   Draw from the branch's SEQBLOCK blocks,
005898*                      warning at each block's low-water mark.
005899*    2026-10-15   DN   Add the LTR series in SERCTL slot 4.
005900*----------------------------------------------------------
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
007900     SELECT PRINT-FILE ASSIGN TO 'INCRPRT'
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS PF-FILE-STATUS.
008110     SELECT SEQ-BLOCK-FILE ASSIGN TO 'SEQBLOCK'
008120         ORGANIZATION IS INDEXED
008130         ACCESS MODE IS DYNAMIC
008140         RECORD KEY IS SB-BLOCK-KEY
008150         FILE STATUS IS SB-FILE-STATUS.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
010410 FD  DRY-RUN-CONTROL
010420     LABEL RECORDS ARE STANDARD.
010430     COPY "dryrctl.cpy".
010432*
010434 FD  SEQ-BLOCK-FILE
010436     LABEL RECORDS ARE STANDARD.
010438     COPY "seqblkrc.cpy".
010440*
010500 WORKING-STORAGE SECTION.
010600 01  A                       PIC 9(09).
012400 01  WS-MAX-LOOP-VALUE       PIC 9(09) VALUE 1000000.
012500*
012600 01  WS-SERIES-CODE          PIC X(03).
012700     88  WS-SERIES-VALID     VALUES 'INV', 'CRM', 'STM',
012750                             'LTR'.
012800 01  WS-SERIES-SLOT          PIC 9(01) COMP.
012900 01  WS-CKPT-JOB-ID          PIC X(08).
013000*
013460     88  WS-SERCTL-OPEN      VALUE 'Y' FALSE 'N'.
013470 01  WS-CKPT-OPEN-SW         PIC X(01) VALUE 'N'.
013480     88  WS-CKPT-OPEN        VALUE 'Y' FALSE 'N'.
013481 01  WS-SEQBLK-OPEN-SW       PIC X(01) VALUE 'N'.
013482     88  WS-SEQBLK-OPEN      VALUE 'Y' FALSE 'N'.
013483 01  WS-BRANCH-DRAW-SW       PIC X(01) VALUE 'N'.
013484     88  WS-BRANCH-DRAW      VALUE 'Y' FALSE 'N'.
013485 01  WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
013486     88  WS-LOAD-EOF         VALUE 'Y' FALSE 'N'.
013487 01  WS-QUEUED-SW            PIC X(01) VALUE 'N'.
013488     88  WS-QUEUED-FOUND     VALUE 'Y' FALSE 'N'.
013489 01  SB-FILE-STATUS          PIC X(02).
013490 01  WS-BT-SUB               PIC 9(04) COMP.
013491 01  WS-BRANCH-SUB           PIC 9(04) COMP VALUE 0.
013492 01  WS-REMAINING            PIC 9(09).
013493 01  WS-LAST-ISSUED          PIC 9(09) VALUE 0.
013494 01  WS-DSP-START            PIC Z(8)9.
013495 01  WS-DSP-END              PIC Z(8)9.
013496 01  WS-DSP-REMAINING        PIC Z(8)9.
013500 01  WS-TOTAL                PIC 9(15) COMP VALUE 0.
013600*
013700 01  PF-FILE-STATUS          PIC X(02).
013815 COPY "errlogpm.cpy".
013817 COPY "jobhstpm.cpy".
013820 COPY "signonws.cpy".
013825 COPY "seqblktb.cpy".
013830*
013840 01  WS-ACT-KEY.
013850     05  WS-ACT-KEY-SERIES   PIC X(03).
013860     05  FILLER              PIC X(01) VALUE SPACE.
013870     05  WS-ACT-KEY-NUMBER   PIC 9(09).
013872 01  WS-BLK-ACT-KEY.
013874     05  WS-BLK-ACT-SERIES   PIC X(03).
013876     05  FILLER              PIC X(01) VALUE SPACE.
013878     05  WS-BLK-ACT-BRANCH   PIC X(03).
013880     05  FILLER              PIC X(01) VALUE SPACE.
013882     05  WS-BLK-ACT-START    PIC 9(09).
013900 01  WS-PAGE-NBR             PIC 9(03) COMP VALUE 0.
014000 01  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
014100 01  WS-MAX-LINES-PER-PAGE   PIC 9(03) COMP VALUE 50.
018400     ACCEPT A.
018500     PERFORM 1080-OPEN-SERIES-CONTROL THRU 1080-EXIT.
018600     PERFORM 1090-READ-SERIES-RECORD THRU 1090-EXIT.
018700     PERFORM 1400-LOAD-SERIES-BLOCKS THRU 1400-EXIT.
018710     PERFORM 1450-FIND-BRANCH-BLOCK THRU 1450-EXIT.
018720     IF NOT WS-BRANCH-DRAW
018730         AND SR-NEXT-NUMBER + A - 1 > SR-CEILING
018800         DISPLAY 'REQUEST WOULD PASS THE ', WS-SERIES-CODE,
018900             ' SERIES CEILING OF ', SR-CEILING
019000         IF SR-NEXT-NUMBER > SR-CEILING
020700*     type's numbers this run allocates.
020800*----------------------------------------------------------
020900 1020-ACCEPT-SERIES.
021000     DISPLAY 'Enter series code (INV/CRM/STM/LTR): '.
021100     ACCEPT WS-SERIES-CODE.
021200     IF NOT WS-SERIES-VALID
021300         DISPLAY 'UNKNOWN SERIES - PLEASE RE-ENTER'
022000             MOVE 2 TO WS-SERIES-SLOT
022100         WHEN 'STM'
022200             MOVE 3 TO WS-SERIES-SLOT
022220         WHEN 'LTR'
022240             MOVE 4 TO WS-SERIES-SLOT
022300     END-EVALUATE.
022400     MOVE SPACES TO WS-CKPT-JOB-ID.
022500     STRING 'INCR' DELIMITED BY SIZE
031700*     one sequence number for the series.
031800*----------------------------------------------------------
031900 2000-GENERATE-SEQUENCE.
032000     IF WS-BRANCH-DRAW
032010         PERFORM 2300-TAKE-BRANCH-NUMBER THRU 2300-EXIT
032020     ELSE
032030         PERFORM 2400-SKIP-BRANCH-BLOCKS THRU 2400-EXIT
032040     END-IF.
032050     IF WS-ALLOC-HALTED
032060         GO TO 2000-EXIT
032070     END-IF.
032100     COMPUTE X = I.
032200     MOVE WS-SERIES-CODE TO SN-SERIES-CODE.
032300     MOVE I TO SN-SEQ-NUMBER.
032590 2000-DRY-BYPASS.
032600     PERFORM 2100-PRINT-DETAIL-LINE THRU 2100-EXIT.
032700     ADD 1 TO WS-DONE-THIS-REQ.
032800     MOVE I TO WS-LAST-ISSUED.
032900     IF WS-BRANCH-DRAW
033000         PERFORM 2500-ADVANCE-BRANCH-BLOCK THRU 2500-EXIT
033010     ELSE
033020         ADD 1 TO SR-NEXT-NUMBER
033030         MOVE I TO SR-LAST-CKPT
033040         MOVE WS-RUN-DATE TO SR-LAST-GEN-DATE
033050     END-IF.
033100     IF DR-LIVE-RUN
033110         MOVE WS-SERIES-SLOT TO SR-REL-KEY
033200         REWRITE SERIES-CTL-RECORD
038000* 9000-TERMINATE - close the files down; the checkpoint for
038100*     this series shows the request complete, so the next
038200*     run for the series starts a fresh request, continuing
038300*     from the next number retained on SERCTL
038350*     or on the branch's block.
038400*----------------------------------------------------------
038500 9000-TERMINATE.
038510     IF WS-SEQLOG-OPEN
038570     IF WS-CKPT-OPEN
038580         CLOSE CHECKPOINT-FILE
038590     END-IF.
038592     IF WS-SEQBLK-OPEN
038594         CLOSE SEQ-BLOCK-FILE
038596     END-IF.
038600     CLOSE PRINT-FILE.
038800 9000-EXIT.
038900     EXIT.
040300     MOVE 'INCREMENT-EX' TO AY-SOURCE-PGM.
040400     MOVE 'ALLOC' TO AY-ACTION-CODE.
040500     MOVE WS-SERIES-CODE TO WS-ACT-KEY-SERIES.
040600     MOVE WS-LAST-ISSUED TO WS-ACT-KEY-NUMBER.
040700     MOVE WS-ACT-KEY TO AY-ACTION-KEY.
040800     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
040900     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
041000 8100-EXIT.
041100     EXIT.
041200*----------------------------------------------------------
041300* 8200-LOG-BLOCK-REQUEST - the automatic next-block request
041400*     goes on the OPERACT log keyed by series, branch and the
041500*     first number of the block running low.
041600*----------------------------------------------------------
041700 8200-LOG-BLOCK-REQUEST.
041800     MOVE SO-OPERATOR-ID TO AY-OPERATOR-ID.
041900     MOVE 'INCREMENT-EX' TO AY-SOURCE-PGM.
042000     MOVE 'BLKREQ' TO AY-ACTION-CODE.
042100     MOVE WS-SERIES-CODE TO WS-BLK-ACT-SERIES.
042200     MOVE SO-BRANCH-CODE TO WS-BLK-ACT-BRANCH.
042300     MOVE BT-BLOCK-START (WS-BRANCH-SUB) TO WS-BLK-ACT-START.
042400     MOVE WS-BLK-ACT-KEY TO AY-ACTION-KEY.
042500     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
042600     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
042700 8200-EXIT.
042800     EXIT.
042900*----------------------------------------------------------
043000* 1400-LOAD-SERIES-BLOCKS - every branch block in the
043100*     series, in number order. The file stays open for the
043200*     run on a live run so the drawing branch's block can be
043300*     rewritten number by number; no file means no blocks.
043400*----------------------------------------------------------
043500 1400-LOAD-SERIES-BLOCKS.
043600     MOVE 0 TO BT-BLOCK-COUNT.
043700     IF DR-DRY-RUN
043800         OPEN INPUT SEQ-BLOCK-FILE
043900     ELSE
044000         OPEN I-O SEQ-BLOCK-FILE
044100     END-IF.
044200     IF SB-FILE-STATUS NOT = '00'
044300         GO TO 1400-EXIT
044400     END-IF.
044500     SET WS-SEQBLK-OPEN TO TRUE.
044600     SET WS-LOAD-EOF TO FALSE.
044700     MOVE WS-SERIES-CODE TO SB-SERIES-CODE.
044800     MOVE 0 TO SB-BLOCK-START.
044900     START SEQ-BLOCK-FILE
045000         KEY IS NOT LESS THAN SB-BLOCK-KEY
045100         INVALID KEY
045200             SET WS-LOAD-EOF TO TRUE
045300     END-START.
045400     PERFORM 1410-LOAD-ONE-BLOCK THRU 1410-EXIT
045500         UNTIL WS-LOAD-EOF.
045600 1400-EXIT.
045700     EXIT.
045800*----------------------------------------------------------
045900* 1410-LOAD-ONE-BLOCK
046000*----------------------------------------------------------
046100 1410-LOAD-ONE-BLOCK.
046200     READ SEQ-BLOCK-FILE NEXT RECORD
046300         AT END
046400             SET WS-LOAD-EOF TO TRUE
046500             GO TO 1410-EXIT
046600     END-READ.
046700     IF SB-SERIES-CODE NOT = WS-SERIES-CODE
046800         OR BT-BLOCK-COUNT NOT < BT-BLOCK-MAX
046900         SET WS-LOAD-EOF TO TRUE
047000         GO TO 1410-EXIT
047100     END-IF.
047200     ADD 1 TO BT-BLOCK-COUNT.
047300     MOVE SB-SERIES-CODE TO BT-SERIES-CODE (BT-BLOCK-COUNT).
047400     MOVE SB-BLOCK-START TO BT-BLOCK-START (BT-BLOCK-COUNT).
047500     MOVE SB-BLOCK-END TO BT-BLOCK-END (BT-BLOCK-COUNT).
047600     MOVE SB-BRANCH-CODE TO BT-BRANCH-CODE (BT-BLOCK-COUNT).
047700     MOVE SB-NEXT-NUMBER TO BT-NEXT-NUMBER (BT-BLOCK-COUNT).
047800     MOVE SB-LOW-WATER TO BT-LOW-WATER (BT-BLOCK-COUNT).
047900     MOVE SB-BLOCK-STATUS TO BT-BLOCK-STATUS (BT-BLOCK-COUNT).
048000     MOVE SB-REQUEST-SW TO BT-REQUEST-SW (BT-BLOCK-COUNT).
048100 1410-EXIT.
048200     EXIT.
048300*----------------------------------------------------------
048400* 1450-FIND-BRANCH-BLOCK - a signed-on operator whose
048500*     branch holds any block in the series allocates from
048600*     the branch's active block, activating the next queued
048700*     one if none is active; a branch with no blocks at all
048800*     stays on the shared pool.
048900*----------------------------------------------------------
049000 1450-FIND-BRANCH-BLOCK.
049100     SET WS-BRANCH-DRAW TO FALSE.
049200     MOVE 0 TO WS-BRANCH-SUB.
049300     IF NOT SO-SIGNED-ON
049400         OR SO-BRANCH-CODE = SPACES
049500         GO TO 1450-EXIT
049600     END-IF.
049700     PERFORM 1460-CHECK-ONE-BLOCK THRU 1460-EXIT
049800         VARYING WS-BT-SUB FROM 1 BY 1
049900         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
050000     IF NOT WS-BRANCH-DRAW
050100         GO TO 1450-EXIT
050200     END-IF.
050300     IF WS-BRANCH-SUB = 0
050400         PERFORM 2550-ACTIVATE-NEXT-BLOCK THRU 2550-EXIT
050500     END-IF.
050600     IF WS-BRANCH-SUB > 0
050700         MOVE BT-BLOCK-START (WS-BRANCH-SUB) TO WS-DSP-START
050800         MOVE BT-BLOCK-END (WS-BRANCH-SUB) TO WS-DSP-END
050900         DISPLAY 'DRAWING FROM BRANCH ', SO-BRANCH-CODE,
051000             ' BLOCK ', WS-DSP-START, ' -', WS-DSP-END
051100     END-IF.
051200 1450-EXIT.
051300     EXIT.
051400*----------------------------------------------------------
051500* 1460-CHECK-ONE-BLOCK
051600*----------------------------------------------------------
051700 1460-CHECK-ONE-BLOCK.
051800     IF BT-BRANCH-CODE (WS-BT-SUB) = SO-BRANCH-CODE
051900         SET WS-BRANCH-DRAW TO TRUE
052000         IF BT-BLOCK-STATUS (WS-BT-SUB) = 'A'
052100             AND WS-BRANCH-SUB = 0
052200             MOVE WS-BT-SUB TO WS-BRANCH-SUB
052300         END-IF
052400     END-IF.
052500 1460-EXIT.
052600     EXIT.
052700*----------------------------------------------------------
052800* 2300-TAKE-BRANCH-NUMBER - the next number on the branch's
052900*     active block; a branch with every block used up halts
053000*     the allocation rather than spill into the shared pool.
053100*----------------------------------------------------------
053200 2300-TAKE-BRANCH-NUMBER.
053300     IF WS-BRANCH-SUB = 0
053400         DISPLAY 'BRANCH ', SO-BRANCH-CODE, ' HAS NO ',
053500             WS-SERIES-CODE, ' BLOCK LEFT - ALLOCATION HALTED'
053600         MOVE 8 TO RETURN-CODE
053700         SET WS-ALLOC-HALTED TO TRUE
053800         GO TO 2300-EXIT
053900     END-IF.
054000     MOVE BT-NEXT-NUMBER (WS-BRANCH-SUB) TO I.
054100 2300-EXIT.
054200     EXIT.
054300*----------------------------------------------------------
054400* 2400-SKIP-BRANCH-BLOCKS - the shared pool steps past any
054500*     block range its next number has run into. The table is
054600*     in number order, so one pass clears consecutive blocks.
054700*----------------------------------------------------------
054800 2400-SKIP-BRANCH-BLOCKS.
054900     PERFORM 2410-SKIP-ONE-BLOCK THRU 2410-EXIT
055000         VARYING WS-BT-SUB FROM 1 BY 1
055100         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
055200     IF SR-NEXT-NUMBER > SR-CEILING
055300         DISPLAY 'SHARED ', WS-SERIES-CODE, ' POOL HAS REACHED ',
055400             'THE SERIES CEILING - ALLOCATION HALTED'
055500         MOVE 8 TO RETURN-CODE
055600         SET WS-ALLOC-HALTED TO TRUE
055700         GO TO 2400-EXIT
055800     END-IF.
055900     MOVE SR-NEXT-NUMBER TO I.
056000 2400-EXIT.
056100     EXIT.
056200*----------------------------------------------------------
056300* 2410-SKIP-ONE-BLOCK
056400*----------------------------------------------------------
056500 2410-SKIP-ONE-BLOCK.
056600     IF SR-NEXT-NUMBER NOT < BT-BLOCK-START (WS-BT-SUB)
056700         AND SR-NEXT-NUMBER NOT > BT-BLOCK-END (WS-BT-SUB)
056800         COMPUTE SR-NEXT-NUMBER = BT-BLOCK-END (WS-BT-SUB) + 1
056900     END-IF.
057000 2410-EXIT.
057100     EXIT.
057200*----------------------------------------------------------
057300* 2500-ADVANCE-BRANCH-BLOCK - step the block on; a used-up
057400*     block is marked exhausted and the branch's next queued
057500*     block takes over, otherwise the low-water check runs.
057600*----------------------------------------------------------
057700 2500-ADVANCE-BRANCH-BLOCK.
057800     ADD 1 TO BT-NEXT-NUMBER (WS-BRANCH-SUB).
057900     IF BT-NEXT-NUMBER (WS-BRANCH-SUB)
058000         > BT-BLOCK-END (WS-BRANCH-SUB)
058100         MOVE 'E' TO BT-BLOCK-STATUS (WS-BRANCH-SUB)
058200         MOVE WS-BRANCH-SUB TO WS-BT-SUB
058300         PERFORM 2700-REWRITE-BLOCK THRU 2700-EXIT
058400         MOVE BT-BLOCK-START (WS-BRANCH-SUB) TO WS-DSP-START
058500         DISPLAY 'BRANCH ', SO-BRANCH-CODE, ' BLOCK ',
058600             WS-DSP-START, ' EXHAUSTED'
058700         MOVE 0 TO WS-BRANCH-SUB
058800         PERFORM 2550-ACTIVATE-NEXT-BLOCK THRU 2550-EXIT
058900         GO TO 2500-EXIT
059000     END-IF.
059100     PERFORM 2600-CHECK-LOW-WATER THRU 2600-EXIT.
059200     MOVE WS-BRANCH-SUB TO WS-BT-SUB.
059300     PERFORM 2700-REWRITE-BLOCK THRU 2700-EXIT.
059400 2500-EXIT.
059500     EXIT.
059600*----------------------------------------------------------
059700* 2550-ACTIVATE-NEXT-BLOCK - the branch's lowest queued
059800*     block in the series becomes its active block.
059900*----------------------------------------------------------
060000 2550-ACTIVATE-NEXT-BLOCK.
060100     SET WS-QUEUED-FOUND TO FALSE.
060200     PERFORM 2560-CHECK-QUEUED THRU 2560-EXIT
060300         VARYING WS-BT-SUB FROM 1 BY 1
060400         UNTIL WS-BT-SUB > BT-BLOCK-COUNT
060500             OR WS-QUEUED-FOUND.
060600     IF WS-BRANCH-SUB = 0
060700         GO TO 2550-EXIT
060800     END-IF.
060900     MOVE 'A' TO BT-BLOCK-STATUS (WS-BRANCH-SUB).
061000     MOVE WS-BRANCH-SUB TO WS-BT-SUB.
061100     PERFORM 2700-REWRITE-BLOCK THRU 2700-EXIT.
061200     MOVE BT-BLOCK-START (WS-BRANCH-SUB) TO WS-DSP-START.
061300     MOVE BT-BLOCK-END (WS-BRANCH-SUB) TO WS-DSP-END.
061400     DISPLAY 'BRANCH ', SO-BRANCH-CODE, ' BLOCK ',
061500         WS-DSP-START, ' -', WS-DSP-END, ' NOW ACTIVE'.
061600 2550-EXIT.
061700     EXIT.
061800*----------------------------------------------------------
061900* 2560-CHECK-QUEUED
062000*----------------------------------------------------------
062100 2560-CHECK-QUEUED.
062200     IF BT-BRANCH-CODE (WS-BT-SUB) = SO-BRANCH-CODE
062300         AND BT-BLOCK-STATUS (WS-BT-SUB) = 'Q'
062400         MOVE WS-BT-SUB TO WS-BRANCH-SUB
062500         SET WS-QUEUED-FOUND TO TRUE
062600     END-IF.
062700 2560-EXIT.
062800     EXIT.
062900*----------------------------------------------------------
063000* 2600-CHECK-LOW-WATER - at or under the low-water count,
063100*     with no block already queued behind it, the branch is
063200*     warned and the next block is requested once; the
063300*     request stands on the block until SEQ-BLOCK answers
063400*     it.
063500*----------------------------------------------------------
063600 2600-CHECK-LOW-WATER.
063700     COMPUTE WS-REMAINING = BT-BLOCK-END (WS-BRANCH-SUB)
063800         - BT-NEXT-NUMBER (WS-BRANCH-SUB) + 1.
063900     IF WS-REMAINING > BT-LOW-WATER (WS-BRANCH-SUB)
064000         OR BT-REQUEST-SW (WS-BRANCH-SUB) = 'Y'
064100         GO TO 2600-EXIT
064200     END-IF.
064300     SET WS-QUEUED-FOUND TO FALSE.
064400     PERFORM 2610-CHECK-QUEUED-ONLY THRU 2610-EXIT
064500         VARYING WS-BT-SUB FROM 1 BY 1
064600         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
064700     IF WS-QUEUED-FOUND
064800         GO TO 2600-EXIT
064900     END-IF.
065000     MOVE WS-REMAINING TO WS-DSP-REMAINING.
065100     DISPLAY '*** LOW-WATER WARNING - BRANCH ', SO-BRANCH-CODE,
065200         ' ', WS-SERIES-CODE, ' BLOCK HAS ', WS-DSP-REMAINING,
065300         ' NUMBERS LEFT ***'.
065400     DISPLAY '*** NEXT BLOCK REQUESTED FROM THE SUPERVISOR ***'.
065500     MOVE 'Y' TO BT-REQUEST-SW (WS-BRANCH-SUB).
065600     IF DR-LIVE-RUN
065700         PERFORM 8200-LOG-BLOCK-REQUEST THRU 8200-EXIT
065800     END-IF.
065900 2600-EXIT.
066000     EXIT.
066100*----------------------------------------------------------
066200* 2610-CHECK-QUEUED-ONLY
066300*----------------------------------------------------------
066400 2610-CHECK-QUEUED-ONLY.
066500     IF BT-BRANCH-CODE (WS-BT-SUB) = SO-BRANCH-CODE
066600         AND BT-BLOCK-STATUS (WS-BT-SUB) = 'Q'
066700         SET WS-QUEUED-FOUND TO TRUE
066800     END-IF.
066900 2610-EXIT.
067000     EXIT.
067100*----------------------------------------------------------
067200* 2700-REWRITE-BLOCK - carry the table entry's progress back
067300*     to SEQBLOCK; a dry run only moves the in-storage copy.
067400*----------------------------------------------------------
067500 2700-REWRITE-BLOCK.
067600     IF DR-DRY-RUN
067700         OR NOT WS-SEQBLK-OPEN
067800         GO TO 2700-EXIT
067900     END-IF.
068000     MOVE BT-SERIES-CODE (WS-BT-SUB) TO SB-SERIES-CODE.
068100     MOVE BT-BLOCK-START (WS-BT-SUB) TO SB-BLOCK-START.
068200     READ SEQ-BLOCK-FILE
068300         INVALID KEY
068400             DISPLAY 'ERROR READING SEQBLOCK - STATUS ',
068500                 SB-FILE-STATUS
068600             GO TO 2700-EXIT
068700     END-READ.
068800     IF BT-REQUEST-SW (WS-BT-SUB) = 'Y'
068900         AND NOT SB-NEXT-REQUESTED
069000         MOVE WS-RUN-DATE TO SB-REQUEST-DATE
069100     END-IF.
069200     MOVE BT-NEXT-NUMBER (WS-BT-SUB) TO SB-NEXT-NUMBER.
069300     MOVE BT-BLOCK-STATUS (WS-BT-SUB) TO SB-BLOCK-STATUS.
069400     MOVE BT-REQUEST-SW (WS-BT-SUB) TO SB-REQUEST-SW.
069500     REWRITE SEQ-BLOCK-RECORD
069600         INVALID KEY
069700             DISPLAY 'ERROR REWRITING SEQBLOCK - STATUS ',
069800                 SB-FILE-STATUS
069900     END-REWRITE.
070000 2700-EXIT.
070100     EXIT.
