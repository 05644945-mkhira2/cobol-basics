002278*                      date from the BUSDATE control (via the
002282*                      BUS-DATE subprogram) instead of the
002286*                      system clock.
002287*    2026-10-15   DN   Add the SEQBLOCK branch-block view.
002288*    2026-10-15   DN   Take the LTR customer-letter series.
002289*    2026-10-15   DN   Take the REJ voids of STMT-RELEASE.
002290*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003500     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS AF-FILE-STATUS.
003710     SELECT SEQ-BLOCK-FILE ASSIGN TO 'SEQBLOCK'
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS SB-BLOCK-KEY
003750         FILE STATUS IS SB-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
005300 FD  AUTH-FAIL-LOG
005400     LABEL RECORDS ARE STANDARD.
005500     COPY "authfailrc.cpy".
005520*
005540 FD  SEQ-BLOCK-FILE
005560     LABEL RECORDS ARE STANDARD.
005580     COPY "seqblkrc.cpy".
005600*
005700 WORKING-STORAGE SECTION.
005800 COPY "operauth.cpy".
005810 COPY "signonws.cpy".
005820 COPY "actlogpm.cpy".
005825 COPY "seqblktb.cpy".
005830*
005840 01  WS-ACT-KEY.
005850     05  WS-ACT-KEY-SERIES   PIC X(03).
006200 01  SN-FILE-STATUS          PIC X(02).
006300 01  DU-FILE-STATUS          PIC X(02).
006400 01  AF-FILE-STATUS          PIC X(02).
006450 01  SB-FILE-STATUS          PIC X(02).
006500*
006600 01  WS-OPERATOR-ID          PIC X(08).
006700 01  WS-AUTH-CODE            PIC X(04).
007100 01  WS-ACTION               PIC X(01).
007200     88  WS-ACTION-VOID      VALUE 'V'.
007300     88  WS-ACTION-REISSUE   VALUE 'R'.
007350     88  WS-ACTION-BLOCKS    VALUE 'B'.
007400     88  WS-ACTION-DONE      VALUE 'X'.
007500*
007600 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
007700     88  WS-DONE             VALUE 'Y'.
007800*
007900 01  WS-SERIES-CODE          PIC X(03).
008000     88  WS-SERIES-VALID     VALUES 'INV', 'CRM', 'STM',
008050                             'LTR'.
008100 01  WS-SEQ-NUMBER           PIC 9(09).
008200 01  WS-REASON-CODE          PIC X(03).
008300     88  WS-REASON-VALID     VALUES 'KEY', 'SPL', 'CAN', 'OTH'.
008920     88  WS-USED             VALUE 'Y' FALSE 'N'.
009000 01  WS-VOID-STANDS-SW       PIC X(01) VALUE 'N'.
009100     88  WS-VOID-STANDS      VALUE 'Y' FALSE 'N'.
009102 01  WS-VOID-REASON          PIC X(03).
009104     88  WS-VOID-REJECTED    VALUE 'REJ'.
009105 01  WS-BLK-EOF-SW           PIC X(01) VALUE 'N'.
009110     88  WS-BLK-EOF          VALUE 'Y' FALSE 'N'.
009115*
009120 01  WS-BT-SUB               PIC 9(04) COMP.
009125 01  WS-BLOCK-SUB            PIC 9(04) COMP.
009130 01  WS-LOCATE-NUMBER        PIC 9(09).
009135 01  WS-REMAINING            PIC 9(09).
009140 01  WS-DSP-START            PIC Z(8)9.
009145 01  WS-DSP-END              PIC Z(8)9.
009150 01  WS-DSP-GEN              PIC Z(6)9.
009155 01  WS-DSP-USED             PIC Z(6)9.
009160 01  WS-DSP-VOID             PIC Z(6)9.
009165 01  WS-DSP-GAP              PIC Z(6)9.
009170 01  WS-DSP-REMAINING        PIC Z(8)9.
009200*
009300 PROCEDURE DIVISION.
009400*----------------------------------------------------------
015600     DISPLAY ' '.
015700     DISPLAY 'V. VOID A SEQUENCE NUMBER'.
015800     DISPLAY 'R. REISSUE A VOIDED NUMBER'.
015850     DISPLAY 'B. BLOCK CONSUMPTION AND GAPS FOR A SERIES'.
015900     DISPLAY 'X. EXIT'.
016000     DISPLAY 'Enter your selection: '.
016100     ACCEPT WS-ACTION.
016400             PERFORM 2000-VOID-NUMBER THRU 2000-EXIT
016500         WHEN WS-ACTION-REISSUE
016600             PERFORM 3000-REISSUE-NUMBER THRU 3000-EXIT
016620         WHEN WS-ACTION-BLOCKS
016640             PERFORM 5000-BLOCK-REPORT THRU 5000-EXIT
016700         WHEN WS-ACTION-DONE
016800             SET WS-DONE TO TRUE
016900         WHEN OTHER
017600*     both actions.
017700*----------------------------------------------------------
017800 1100-ACCEPT-SERIES-NUMBER.
017900     DISPLAY 'Enter series code (INV/CRM/STM/LTR): '.
018000     ACCEPT WS-SERIES-CODE.
018100     DISPLAY 'Enter sequence number: '.
018200     ACCEPT WS-SEQ-NUMBER.
022080     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
022100     DISPLAY 'SERIES ', WS-SERIES-CODE, ' NUMBER ',
022200         WS-SEQ-NUMBER, ' VOIDED'.
022210     PERFORM 5100-LOAD-SERIES-BLOCKS THRU 5100-EXIT.
022220     MOVE WS-SEQ-NUMBER TO WS-LOCATE-NUMBER.
022230     PERFORM 5200-LOCATE-BLOCK THRU 5200-EXIT.
022240     IF WS-BLOCK-SUB > 0
022250         MOVE BT-BLOCK-START (WS-BLOCK-SUB) TO WS-DSP-START
022260         MOVE BT-BLOCK-END (WS-BLOCK-SUB) TO WS-DSP-END
022270         DISPLAY 'FROM BRANCH ', BT-BRANCH-CODE (WS-BLOCK-SUB),
022280             ' BLOCK ', WS-DSP-START, ' -', WS-DSP-END
022290     END-IF.
022300 2000-EXIT.
022400     EXIT.
022500*----------------------------------------------------------
024000             'NOTHING REISSUED'
024100         GO TO 3000-EXIT
024200     END-IF.
024210     IF WS-VOID-REJECTED
024220         DISPLAY 'NUMBER WAS VOIDED WITH A REJECTED ',
024230             'STATEMENT RUN - NOTHING REISSUED'
024240         GO TO 3000-EXIT
024250     END-IF.
024300     DISPLAY 'Enter replacement document ID: '.
024400     ACCEPT WS-REISSUE-DOC-ID.
024500     IF WS-REISSUE-DOC-ID = SPACES
033600                 AND VD-SEQ-NUMBER = WS-SEQ-NUMBER
033700                 IF VD-TYPE-VOID
033800                     SET WS-VOID-STANDS TO TRUE
033850                     MOVE VD-REASON-CODE TO WS-VOID-REASON
033900                 ELSE
034000                     SET WS-VOID-STANDS TO FALSE
034100                 END-IF
034830     END-READ.
034840 4210-EXIT.
034850     EXIT.
034900*----------------------------------------------------------
035000* 5000-BLOCK-REPORT - one line per branch block in the
035100*     series: numbers generated from it, consumed by a
035200*     document, standing voids, and the gap - generated
035300*     numbers neither consumed nor voided - that an auditor
035400*     traces to the branch.
035500*----------------------------------------------------------
035600 5000-BLOCK-REPORT.
035700     DISPLAY 'Enter series code (INV/CRM/STM/LTR): '.
035800     ACCEPT WS-SERIES-CODE.
035900     IF NOT WS-SERIES-VALID
036000         DISPLAY 'UNKNOWN SERIES'
036100         GO TO 5000-EXIT
036200     END-IF.
036300     PERFORM 5100-LOAD-SERIES-BLOCKS THRU 5100-EXIT.
036400     IF BT-BLOCK-COUNT = 0
036500         DISPLAY 'NO BRANCH BLOCKS IN SERIES ', WS-SERIES-CODE
036600         GO TO 5000-EXIT
036700     END-IF.
036800     PERFORM 5300-TALLY-GENERATED THRU 5300-EXIT.
036900     PERFORM 5400-TALLY-DOC-USE THRU 5400-EXIT.
037000     PERFORM 5500-TALLY-VOIDS THRU 5500-EXIT.
037100     DISPLAY 'BR      FIRST       LAST      GEN     USED',
037200         '     VOID      GAP       LEFT'.
037300     PERFORM 5050-SHOW-ONE-BLOCK THRU 5050-EXIT
037400         VARYING WS-BT-SUB FROM 1 BY 1
037500         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
037600 5000-EXIT.
037700     EXIT.
037800*----------------------------------------------------------
037900* 5050-SHOW-ONE-BLOCK
038000*----------------------------------------------------------
038100 5050-SHOW-ONE-BLOCK.
038200     IF BT-GEN-COUNT (WS-BT-SUB) > BT-USED-COUNT (WS-BT-SUB)
038300         + BT-VOID-COUNT (WS-BT-SUB)
038400         COMPUTE BT-GAP-COUNT (WS-BT-SUB) =
038500             BT-GEN-COUNT (WS-BT-SUB) - BT-USED-COUNT (WS-BT-SUB)
038600             - BT-VOID-COUNT (WS-BT-SUB)
038700     ELSE
038800         MOVE 0 TO BT-GAP-COUNT (WS-BT-SUB)
038900     END-IF.
039000     IF BT-BLOCK-STATUS (WS-BT-SUB) = 'E'
039100         MOVE 0 TO WS-REMAINING
039200     ELSE
039300         COMPUTE WS-REMAINING = BT-BLOCK-END (WS-BT-SUB)
039400             - BT-NEXT-NUMBER (WS-BT-SUB) + 1
039500     END-IF.
039600     MOVE BT-BLOCK-START (WS-BT-SUB) TO WS-DSP-START.
039700     MOVE BT-BLOCK-END (WS-BT-SUB) TO WS-DSP-END.
039800     MOVE BT-GEN-COUNT (WS-BT-SUB) TO WS-DSP-GEN.
039900     MOVE BT-USED-COUNT (WS-BT-SUB) TO WS-DSP-USED.
040000     MOVE BT-VOID-COUNT (WS-BT-SUB) TO WS-DSP-VOID.
040100     MOVE BT-GAP-COUNT (WS-BT-SUB) TO WS-DSP-GAP.
040200     MOVE WS-REMAINING TO WS-DSP-REMAINING.
040300     DISPLAY BT-BRANCH-CODE (WS-BT-SUB), ' ', WS-DSP-START, ' ',
040400         WS-DSP-END, '  ', WS-DSP-GEN, '  ', WS-DSP-USED, '  ',
040500         WS-DSP-VOID, '  ', WS-DSP-GAP, ' ', WS-DSP-REMAINING.
040600 5050-EXIT.
040700     EXIT.
040800*----------------------------------------------------------
040900* 5100-LOAD-SERIES-BLOCKS - the series' blocks from
041000*     SEQBLOCK in number order, counters cleared.
041100*----------------------------------------------------------
041200 5100-LOAD-SERIES-BLOCKS.
041300     MOVE 0 TO BT-BLOCK-COUNT.
041400     OPEN INPUT SEQ-BLOCK-FILE.
041500     IF SB-FILE-STATUS NOT = '00'
041600         GO TO 5100-EXIT
041700     END-IF.
041800     SET WS-BLK-EOF TO FALSE.
041900     MOVE WS-SERIES-CODE TO SB-SERIES-CODE.
042000     MOVE 0 TO SB-BLOCK-START.
042100     START SEQ-BLOCK-FILE
042200         KEY IS NOT LESS THAN SB-BLOCK-KEY
042300         INVALID KEY
042400             SET WS-BLK-EOF TO TRUE
042500     END-START.
042600     PERFORM 5110-LOAD-ONE-BLOCK THRU 5110-EXIT
042700         UNTIL WS-BLK-EOF.
042800     CLOSE SEQ-BLOCK-FILE.
042900 5100-EXIT.
043000     EXIT.
043100*----------------------------------------------------------
043200* 5110-LOAD-ONE-BLOCK
043300*----------------------------------------------------------
043400 5110-LOAD-ONE-BLOCK.
043500     READ SEQ-BLOCK-FILE NEXT RECORD
043600         AT END
043700             SET WS-BLK-EOF TO TRUE
043800             GO TO 5110-EXIT
043900     END-READ.
044000     IF SB-SERIES-CODE NOT = WS-SERIES-CODE
044100         OR BT-BLOCK-COUNT NOT < BT-BLOCK-MAX
044200         SET WS-BLK-EOF TO TRUE
044300         GO TO 5110-EXIT
044400     END-IF.
044500     ADD 1 TO BT-BLOCK-COUNT.
044600     MOVE SB-SERIES-CODE TO BT-SERIES-CODE (BT-BLOCK-COUNT).
044700     MOVE SB-BLOCK-START TO BT-BLOCK-START (BT-BLOCK-COUNT).
044800     MOVE SB-BLOCK-END TO BT-BLOCK-END (BT-BLOCK-COUNT).
044900     MOVE SB-BRANCH-CODE TO BT-BRANCH-CODE (BT-BLOCK-COUNT).
045000     MOVE SB-NEXT-NUMBER TO BT-NEXT-NUMBER (BT-BLOCK-COUNT).
045100     MOVE SB-BLOCK-STATUS TO BT-BLOCK-STATUS (BT-BLOCK-COUNT).
045200     MOVE 0 TO BT-GEN-COUNT (BT-BLOCK-COUNT)
045300               BT-USED-COUNT (BT-BLOCK-COUNT)
045400               BT-VOID-COUNT (BT-BLOCK-COUNT)
045500               BT-GAP-COUNT (BT-BLOCK-COUNT).
045600 5110-EXIT.
045700     EXIT.
045800*----------------------------------------------------------
045900* 5200-LOCATE-BLOCK - the loaded block holding
046000*     WS-LOCATE-NUMBER, or zero for a shared-pool number.
046100*----------------------------------------------------------
046200 5200-LOCATE-BLOCK.
046300     MOVE 0 TO WS-BLOCK-SUB.
046400     PERFORM 5210-CHECK-ONE-BLOCK THRU 5210-EXIT
046500         VARYING WS-BT-SUB FROM 1 BY 1
046600         UNTIL WS-BT-SUB > BT-BLOCK-COUNT
046700             OR WS-BLOCK-SUB > 0.
046800 5200-EXIT.
046900     EXIT.
047000*----------------------------------------------------------
047100* 5210-CHECK-ONE-BLOCK
047200*----------------------------------------------------------
047300 5210-CHECK-ONE-BLOCK.
047400     IF WS-LOCATE-NUMBER NOT < BT-BLOCK-START (WS-BT-SUB)
047500         AND WS-LOCATE-NUMBER NOT > BT-BLOCK-END (WS-BT-SUB)
047600         MOVE WS-BT-SUB TO WS-BLOCK-SUB
047700     END-IF.
047800 5210-EXIT.
047900     EXIT.
048000*----------------------------------------------------------
048100* 5300-TALLY-GENERATED
048200*----------------------------------------------------------
048300 5300-TALLY-GENERATED.
048400     SET WS-SCAN-EOF TO FALSE.
048500     OPEN INPUT SEQ-NUMBERS.
048600     IF SN-FILE-STATUS NOT = '00'
048700         SET WS-SCAN-EOF TO TRUE
048800     END-IF.
048900     PERFORM 5310-TALLY-ONE-GENERATED THRU 5310-EXIT
049000         UNTIL WS-SCAN-EOF.
049100     IF SN-FILE-STATUS = '00' OR SN-FILE-STATUS = '10'
049200         CLOSE SEQ-NUMBERS
049300     END-IF.
049400 5300-EXIT.
049500     EXIT.
049600*----------------------------------------------------------
049700* 5310-TALLY-ONE-GENERATED
049800*----------------------------------------------------------
049900 5310-TALLY-ONE-GENERATED.
050000     READ SEQ-NUMBERS
050100         AT END
050200             SET WS-SCAN-EOF TO TRUE
050300             GO TO 5310-EXIT
050400     END-READ.
050500     IF SN-SERIES-CODE NOT = WS-SERIES-CODE
050600         GO TO 5310-EXIT
050700     END-IF.
050800     MOVE SN-SEQ-NUMBER TO WS-LOCATE-NUMBER.
050900     PERFORM 5200-LOCATE-BLOCK THRU 5200-EXIT.
051000     IF WS-BLOCK-SUB > 0
051100         ADD 1 TO BT-GEN-COUNT (WS-BLOCK-SUB)
051200     END-IF.
051300 5310-EXIT.
051400     EXIT.
051500*----------------------------------------------------------
051600* 5400-TALLY-DOC-USE
051700*----------------------------------------------------------
051800 5400-TALLY-DOC-USE.
051900     SET WS-SCAN-EOF TO FALSE.
052000     OPEN INPUT DOCUMENT-USE-LOG.
052100     IF DU-FILE-STATUS NOT = '00'
052200         SET WS-SCAN-EOF TO TRUE
052300     END-IF.
052400     PERFORM 5410-TALLY-ONE-USE THRU 5410-EXIT
052500         UNTIL WS-SCAN-EOF.
052600     IF DU-FILE-STATUS = '00' OR DU-FILE-STATUS = '10'
052700         CLOSE DOCUMENT-USE-LOG
052800     END-IF.
052900 5400-EXIT.
053000     EXIT.
053100*----------------------------------------------------------
053200* 5410-TALLY-ONE-USE
053300*----------------------------------------------------------
053400 5410-TALLY-ONE-USE.
053500     READ DOCUMENT-USE-LOG
053600         AT END
053700             SET WS-SCAN-EOF TO TRUE
053800             GO TO 5410-EXIT
053900     END-READ.
054000     IF DU-SERIES-CODE NOT = WS-SERIES-CODE
054100         GO TO 5410-EXIT
054200     END-IF.
054300     MOVE DU-SEQ-NUMBER TO WS-LOCATE-NUMBER.
054400     PERFORM 5200-LOCATE-BLOCK THRU 5200-EXIT.
054500     IF WS-BLOCK-SUB > 0
054600         ADD 1 TO BT-USED-COUNT (WS-BLOCK-SUB)
054700     END-IF.
054800 5410-EXIT.
054900     EXIT.
055000*----------------------------------------------------------
055100* 5500-TALLY-VOIDS - a number is voided at most once before
055200*     its reissue, and a reissued number is never voided
055300*     again, so V records less R records is the count of
055350*     voids still standing in the block. A REJ void stands
055400*     against a number the rejected statement run consumed,
055450*     so it moves the number from used to voided.
055500*----------------------------------------------------------
055600 5500-TALLY-VOIDS.
055700     SET WS-SCAN-EOF TO FALSE.
055800     OPEN INPUT VOID-FILE.
055900     IF VD-FILE-STATUS NOT = '00'
056000         SET WS-SCAN-EOF TO TRUE
056100     END-IF.
056200     PERFORM 5510-TALLY-ONE-VOID THRU 5510-EXIT
056300         UNTIL WS-SCAN-EOF.
056400     IF VD-FILE-STATUS = '00' OR VD-FILE-STATUS = '10'
056500         CLOSE VOID-FILE
056600     END-IF.
056700 5500-EXIT.
056800     EXIT.
056900*----------------------------------------------------------
057000* 5510-TALLY-ONE-VOID
057100*----------------------------------------------------------
057200 5510-TALLY-ONE-VOID.
057300     READ VOID-FILE
057400         AT END
057500             SET WS-SCAN-EOF TO TRUE
057600             GO TO 5510-EXIT
057700     END-READ.
057800     IF VD-SERIES-CODE NOT = WS-SERIES-CODE
057900         GO TO 5510-EXIT
058000     END-IF.
058100     MOVE VD-SEQ-NUMBER TO WS-LOCATE-NUMBER.
058200     PERFORM 5200-LOCATE-BLOCK THRU 5200-EXIT.
058300     IF WS-BLOCK-SUB = 0
058400         GO TO 5510-EXIT
058500     END-IF.
058600     IF VD-TYPE-VOID
058700         ADD 1 TO BT-VOID-COUNT (WS-BLOCK-SUB)
058720         IF VD-REASON-REJECTED
058740             AND BT-USED-COUNT (WS-BLOCK-SUB) > 0
058760             SUBTRACT 1 FROM BT-USED-COUNT (WS-BLOCK-SUB)
058780         END-IF
058800     ELSE
058900         IF BT-VOID-COUNT (WS-BLOCK-SUB) > 0
059000             SUBTRACT 1 FROM BT-VOID-COUNT (WS-BLOCK-SUB)
059100         END-IF
059200     END-IF.
059300 5510-EXIT.
059400     EXIT.
