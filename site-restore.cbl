002010*    2026-09-02   DN   Widen the file name with the set's
002020*                      nine-character SB-FILE-NAME, for the
002030*                      full log family now carried.
002040*    2026-10-15   DN   Flat record widened to 220 bytes with the
002050*                      backup-set detail. A reloaded AUDITLOG,
002060*                      OPERACT or CUSTHIST keeps its entries'
002070*                      chain values, and where its chain now ends
002080*                      is set through CHAIN-SVC and noted as a
002090*                      re-chain for CHAIN-VERIFY.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004700*
004800 FD  FLAT-OUTPUT
004900     LABEL RECORDS ARE STANDARD.
005000 01  FLAT-RECORD                 PIC X(220).
005100*
005200 FD  OPERATOR-MASTER
005300     LABEL RECORDS ARE STANDARD.
008100 01  WS-FILES-LOADED         PIC 9(02) COMP VALUE 0.
008200 01  WS-TOTAL-RECORDS        PIC 9(09) COMP VALUE 0.
008300*
008310*    A chained log reloaded - AUDITLOG, OPERACT, CUSTHIST -
008320*    keeps the chain values its entries were written with;
008330*    where the reloaded chain ends is handed to CHAIN-SVC.
008340 01  WS-CHAINED-LOG-SW       PIC X(01).
008350     88  WS-CHAINED-LOG      VALUE 'Y' FALSE 'N'.
008360 01  WS-CHAIN-COUNT          PIC 9(09).
008370 01  WS-CHAIN-LAST           PIC 9(09).
008380*
008400 COPY "rundate.cpy".
008500 COPY "jobhstpm.cpy".
008520 COPY "chainpm.cpy".
008540 COPY "auditrec.cpy".
008560 COPY "operact.cpy".
008580 COPY "custhist.cpy".
008600*
008700 PROCEDURE DIVISION.
008800*----------------------------------------------------------
021900             OPEN OUTPUT FLAT-OUTPUT
022000     END-EVALUATE.
022100     SET WS-TARGET-OPEN TO TRUE.
022150     PERFORM 3210-START-CHAIN THRU 3210-EXIT.
022200 3200-EXIT.
022205     EXIT.
022210*----------------------------------------------------------
022215* 3210-START-CHAIN - a chained log picks its chain up from
022220*     the base CHAIN-SVC holds for it.
022225*----------------------------------------------------------
022230 3210-START-CHAIN.
022235     SET WS-CHAINED-LOG TO FALSE.
022240     IF WS-GRP-NAME NOT = 'AUDITLOG'
022245         AND WS-GRP-NAME NOT = 'OPERACT'
022250         AND WS-GRP-NAME NOT = 'CUSTHIST'
022255         GO TO 3210-EXIT
022260     END-IF.
022265     SET WS-CHAINED-LOG TO TRUE.
022270     SET CV-FUNC-QUERY TO TRUE.
022275     MOVE WS-GRP-NAME TO CV-LOG-ID.
022280     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
022285     MOVE CV-BASE-CHAIN TO WS-CHAIN-LAST.
022290     MOVE 0 TO WS-CHAIN-COUNT.
022295 3210-EXIT.
022300     EXIT.
022400*----------------------------------------------------------
022500* 3300-WRITE-TARGET
024800             WRITE FLAT-RECORD
024900     END-EVALUATE.
025000     ADD 1 TO WS-TOTAL-RECORDS.
025020     IF WS-CHAINED-LOG
025040         PERFORM 3310-TRACK-CHAIN THRU 3310-EXIT
025060     END-IF.
025100 3300-EXIT.
025102     EXIT.
025104*----------------------------------------------------------
025106* 3310-TRACK-CHAIN - count the reloaded entry onto the
025108*     chain when it carries a value; entries written
025110*     before chaining began carry none.
025112*----------------------------------------------------------
025114 3310-TRACK-CHAIN.
025116     EVALUATE WS-GRP-NAME
025118         WHEN 'AUDITLOG'
025120             MOVE SB-DETAIL-DATA TO AUDIT-LOG-RECORD
025122             IF AL-CHAIN-VALUE IS NUMERIC
025124                 ADD 1 TO WS-CHAIN-COUNT
025126                 MOVE AL-CHAIN-VALUE TO WS-CHAIN-LAST
025128             END-IF
025130         WHEN 'OPERACT'
025132             MOVE SB-DETAIL-DATA TO OPER-ACTIVITY-RECORD
025134             IF OV-CHAIN-VALUE IS NUMERIC
025136                 ADD 1 TO WS-CHAIN-COUNT
025138                 MOVE OV-CHAIN-VALUE TO WS-CHAIN-LAST
025140             END-IF
025142         WHEN 'CUSTHIST'
025144             MOVE SB-DETAIL-DATA TO CUST-HISTORY-RECORD
025146             IF CH-CHAIN-VALUE IS NUMERIC
025148                 ADD 1 TO WS-CHAIN-COUNT
025150                 MOVE CH-CHAIN-VALUE TO WS-CHAIN-LAST
025152             END-IF
025154     END-EVALUATE.
025156 3310-EXIT.
025200     EXIT.
025300*----------------------------------------------------------
025400* 3400-CLOSE-TARGET
026600             CLOSE FLAT-OUTPUT
026700     END-EVALUATE.
026800     SET WS-TARGET-OPEN TO FALSE.
026820     IF WS-CHAINED-LOG
026840         PERFORM 3410-NOTE-RECHAIN THRU 3410-EXIT
026860     END-IF.
026900     ADD 1 TO WS-FILES-LOADED.
027000     DISPLAY 'SITE-RESTORE - ', WS-GRP-NAME, ' RELOADED'.
027100 3400-EXIT.
027200     EXIT.
027300*----------------------------------------------------------
027400* 3410-NOTE-RECHAIN - the reloaded log ends where the
027500*     backup left it, not where CHAINCTL last had it; the
027600*     new end is set and noted on CHAINANC as a re-chain
027700*     for CHAIN-VERIFY.
027800*----------------------------------------------------------
027900 3410-NOTE-RECHAIN.
028000     SET CV-FUNC-RECHAINED TO TRUE.
028100     MOVE WS-GRP-NAME TO CV-LOG-ID.
028200     MOVE 'SITE-RESTORE' TO CV-SOURCE-PGM.
028300     MOVE WS-CHAIN-COUNT TO CV-RECORD-COUNT.
028400     MOVE WS-CHAIN-LAST TO CV-CHAIN-VALUE.
028500     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
028600     SET WS-CHAINED-LOG TO FALSE.
028700 3410-EXIT.
028800     EXIT.
