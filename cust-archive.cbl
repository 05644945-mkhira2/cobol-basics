002394*                      membership with the phonetic entry -
002395*                      the purge was leaving a dangling
002396*                      membership on other members' views.
002397*    2026-10-15   DN   Re-chain CUSTHIST through CHAIN-SVC on
002398*                      write-back (HISTWORK now 203 bytes) and
002399*                      drop archived customers' CUSTADRX entries.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
008310*
008320 FD  HIST-WORK
008330     LABEL RECORDS ARE STANDARD.
008340 01  HIST-WORK-RECORD        PIC X(203).
008400*
008500 FD  CUST-ARCHIVE-SET
008600     LABEL RECORDS ARE STANDARD.
014500*
014600 01  WS-HIST-EOF-SW          PIC X(01).
014700     88  WS-HIST-EOF         VALUE 'Y' FALSE 'N'.
014800*
014900*    The history chain as the trail is written back.
015000 01  WS-RECHAIN-PRIOR        PIC 9(09).
015100 01  WS-RECHAIN-COUNT        PIC 9(09).
015300*
015400 01  WS-ARCHIVED-COUNT       PIC 9(03) COMP VALUE 0.
015500 01  WS-HELD-COUNT           PIC 9(03) COMP VALUE 0.
015700 COPY "rundate.cpy".
015800 COPY "jobhstpm.cpy".
015900 COPY "phonixpm.cpy".
015920 COPY "adrixpm.cpy".
015950 COPY "chainpm.cpy".
016000*
016100 PROCEDURE DIVISION.
016200*----------------------------------------------------------
049000 3100-EXIT.
049100     EXIT.
049200*----------------------------------------------------------
049300* 3200-ARCHIVE-ADDRESS - the record to the set, its phone
049320*     and address entries off the CUSTADRX lookup index,
049340*     the record off CUSTADDR.
049400*----------------------------------------------------------
049500 3200-ARCHIVE-ADDRESS.
049600     IF CA-FILE-STATUS NOT = '00'
050600     MOVE 'CUSTADDR' TO AX-FILE-TAG.
050700     MOVE CUST-ADDRESS-RECORD TO AX-DETAIL-DATA.
050800     PERFORM 3050-WRITE-ONE-DETAIL THRU 3050-EXIT.
050810     SET RX-FUNC-DELETE TO TRUE.
050820     MOVE CA-CUST-ID TO RX-CUST-ID.
050830     MOVE CA-PHONE TO RX-PHONE.
050840     MOVE CA-ZIP-CODE TO RX-ZIP-CODE.
050850     MOVE CA-ADDR-LINE-1 TO RX-STREET.
050860     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
050900     DELETE CUST-ADDRESS
051000         INVALID KEY
051100             CONTINUE
060100* 6000-REWRITE-HISTORY - the trail streams through the
060200*     HISTWORK work file without the archived customers'
060300*     entries and comes back whole - no in-storage cap.
060320*     The entries that stay are re-chained from the base
060340*     CHAIN-SVC holds for CUSTHIST as they come back, and
060360*     the re-chain is noted for CHAIN-VERIFY.
060400*----------------------------------------------------------
060500 6000-REWRITE-HISTORY.
060600     OPEN INPUT CUST-HISTORY.
061400     CLOSE CUST-HISTORY HIST-WORK.
061500     OPEN INPUT HIST-WORK.
061600     OPEN OUTPUT CUST-HISTORY.
061610     SET CV-FUNC-QUERY TO TRUE.
061620     MOVE 'CUSTHIST' TO CV-LOG-ID.
061630     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
061640     MOVE CV-BASE-CHAIN TO WS-RECHAIN-PRIOR.
061650     MOVE 0 TO WS-RECHAIN-COUNT.
061700     SET WS-HIST-EOF TO FALSE.
061800     PERFORM 6200-COPY-ONE-HIST-BACK THRU 6200-EXIT
061900         UNTIL WS-HIST-EOF.
062000     CLOSE HIST-WORK CUST-HISTORY.
062010     SET CV-FUNC-RECHAINED TO TRUE.
062020     MOVE 'CUSTHIST' TO CV-LOG-ID.
062030     MOVE 'CUST-ARCHIVE' TO CV-SOURCE-PGM.
062040     MOVE WS-RECHAIN-COUNT TO CV-RECORD-COUNT.
062050     MOVE WS-RECHAIN-PRIOR TO CV-CHAIN-VALUE.
062060     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
062100 6000-EXIT.
062200     EXIT.
062300*----------------------------------------------------------
064380             GO TO 6200-EXIT
064390     END-READ.
064400     MOVE HIST-WORK-RECORD TO CUST-HISTORY-RECORD.
064402     IF CH-CHAIN-VALUE IS NUMERIC
064404         PERFORM 6210-RECHAIN-ONE-HIST THRU 6210-EXIT
064406     END-IF.
064410     WRITE CUST-HISTORY-RECORD.
064420 6200-EXIT.
064430     EXIT.
064440*----------------------------------------------------------
064450* 6210-RECHAIN-ONE-HIST - entries written before chaining
064460*     began carry no chain value and are left as they are.
064470*----------------------------------------------------------
064480 6210-RECHAIN-ONE-HIST.
064490     MOVE ZERO TO CH-CHAIN-VALUE.
064500     SET CV-FUNC-COMPUTE TO TRUE.
064510     MOVE 'CUSTHIST' TO CV-LOG-ID.
064520     MOVE WS-RECHAIN-PRIOR TO CV-PRIOR-CHAIN.
064530     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
064540     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
064550     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
064560     MOVE CV-CHAIN-VALUE TO WS-RECHAIN-PRIOR.
064570     ADD 1 TO WS-RECHAIN-COUNT.
064580 6210-EXIT.
064590     EXIT.
064700*----------------------------------------------------------
064800* 6110-MATCH-ONE-CAND
064900*----------------------------------------------------------
