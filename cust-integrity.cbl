002656*                      exists for, the file may be absent, and
002670*                      the missing record then reports as the
002684*                      NEXT-ID error it is and repairs cleanly.
002686*    2026-10-14   DN   Advance the CM-UPDATE-SEQ stamp on a
002688*                      name repair, so a change keyed against
002690*                      the unrepaired copy is refused.
002692*    2026-10-15   DN   Link each CUSTHIST entry onto the history
002694*                      chain through CHAIN-SVC before it is
002696*                      written.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
007100 COPY "operauth.cpy".
007200 COPY "signonws.cpy".
007300 COPY "actlogpm.cpy".
007350 COPY "chainpm.cpy".
007400*
007500 01  CM-FILE-STATUS          PIC X(02).
007600 01  NI-REL-KEY              PIC 9(09) COMP VALUE 1.
026300 3200-REPAIR-NAME.
026400     MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE.
026500     MOVE WS-CANONICAL-NAME TO CM-CUST-NAME.
026510     IF CM-UPDATE-SEQ IS NOT NUMERIC
026520         MOVE ZERO TO CM-UPDATE-SEQ
026530     END-IF.
026540     IF CM-SEQ-AT-LIMIT
026550         MOVE 1 TO CM-UPDATE-SEQ
026560     ELSE
026570         ADD 1 TO CM-UPDATE-SEQ
026580     END-IF.
026600     REWRITE CUST-MASTER-RECORD
026700         INVALID KEY
026800             DISPLAY 'ERROR REPAIRING CUSTOMER ', CM-CUST-ID
043100     MOVE CM-CUST-ID TO CH-CUST-ID.
043200     MOVE WS-BEFORE-IMAGE TO CH-BEFORE-IMAGE.
043300     MOVE CUST-MASTER-RECORD TO CH-AFTER-IMAGE.
043310     MOVE ZERO TO CH-CHAIN-VALUE.
043320     SET CV-FUNC-LINK TO TRUE.
043330     MOVE 'CUSTHIST' TO CV-LOG-ID.
043340     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
043350     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
043360     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
043400     WRITE CUST-HISTORY-RECORD.
043500 7000-EXIT.
043600     EXIT.
