004966*                      DRY RUN banner but writes nothing to
004970*                      the master, id, history, or auth-fail
004974*                      files.
004975*    2026-10-14   DN   Screen each new customer's name against
004976*                      the WATCHLST compliance watch list
004977*                      through WATCH-SCREEN once the add is on
004979*                      file.
004981*    2026-10-15   DN   Put each new customer on a statement
004983*                      billing cycle through BILL-CYCLE once
004985*                      the add is on file.
004987*    2026-10-15   DN   Link each CUSTHIST entry onto the history
004989*                      chain through CHAIN-SVC before it is
004991*                      written.
004993*    2026-10-15   DN   Start a new customer's CM-UPDATE-SEQ
004995*                      stamp at 1.
004999*----------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
010620 COPY "actlogpm.cpy".
010630 COPY "errlogpm.cpy".
010640 COPY "namefmpm.cpy".
010690 COPY "wchscrpm.cpy".
010695 COPY "billcypm.cpy".
010700 COPY "rundate.cpy".
010750 COPY "chainpm.cpy".
010800*
010900 01  CM-FILE-STATUS          PIC X(02).
011000*
034200     MOVE WS-NAME-LAST-PART TO CM-LAST-NAME.
034300     MOVE WS-NAME-FIRST-PART TO CM-FIRST-NAME.
034400     MOVE WS-RUN-DATE TO CM-ADD-DATE.
034405     MOVE 1 TO CM-UPDATE-SEQ.
034410     IF DR-DRY-RUN
034420         DISPLAY '*** DRY RUN - CUSTOMER ', CM-CUST-ID,
034430             ' ', CM-CUST-NAME, ' NOT ADDED ***'
034706             CALL 'FILE-ERR' USING FILE-ERR-PARMS
034710         NOT INVALID KEY
034720             PERFORM 1250-WRITE-HISTORY THRU 1250-EXIT
034770             PERFORM 1270-SCREEN-WATCH-LIST THRU 1270-EXIT
034790             PERFORM 1280-ASSIGN-BILL-CYCLE THRU 1280-EXIT
034800     END-WRITE.
034900     ADD 1 TO NI-NEXT-CUST-ID.
035000     MOVE 1 TO NI-REL-KEY.
036700     MOVE CM-CUST-ID TO CH-CUST-ID.
036800     MOVE SPACES TO CH-BEFORE-IMAGE.
036900     MOVE CUST-MASTER-RECORD TO CH-AFTER-IMAGE.
036910     MOVE ZERO TO CH-CHAIN-VALUE.
036920     SET CV-FUNC-LINK TO TRUE.
036930     MOVE 'CUSTHIST' TO CV-LOG-ID.
036940     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
036950     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
036960     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
037000     WRITE CUST-HISTORY-RECORD.
037010     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
037020     MOVE 'USER-INPUT-EX' TO AY-SOURCE-PGM.
037060     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
037100 1250-EXIT.
037200     EXIT.
037300*----------------------------------------------------------
037400* 1270-SCREEN-WATCH-LIST - hold the new customer's name
037500*     against the compliance watch list; a possible hit
037600*     leaves the customer pending a supervisor's review.
037700*----------------------------------------------------------
037800 1270-SCREEN-WATCH-LIST.
037900     SET WC-TRIG-NEW TO TRUE.
038000     SET WC-HOLD-BY-CALLER TO FALSE.
038100     MOVE CM-CUST-ID TO WC-CUST-ID.
038200     MOVE WS-RUN-DATE TO WC-RUN-DATE.
038300     MOVE WS-OPERATOR-ID TO WC-OPERATOR-ID.
038400     MOVE 'USER-INPUT-EX' TO WC-SOURCE-PGM.
038500     MOVE CM-LAST-NAME TO WC-LAST-NAME.
038600     MOVE CM-FIRST-NAME TO WC-FIRST-NAME.
038700     MOVE CM-CUST-NAME TO WC-CUST-NAME.
038800     MOVE SPACES TO WC-ADDR-LINE-1.
038900     MOVE SPACES TO WC-ZIP-CODE.
039000     CALL 'WATCH-SCREEN' USING WATCH-SCREEN-PARMS.
039100     IF WC-RESULT-HIT
039200         DISPLAY 'CUSTOMER ', CM-CUST-ID,
039300             ' HELD FOR WATCH-LIST REVIEW'
039400     END-IF.
039500 1270-EXIT.
039600     EXIT.
039700*----------------------------------------------------------
039800* 1280-ASSIGN-BILL-CYCLE - put the new customer on a
039900*     statement billing cycle by their add date, through
040000*     BILL-CYCLE; if CUSTCYCL cannot take it, the statement
040100*     run assigns the same cycle when it first meets them.
040200*----------------------------------------------------------
040300 1280-ASSIGN-BILL-CYCLE.
040400     SET BY-FUNC-ASSIGN TO TRUE.
040500     MOVE CM-CUST-ID TO BY-CUST-ID.
040600     MOVE CM-ADD-DATE TO BY-ADD-DATE.
040700     MOVE WS-RUN-DATE TO BY-RUN-DATE.
040800     MOVE 'USER-INPUT-EX' TO BY-SOURCE-PGM.
040900     CALL 'BILL-CYCLE' USING BILL-CYCLE-PARMS.
041000     IF BY-RETURN-CODE NOT = 0
041100         DISPLAY 'BILLING CYCLE NOT RECORDED FOR CUSTOMER ',
041200             CM-CUST-ID
041300     END-IF.
041400 1280-EXIT.
041500     EXIT.
