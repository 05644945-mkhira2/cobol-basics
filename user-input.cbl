009500*                      IDs under a DRY RUN banner but writes
009600*                      nothing to the master, address, id,
009700*                      history, or reject files.
009720*    2026-10-14   DN   Start a new customer's CM-UPDATE-SEQ
009740*                      stamp at 1.
009750*    2026-10-14   DN   Start the new customer's CUSTADRH
009760*                      effective-dated address history with
009770*                      the captured address, through
009780*                      ADDR-HIST.
009781*    2026-10-14   DN   Screen each new customer's name and
009782*                      captured address against the WATCHLST
009783*                      compliance watch list through
009784*                      WATCH-SCREEN once the add is on file.
009785*    2026-10-15   DN   Put each new customer on a statement
009786*                      billing cycle through BILL-CYCLE once
009787*                      the add is on file.
009788*    2026-10-15   DN   Log every rejected entry to OPERACT as an
009789*                      INTKREJ activity through ACT-LOG, which
009790*                      stamps the operator's branch, so intake
009791*                      rejects can be counted by branch.
009792*    2026-10-15   DN   Link each CUSTHIST entry onto the history
009793*                      chain through CHAIN-SVC before it is
009794*                      written.
009795*    2026-10-15   DN   Put a captured address's phone and street
009796*                      on the CUSTADRX lookup index through
009797*                      ADDR-INDEX.
009800*----------------------------------------------------------
009900 ENVIRONMENT DIVISION.
010000 CONFIGURATION SECTION.
017600 COPY "errlogpm.cpy".
017700 COPY "namefmpm.cpy".
017800 COPY "addredpm.cpy".
017850 COPY "adrhstpm.cpy".
017900 COPY "ckdigpm.cpy".
018000 COPY "phonixpm.cpy".
018020 COPY "adrixpm.cpy".
018050 COPY "wchscrpm.cpy".
018070 COPY "billcypm.cpy".
018090 COPY "chainpm.cpy".
018100*
018200 01  WS-LAST-NAME            PIC X(15).
018300 01  WS-FIRST-NAME           PIC X(15).
042300             AND NOT MC-MODE-BATCH
042400             PERFORM 1300-CAPTURE-ADDRESS THRU 1300-EXIT
042500         END-IF
042520         IF WS-ADD-DONE
042540             PERFORM 1400-SCREEN-WATCH-LIST THRU 1400-EXIT
042550         PERFORM 1500-ASSIGN-BILL-CYCLE THRU 1500-EXIT
042560         END-IF
042600     END-IF.
042700*
042800 2000-EXIT.
046900     ELSE
047000         MOVE SPACES TO CM-BRANCH-CODE
047100     END-IF.
047150     MOVE 1 TO CM-UPDATE-SEQ.
047200     IF DR-DRY-RUN
047300         DISPLAY '*** DRY RUN - CUSTOMER ', CM-CUST-ID,
047400             ' ', CM-CUST-NAME, ' NOT ADDED ***'
051600     MOVE CM-CUST-ID TO CH-CUST-ID.
051700     MOVE SPACES TO CH-BEFORE-IMAGE.
051800     MOVE CUST-MASTER-RECORD TO CH-AFTER-IMAGE.
051810     MOVE ZERO TO CH-CHAIN-VALUE.
051820     SET CV-FUNC-LINK TO TRUE.
051830     MOVE 'CUSTHIST' TO CV-LOG-ID.
051840     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
051850     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
051860     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
051900     WRITE CUST-HISTORY-RECORD.
052000     MOVE CH-OPERATOR-ID TO AY-OPERATOR-ID.
052100     MOVE 'USER-INPUT' TO AY-SOURCE-PGM.
056500         INVALID KEY
056600             REWRITE CUST-ADDRESS-RECORD
056700     END-WRITE.
056705     SET HA-FUNC-RECORD TO TRUE.
056710     MOVE CA-CUST-ID TO HA-CUST-ID.
056715     MOVE WS-RUN-DATE TO HA-AS-OF-DATE.
056716     IF SO-SIGNED-ON
056717         MOVE SO-OPERATOR-ID TO HA-CHANGE-OPER
056718     ELSE
056719         MOVE SPACES TO HA-CHANGE-OPER
056720     END-IF.
056725     MOVE 'USER-INPUT' TO HA-SOURCE-PGM.
056730     MOVE CA-ADDR-LINE-1 TO HA-ADDR-LINE-1.
056735     MOVE CA-ADDR-LINE-2 TO HA-ADDR-LINE-2.
056740     MOVE CA-CITY TO HA-CITY.
056745     MOVE CA-STATE TO HA-STATE.
056750     MOVE CA-ZIP-CODE TO HA-ZIP-CODE.
056755     MOVE SPACES TO HA-PRIOR-ADDRESS.
056760     CALL 'ADDR-HIST' USING ADDR-HIST-PARMS.
056765     SET RX-FUNC-ADD TO TRUE.
056770     MOVE CA-CUST-ID TO RX-CUST-ID.
056775     MOVE CA-PHONE TO RX-PHONE.
056780     MOVE CA-ZIP-CODE TO RX-ZIP-CODE.
056785     MOVE CA-ADDR-LINE-1 TO RX-STREET.
056790     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
056800 1300-EXIT.
056801     EXIT.
056802*----------------------------------------------------------
056803* 1400-SCREEN-WATCH-LIST - hold the new customer's name,
056804*     and the address when one was captured, against the
056805*     compliance watch list. A possible hit leaves the
056806*     customer pending a supervisor's review.
056807*----------------------------------------------------------
056808 1400-SCREEN-WATCH-LIST.
056809     SET WC-TRIG-NEW TO TRUE.
056810     SET WC-HOLD-BY-CALLER TO FALSE.
056811     MOVE CM-CUST-ID TO WC-CUST-ID.
056812     MOVE WS-RUN-DATE TO WC-RUN-DATE.
056813     IF SO-SIGNED-ON
056814         MOVE SO-OPERATOR-ID TO WC-OPERATOR-ID
056815     ELSE
056816         MOVE SPACES TO WC-OPERATOR-ID
056817     END-IF.
056818     MOVE 'USER-INPUT' TO WC-SOURCE-PGM.
056819     MOVE CM-LAST-NAME TO WC-LAST-NAME.
056820     MOVE CM-FIRST-NAME TO WC-FIRST-NAME.
056821     MOVE CM-CUST-NAME TO WC-CUST-NAME.
056822     IF MC-MODE-BATCH
056823         MOVE SPACES TO WC-ADDR-LINE-1
056824         MOVE SPACES TO WC-ZIP-CODE
056825     ELSE
056826         MOVE WS-SCR-ADDR-LINE-1 TO WC-ADDR-LINE-1
056827         MOVE WS-SCR-ZIP-CODE TO WC-ZIP-CODE
056828     END-IF.
056829     CALL 'WATCH-SCREEN' USING WATCH-SCREEN-PARMS.
056830     IF WC-RESULT-HIT
056831         DISPLAY 'CUSTOMER ', CM-CUST-ID,
056832             ' HELD FOR WATCH-LIST REVIEW'
056833     END-IF.
056834 1400-EXIT.
056835     EXIT.
056836*----------------------------------------------------------
056837* 1500-ASSIGN-BILL-CYCLE - put the new customer on a
056838*     statement billing cycle by their add date, through
056839*     BILL-CYCLE; if CUSTCYCL cannot take it, the statement
056840*     run assigns the same cycle when it first meets them.
056841*----------------------------------------------------------
056842 1500-ASSIGN-BILL-CYCLE.
056843     SET BY-FUNC-ASSIGN TO TRUE.
056844     MOVE CM-CUST-ID TO BY-CUST-ID.
056845     MOVE CM-ADD-DATE TO BY-ADD-DATE.
056846     MOVE WS-RUN-DATE TO BY-RUN-DATE.
056847     MOVE 'USER-INPUT' TO BY-SOURCE-PGM.
056848     CALL 'BILL-CYCLE' USING BILL-CYCLE-PARMS.
056849     IF BY-RETURN-CODE NOT = 0
056850         DISPLAY 'BILLING CYCLE NOT RECORDED FOR CUSTOMER ',
056851             CM-CUST-ID
056852     END-IF.
056853 1500-EXIT.
056900     EXIT.
057000*----------------------------------------------------------
057100* 1000-EDIT-LAST-NAME - non-blank, alphabetic edit; a
061200 1100-EXIT.
061300     EXIT.
061400*----------------------------------------------------------
061500* 9000-WRITE-REJECT - the reject log entry, and an INTKREJ
061510*     activity so the reject counts against the branch.
061600*----------------------------------------------------------
061700 9000-WRITE-REJECT.
061800     IF DR-DRY-RUN
062300     MOVE WS-RUN-DATE TO RJ-REJECT-DATE.
062400     ACCEPT RJ-REJECT-TIME FROM TIME.
062500     WRITE REJECT-RECORD.
062505     IF SO-SIGNED-ON
062510         MOVE SO-OPERATOR-ID TO AY-OPERATOR-ID
062515     ELSE
062520         MOVE SPACES TO AY-OPERATOR-ID
062525     END-IF.
062530     MOVE 'USER-INPUT' TO AY-SOURCE-PGM.
062535     MOVE 'INTKREJ' TO AY-ACTION-CODE.
062540     MOVE RJ-REASON TO AY-ACTION-KEY.
062545     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
062550     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
062600 9000-EXIT.
062700     EXIT.
062800*----------------------------------------------------------
