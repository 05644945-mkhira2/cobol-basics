006000*                      in step through PHON-INDEX, the same as
006100*                      the online intake - so a loaded customer
006200*                      is reachable through every keyed path.
006220*    2026-10-14   DN   Start a loaded customer's CM-UPDATE-SEQ
006240*                      stamp at 1.
006250*    2026-10-14   DN   Screen each loaded customer's name
006260*                      against the WATCHLST compliance watch
006270*                      list through WATCH-SCREEN.
006275*    2026-10-15   DN   Put each loaded customer on a statement
006280*                      billing cycle through BILL-CYCLE once
006285*                      the add is on file.
006287*    2026-10-15   DN   Link each CUSTHIST entry onto the history
006289*                      chain through CHAIN-SVC before it is
006291*                      written.
006292*    2026-10-15   DN   Load the extract only when the INTKREG
006293*                      intake register has it registered and not
006294*                      yet processed (INTAKE-SVC), marking it
006295*                      processed at the end of a completed live
006296*                      run; a refused file ends RC 8.
006300*----------------------------------------------------------
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
011600     COPY "dryrctl.cpy".
011700*
011800 WORKING-STORAGE SECTION.
011850 COPY "chainpm.cpy".
011870 COPY "intkpm.cpy".
011900 01  LI-FILE-STATUS          PIC X(02).
011920 01  WS-INTAKE-REFUSED-SW    PIC X(01) VALUE 'N'.
011940     88  WS-INTAKE-REFUSED   VALUE 'Y' FALSE 'N'.
012000 01  DR-FILE-STATUS          PIC X(02).
012100 01  CM-FILE-STATUS          PIC X(02).
012200 01  RJ-FILE-STATUS          PIC X(02).
013400 COPY "namefmpm.cpy".
013500 COPY "ckdigpm.cpy".
013600 COPY "phonixpm.cpy".
013650 COPY "wchscrpm.cpy".
013670 COPY "billcypm.cpy".
013700*
013800 01  WS-IN-CUST-ID           PIC X(06).
013900 01  WS-IN-CUST-NAME         PIC X(20).
018600         MOVE RETURN-CODE TO JB-RETURN-CODE
018700         CALL 'JOB-HIST' USING JOB-HIST-PARMS
018800     END-IF.
018820     IF WS-INTAKE-REFUSED
018840         MOVE 8 TO RETURN-CODE
018860     END-IF.
018900     STOP RUN.
019000*----------------------------------------------------------
019100* 1900-OPEN-FILES
020500         DISPLAY 'CANNOT OPEN LOAD INPUT - STATUS ',
020600             LI-FILE-STATUS
020700         SET WS-BATCH-EOF TO TRUE
020710     END-IF.
020720     MOVE SPACE TO IK-RESULT.
020730     IF LI-FILE-STATUS = '00'
020740         PERFORM 1950-CHECK-INTAKE THRU 1950-EXIT
020800     END-IF.
020900     IF DR-LIVE-RUN
021000         SET CK-FUNC-QUERY TO TRUE
043400     ELSE
043500         MOVE WS-RUN-DATE TO CM-ADD-DATE
043600     END-IF.
043650     MOVE 1 TO CM-UPDATE-SEQ.
043700     IF DR-DRY-RUN
043800         DISPLAY '*** DRY RUN - CUSTOMER ', CM-CUST-ID,
043900             ' ', CM-CUST-NAME, ' NOT ADDED ***'
045400             ADD 1 TO WS-LOADED-COUNT
045500             PERFORM 1250-WRITE-HISTORY THRU 1250-EXIT
045600             PERFORM 1260-INDEX-PHONETIC THRU 1260-EXIT
045650             PERFORM 1270-SCREEN-WATCH-LIST THRU 1270-EXIT
045670             PERFORM 1280-ASSIGN-BILL-CYCLE THRU 1280-EXIT
045700     END-WRITE.
045800     ADD 1 TO NI-NEXT-CUST-ID.
045900     MOVE 1 TO NI-REL-KEY.
047700     MOVE CM-CUST-ID TO CH-CUST-ID.
047800     MOVE SPACES TO CH-BEFORE-IMAGE.
047900     MOVE CUST-MASTER-RECORD TO CH-AFTER-IMAGE.
047910     MOVE ZERO TO CH-CHAIN-VALUE.
047920     SET CV-FUNC-LINK TO TRUE.
047930     MOVE 'CUSTHIST' TO CV-LOG-ID.
047940     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
047950     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
047960     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
048000     WRITE CUST-HISTORY-RECORD.
048100     MOVE SPACES TO AY-OPERATOR-ID.
048200     MOVE 'CUST-LOAD' TO AY-SOURCE-PGM.
049700     MOVE CM-CUST-NAME TO PX-CUST-NAME.
049800     CALL 'PHON-INDEX' USING PHON-INDEX-PARMS.
049900 1260-EXIT.
049902     EXIT.
049904*----------------------------------------------------------
049906* 1270-SCREEN-WATCH-LIST - hold the new customer's name
049908*     against the compliance watch list; a possible hit
049910*     leaves the customer pending a supervisor's review.
049912*----------------------------------------------------------
049914 1270-SCREEN-WATCH-LIST.
049916     SET WC-TRIG-NEW TO TRUE.
049918     SET WC-HOLD-BY-CALLER TO FALSE.
049920     MOVE CM-CUST-ID TO WC-CUST-ID.
049922     MOVE WS-RUN-DATE TO WC-RUN-DATE.
049924     MOVE SPACES TO WC-OPERATOR-ID.
049926     MOVE 'CUST-LOAD' TO WC-SOURCE-PGM.
049928     MOVE CM-LAST-NAME TO WC-LAST-NAME.
049930     MOVE CM-FIRST-NAME TO WC-FIRST-NAME.
049932     MOVE CM-CUST-NAME TO WC-CUST-NAME.
049934     MOVE SPACES TO WC-ADDR-LINE-1.
049936     MOVE SPACES TO WC-ZIP-CODE.
049938     CALL 'WATCH-SCREEN' USING WATCH-SCREEN-PARMS.
049940     IF WC-RESULT-HIT
049942         DISPLAY 'CUSTOMER ', CM-CUST-ID,
049944             ' HELD FOR WATCH-LIST REVIEW'
049946     END-IF.
049948 1270-EXIT.
049950     EXIT.
049952*----------------------------------------------------------
049954* 1280-ASSIGN-BILL-CYCLE - put the new customer on a
049956*     statement billing cycle by their add date, through
049958*     BILL-CYCLE; if CUSTCYCL cannot take it, the statement
049960*     run assigns the same cycle when it first meets them.
049962*----------------------------------------------------------
049964 1280-ASSIGN-BILL-CYCLE.
049966     SET BY-FUNC-ASSIGN TO TRUE.
049968     MOVE CM-CUST-ID TO BY-CUST-ID.
049970     MOVE CM-ADD-DATE TO BY-ADD-DATE.
049972     MOVE WS-RUN-DATE TO BY-RUN-DATE.
049974     MOVE 'CUST-LOAD' TO BY-SOURCE-PGM.
049976     CALL 'BILL-CYCLE' USING BILL-CYCLE-PARMS.
049978     IF BY-RETURN-CODE NOT = 0
049980         DISPLAY 'BILLING CYCLE NOT RECORDED FOR CUSTOMER ',
049982             CM-CUST-ID
049984     END-IF.
049986 1280-EXIT.
050000     EXIT.
050100*----------------------------------------------------------
050200* 9000-WRITE-REJECT - standard suspense entry; the caller
054000 1850-EXIT.
054100     EXIT.
054200*----------------------------------------------------------
054202* 1950-CHECK-INTAKE - the extract is loaded only when INTKREG
054204*     has it registered and not yet processed; a restart
054206*     finds it still registered, since it is marked
054208*     processed only at the end of a completed live run.
054210*----------------------------------------------------------
054212 1950-CHECK-INTAKE.
054214     SET IK-FUNC-VERIFY TO TRUE.
054216     MOVE 'CUSTLOAD' TO IK-FILE-NAME.
054218     MOVE SPACES TO IK-SENDER.
054220     MOVE WS-RUN-DATE TO IK-BUSINESS-DATE.
054222     MOVE 'CUST-LOAD' TO IK-PROGRAM.
054224     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
054226     IF IK-ACCEPTED
054228         GO TO 1950-EXIT
054230     END-IF.
054232     SET WS-INTAKE-REFUSED TO TRUE.
054234     SET WS-BATCH-EOF TO TRUE.
054236     IF IK-DUPLICATE
054238         DISPLAY 'CUST-LOAD - LOAD INPUT ALREADY PROCESSED ',
054240             IK-PRIOR-DATE, ' - DUPLICATE REFUSED'
054242     ELSE
054244         DISPLAY 'CUST-LOAD - LOAD INPUT NOT REGISTERED ON ',
054246             'INTKREG - REFUSED'
054248     END-IF.
054250 1950-EXIT.
054252     EXIT.
054254*----------------------------------------------------------
054256* 1960-MARK-PROCESSED
054258*----------------------------------------------------------
054260 1960-MARK-PROCESSED.
054262     SET IK-FUNC-PROCESSED TO TRUE.
054264     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
054266 1960-EXIT.
054268     EXIT.
054270*----------------------------------------------------------
054300* 3200-CHECKPOINT-MAYBE - every WS-CKPT-EVERY rows on a
054400*     live run, the position and counters go to the
054500*     shared service.
057600     DISPLAY 'LOAD ROWS READ:     ', WS-READ-COUNT.
057700     DISPLAY 'CUSTOMERS LOADED:   ', WS-LOADED-COUNT.
057800     DISPLAY 'ROWS REJECTED:      ', WS-REJECT-COUNT.
057810     IF WS-INTAKE-REFUSED
057820         MOVE 8 TO RETURN-CODE
057830         GO TO 9100-EXIT
057840     END-IF.
057850     IF DR-LIVE-RUN
057860         AND IK-ACCEPTED
057870         PERFORM 1960-MARK-PROCESSED THRU 1960-EXIT
057880     END-IF.
057900     IF DR-LIVE-RUN
058000         SET CK-FUNC-CLEAR TO TRUE
058100         MOVE 'CUST-LOAD' TO CK-PROGRAM-ID
