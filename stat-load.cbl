002200*    MODIFICATION HISTORY
002300*    DATE        INIT  DESCRIPTION
002400*    2026-09-01   DN   Original program.
002410*    2026-10-14   DN   Check the CM-UPDATE-SEQ stamp before a
002420*                      live status change and advance it with
002430*                      the change; a customer rewritten by
002440*                      another user since the edit read it is
002450*                      rejected, and the collision is logged
002460*                      to CUST-HISTORY.
002470*    2026-10-15   DN   Link each CUSTHIST entry onto the history
002480*                      chain through CHAIN-SVC before it is
002490*                      written.
002491*    2026-10-15   DN   Load the match file only when the INTKREG
002492*                      intake register has it registered and not
002493*                      yet processed (INTAKE-SVC), marking it
002494*                      processed at the end of a live run; a
002495*                      refused file ends RC 8, which now survives
002496*                      the closing JOB-HIST call.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005000     SELECT REJECT-REGISTER ASSIGN TO 'STATREJR'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS RR-FILE-STATUS.
005220     SELECT CUST-HISTORY ASSIGN TO 'CUSTHIST'
005240         ORGANIZATION IS LINE SEQUENTIAL
005260         FILE STATUS IS CH-FILE-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
007700     LABEL RECORDS ARE STANDARD.
007800 01  REJECT-LINE                 PIC X(80).
007900*
007920 FD  CUST-HISTORY
007940     LABEL RECORDS ARE STANDARD.
007960     COPY "custhist.cpy".
007980*
008000 WORKING-STORAGE SECTION.
008050 COPY "chainpm.cpy".
008070 COPY "intkpm.cpy".
008100 01  BS-FILE-STATUS              PIC X(02).
008200 01  CM-FILE-STATUS              PIC X(02).
008300 01  CS-FILE-STATUS              PIC X(02).
008400 01  DR-FILE-STATUS              PIC X(02).
008500 01  AR-FILE-STATUS              PIC X(02).
008600 01  RR-FILE-STATUS              PIC X(02).
008650 01  CH-FILE-STATUS              PIC X(02).
008700*
008800 01  WS-MATCH-EOF-SW             PIC X(01) VALUE 'N'.
008900     88  WS-MATCH-EOF            VALUE 'Y' FALSE 'N'.
008920 01  WS-INTAKE-REFUSED-SW        PIC X(01) VALUE 'N'.
008940     88  WS-INTAKE-REFUSED       VALUE 'Y' FALSE 'N'.
009000 01  WS-ENTRY-OK-SW              PIC X(01).
009100     88  WS-ENTRY-OK             VALUE 'Y' FALSE 'N'.
009200 01  WS-REJECT-REASON            PIC X(30).
009220 01  WS-READ-IMAGE               PIC X(74).
009240 01  WS-READ-SEQ                 PIC 9(07).
009260 01  WS-CHANGE-REFUSED-SW        PIC X(01) VALUE 'N'.
009280     88  WS-CHANGE-REFUSED       VALUE 'Y' FALSE 'N'.
009300*
009400 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
009500 01  WS-ACCEPT-COUNT             PIC 9(07) COMP VALUE 0.
015400             'TO LOAD'
015500         SET WS-MATCH-EOF TO TRUE
015600     END-IF.
015700     MOVE SPACE TO IK-RESULT.
015710     IF BS-FILE-STATUS = '00'
015720         PERFORM 1900-CHECK-INTAKE THRU 1900-EXIT
015730     END-IF.
015800     IF DR-LIVE-RUN
015810         OPEN I-O CUSTOMER-MASTER
015900         OPEN I-O CUST-STATUS
016000         IF CS-FILE-STATUS = '35'
016100             OPEN OUTPUT CUST-STATUS
016200             CLOSE CUST-STATUS
016300             OPEN I-O CUST-STATUS
016400         END-IF
016410         OPEN EXTEND CUST-HISTORY
016420         IF CH-FILE-STATUS = '35'
016430             OPEN OUTPUT CUST-HISTORY
016440         END-IF
016450     ELSE
016460         OPEN INPUT CUSTOMER-MASTER
016500     END-IF.
016600     OPEN OUTPUT ACCEPT-REGISTER.
016700     OPEN OUTPUT REJECT-REGISTER.
019000             'UPDATED ***'
019100     END-IF.
019200 1850-EXIT.
019202     EXIT.
019204*----------------------------------------------------------
019206* 1900-CHECK-INTAKE - the match file is loaded only when
019208*     INTKREG has it registered and not yet processed; a
019210*     dry run checks but leaves it unprocessed.
019212*----------------------------------------------------------
019214 1900-CHECK-INTAKE.
019216     SET IK-FUNC-VERIFY TO TRUE.
019218     MOVE 'STATMTCH' TO IK-FILE-NAME.
019220     MOVE SPACES TO IK-SENDER.
019222     MOVE WS-RUN-DATE TO IK-BUSINESS-DATE.
019224     MOVE 'STAT-LOAD' TO IK-PROGRAM.
019226     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
019228     IF IK-ACCEPTED
019230         GO TO 1900-EXIT
019232     END-IF.
019234     SET WS-INTAKE-REFUSED TO TRUE.
019236     SET WS-MATCH-EOF TO TRUE.
019238     IF IK-DUPLICATE
019240         DISPLAY 'STAT-LOAD - MATCH FILE ALREADY PROCESSED ',
019242             IK-PRIOR-DATE, ' - DUPLICATE REFUSED'
019244     ELSE
019246         DISPLAY 'STAT-LOAD - MATCH FILE NOT REGISTERED ON ',
019248             'INTKREG - REFUSED'
019250     END-IF.
019252 1900-EXIT.
019254     EXIT.
019256*----------------------------------------------------------
019258* 1910-MARK-PROCESSED
019260*----------------------------------------------------------
019262 1910-MARK-PROCESSED.
019264     SET IK-FUNC-PROCESSED TO TRUE.
019266     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
019268 1910-EXIT.
019300     EXIT.
019400*----------------------------------------------------------
019500* 2000-READ-MATCH
027100*     have-been and writes nothing.
027200*----------------------------------------------------------
027300 4000-APPLY-ONE-ENTRY.
027305     IF DR-LIVE-RUN
027310         PERFORM 4100-STAMP-CUSTOMER THRU 4100-EXIT
027315         IF WS-CHANGE-REFUSED
027320             ADD 1 TO WS-REJECT-COUNT
027325             MOVE BS-CUST-ID TO RPR-CUST-ID
027330             MOVE BS-STATUS-CODE TO RPR-STATUS-CODE
027335             MOVE 'RECORD CHANGED BY ANOTHER USER'
027340                 TO RPR-REASON
027345             WRITE REJECT-LINE FROM RPT-REJECT-LINE
027350             GO TO 4000-EXIT
027355         END-IF
027360     END-IF.
027400     ADD 1 TO WS-ACCEPT-COUNT.
027500     MOVE SPACES TO CUST-STATUS-RECORD.
027600     MOVE BS-CUST-ID TO CS-CUST-ID.
029800 4000-EXIT.
029900     EXIT.
030000*----------------------------------------------------------
030001* 4100-STAMP-CUSTOMER - the status change was decided on the
030002*     master copy already in the record area. Read it again:
030003*     if another user or job has rewritten it since, the
030004*     change is refused and the collision goes on the
030005*     CUST-HISTORY trail; otherwise the stamp is advanced
030006*     and the master rewritten, so a copy read before this
030007*     change is refused in its turn.
030008*----------------------------------------------------------
030009 4100-STAMP-CUSTOMER.
030010     SET WS-CHANGE-REFUSED TO FALSE.
030011     IF CM-UPDATE-SEQ IS NOT NUMERIC
030012         MOVE ZERO TO CM-UPDATE-SEQ
030013     END-IF.
030014     MOVE CUST-MASTER-RECORD TO WS-READ-IMAGE.
030015     MOVE CM-UPDATE-SEQ TO WS-READ-SEQ.
030016     READ CUSTOMER-MASTER
030017         KEY IS CM-CUST-ID
030018         INVALID KEY
030019             SET WS-CHANGE-REFUSED TO TRUE
030020             GO TO 4100-EXIT
030021     END-READ.
030022     IF CM-UPDATE-SEQ IS NOT NUMERIC
030023         MOVE ZERO TO CM-UPDATE-SEQ
030024     END-IF.
030025     IF CM-UPDATE-SEQ NOT = WS-READ-SEQ
030026         SET WS-CHANGE-REFUSED TO TRUE
030027         DISPLAY 'STAT-LOAD - RECORD CHANGED BY ANOTHER ',
030028             'USER - ', CM-CUST-ID, ' NOT UPDATED'
030029         MOVE WS-RUN-DATE TO CH-CHANGE-DATE
030030         ACCEPT CH-CHANGE-TIME FROM TIME
030031         MOVE 'STAT-LOAD' TO CH-SOURCE-PGM
030032         MOVE SPACES TO CH-OPERATOR-ID
030033         MOVE 'X' TO CH-CHANGE-TYPE
030034         MOVE CM-CUST-ID TO CH-CUST-ID
030035         MOVE CUST-MASTER-RECORD TO CH-BEFORE-IMAGE
030036         MOVE WS-READ-IMAGE TO CH-AFTER-IMAGE
030037         MOVE ZERO TO CH-CHAIN-VALUE
030038         SET CV-FUNC-LINK TO TRUE
030039         MOVE 'CUSTHIST' TO CV-LOG-ID
030040         MOVE CUST-HISTORY-RECORD TO CV-RECORD
030041         CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS
030042         MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE
030043         WRITE CUST-HISTORY-RECORD
030044         GO TO 4100-EXIT
030045     END-IF.
030046     IF CM-SEQ-AT-LIMIT
030047         MOVE 1 TO CM-UPDATE-SEQ
030048     ELSE
030049         ADD 1 TO CM-UPDATE-SEQ
030050     END-IF.
030051     REWRITE CUST-MASTER-RECORD
030052         INVALID KEY
030053             SET WS-CHANGE-REFUSED TO TRUE
030054             DISPLAY 'STAT-LOAD - ERROR REWRITING CUSTOMER ',
030055                 CM-CUST-ID
030056     END-REWRITE.
030057 4100-EXIT.
030058     EXIT.
030059*----------------------------------------------------------
030100* 8000-WRITE-TOTALS - the control totals close both
030200*     registers and echo to the console.
030300*----------------------------------------------------------
031600* 9000-TERMINATE
031700*----------------------------------------------------------
031800 9000-TERMINATE.
031810     IF DR-LIVE-RUN AND IK-ACCEPTED
031820         PERFORM 1910-MARK-PROCESSED THRU 1910-EXIT
031830     END-IF.
031840     IF WS-INTAKE-REFUSED
031850         MOVE 8 TO RETURN-CODE
031860     END-IF.
031900     IF BS-FILE-STATUS = '00' OR BS-FILE-STATUS = '10'
032000         CLOSE MATCH-INPUT
032100     END-IF.
032300         CLOSE CUSTOMER-MASTER
032400     END-IF.
032500     IF DR-LIVE-RUN
032600         CLOSE CUST-STATUS CUST-HISTORY
032700     END-IF.
032800     CLOSE ACCEPT-REGISTER REJECT-REGISTER.
032900     SET JB-FUNC-END TO TRUE.
033000     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
033100     MOVE RETURN-CODE TO JB-RETURN-CODE.
033200     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
033250     MOVE JB-RETURN-CODE TO RETURN-CODE.
033300 9000-EXIT.
033400     EXIT.
