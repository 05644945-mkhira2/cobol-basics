000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHAIN-VERIFY.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Proves the chained audit trails - AUDITLOG, OPERACT and
000900* CUSTHIST - unbroken end to end, so the question of how
001000* we know a log has not been altered has an answer on
001100* paper. For each log, oldest record first:
001200*   - AUDITLOG starts in its LOG-ARCHIVE sets on AUDITARC:
001300*     each sweep's header must open on the chain value the
001400*     sweep before closed on, and its trailer close on its
001500*     own last record; the last sweep must close on the
001600*     value CHAINCTL says the live log links on from;
001700*   - every chained record's value must follow, through
001800*     CHAIN-SVC, from the record itself and the value of
001900*     the record before;
002000*   - every daily anchor on CHAINANC since the log was
002100*     last re-chained must still match the record it was
002200*     taken at;
002300*   - the log must end where CHAINCTL says its chain ends,
002400*     so records cut from the end show.
002500* Records written before chaining began carry no chain
002600* value; they are passed over while they lead the log,
002700* and a record without one after the chain has started is
002800* a break. The first broken link in each log is reported
002900* on CHAINRPT with where it is and why; any break ends
003000* with return code 8. A log proved unbroken has today's
003100* anchor - its chained record count and last chain value -
003200* appended to CHAINANC, unless nothing has been added
003300* since the last one. Re-chains since the last anchors
003400* (a program rewriting the log in place) are listed.
003500*----------------------------------------------------------
003600*    MODIFICATION HISTORY
003700*    DATE        INIT  DESCRIPTION
003800*    2026-10-15   DN   Original program.
003900*----------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS AL-FILE-STATUS.
004600     SELECT OPER-ACTIVITY-LOG ASSIGN TO 'OPERACT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS OV-FILE-STATUS.
004900     SELECT CUST-HISTORY ASSIGN TO 'CUSTHIST'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CH-FILE-STATUS.
005200     SELECT ARCHIVE-AUDIT ASSIGN TO 'AUDITARC'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS AA-FILE-STATUS.
005500     SELECT CHAIN-ANCHORS ASSIGN TO 'CHAINANC'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS KA-FILE-STATUS.
005800     SELECT REPORT-OUT ASSIGN TO 'CHAINRPT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS RO-FILE-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  AUDIT-LOG
006500     LABEL RECORDS ARE STANDARD.
006600     COPY "auditrec.cpy".
006700*
006800 FD  OPER-ACTIVITY-LOG
006900     LABEL RECORDS ARE STANDARD.
007000     COPY "operact.cpy".
007100*
007200 FD  CUST-HISTORY
007300     LABEL RECORDS ARE STANDARD.
007400     COPY "custhist.cpy".
007500*
007600 FD  ARCHIVE-AUDIT
007700     LABEL RECORDS ARE STANDARD.
007800 01  AA-ARCHIVE-LINE             PIC X(121).
007900*
008000 FD  CHAIN-ANCHORS
008100     LABEL RECORDS ARE STANDARD.
008200     COPY "chainanc.cpy".
008300*
008400 FD  REPORT-OUT
008500     LABEL RECORDS ARE STANDARD.
008600 01  REPORT-LINE                 PIC X(132).
008700*
008800 WORKING-STORAGE SECTION.
008900 COPY "rundate.cpy".
009000 COPY "jobhstpm.cpy".
009100 COPY "chainpm.cpy".
009200 COPY "arcrec.cpy".
009300*
009400 01  AL-FILE-STATUS              PIC X(02).
009500 01  OV-FILE-STATUS              PIC X(02).
009600 01  CH-FILE-STATUS              PIC X(02).
009700 01  AA-FILE-STATUS              PIC X(02).
009800 01  KA-FILE-STATUS              PIC X(02).
009900 01  RO-FILE-STATUS              PIC X(02).
009950 01  WS-OPEN-STATUS              PIC X(02).
010000*
010100 01  WS-LOG-EOF-SW               PIC X(01).
010200     88  WS-LOG-EOF              VALUE 'Y' FALSE 'N'.
010300 01  WS-ANC-EOF-SW               PIC X(01).
010400     88  WS-ANC-EOF              VALUE 'Y' FALSE 'N'.
010500 01  WS-ANC-PENDING-SW           PIC X(01).
010600     88  WS-ANC-PENDING          VALUE 'Y' FALSE 'N'.
010700 01  WS-CHAIN-STARTED-SW         PIC X(01).
010800     88  WS-CHAIN-STARTED        VALUE 'Y' FALSE 'N'.
010900 01  WS-BROKEN-SW                PIC X(01).
011000     88  WS-LOG-BROKEN           VALUE 'Y' FALSE 'N'.
011100 01  WS-CONTROL-SW               PIC X(01).
011200     88  WS-CONTROL-FOUND        VALUE 'Y' FALSE 'N'.
011300*
011400*    The chained logs, in the order they are proved.
011500 01  WS-LOG-NAME-VALUES.
011600     05  FILLER                  PIC X(08) VALUE 'AUDITLOG'.
011700     05  FILLER                  PIC X(08) VALUE 'OPERACT'.
011800     05  FILLER                  PIC X(08) VALUE 'CUSTHIST'.
011900 01  WS-LOG-NAMES REDEFINES WS-LOG-NAME-VALUES.
012000     05  WS-LOG-NAME             PIC X(08) OCCURS 3 TIMES.
012100 01  WS-LOG-SUB                  PIC 9(01) COMP.
012200 01  WS-LOG-ID                   PIC X(08).
012300 01  WS-FILE-NAME                PIC X(08).
012400*
012500*    The record being proved, laid out the same whatever
012600*    log it came from: the image with its own chain value
012700*    zeroed, the chain value it carries, and its stamp.
012800 01  WS-LOG-IMAGE                PIC X(256).
012900 01  WS-FOUND-CHAIN-X            PIC X(09).
013000 01  WS-FOUND-CHAIN REDEFINES WS-FOUND-CHAIN-X
013100                                 PIC 9(09).
013200 01  WS-REC-DATE                 PIC 9(08).
013300 01  WS-REC-TIME                 PIC 9(08).
013400*
013500 01  WS-PRIOR-CHAIN              PIC 9(09).
013600 01  WS-CHAIN-POS                PIC 9(09) COMP.
013700 01  WS-FILE-RECORDS             PIC 9(09) COMP.
013800 01  WS-UNCHAINED-COUNT          PIC 9(09) COMP.
013900 01  WS-CHAINED-COUNT            PIC 9(09) COMP.
014000 01  WS-ARC-CHAINED              PIC 9(09) COMP.
014100 01  WS-GRP-START-POS            PIC 9(09) COMP.
014200 01  WS-ANCHORS-CHECKED          PIC 9(09) COMP.
014300 01  WS-CTL-BASE-COUNT           PIC 9(09).
014400 01  WS-CTL-BASE-CHAIN           PIC 9(09).
014500 01  WS-CTL-RECORD-COUNT         PIC 9(09).
014600 01  WS-CTL-LAST-CHAIN           PIC 9(09).
014700*
014800*    CHAINANC is read twice per log: once to find the last
014900*    re-chain, once to take the daily anchors after it.
015000 01  WS-ANC-LINE                 PIC 9(09) COMP.
015100 01  WS-LAST-RECHAIN-LINE        PIC 9(09) COMP.
015200 01  WS-LAST-ANC-COUNT           PIC 9(09).
015300 01  WS-NEXT-ANC-COUNT           PIC 9(09).
015400 01  WS-NEXT-ANC-CHAIN           PIC 9(09).
015500 01  WS-NEXT-ANC-DATE            PIC 9(08).
015600*
015700*    The first broken link found in the log.
015800 01  WS-BREAK-FILE               PIC X(08).
015900 01  WS-BREAK-RECORD             PIC 9(09) COMP.
016000 01  WS-BREAK-POS                PIC 9(09) COMP.
016100 01  WS-BREAK-DATE               PIC 9(08).
016200 01  WS-BREAK-TIME               PIC 9(08).
016300 01  WS-BREAK-REASON             PIC X(60).
016400 01  WS-BREAK-EXPECTED           PIC X(09).
016500 01  WS-BREAK-FOUND              PIC X(09).
016600*
016700 01  WS-LOGS-PROVED              PIC 9(02) COMP VALUE 0.
016800 01  WS-LOGS-BROKEN              PIC 9(02) COMP VALUE 0.
016900 01  WS-ANCHORS-TAKEN            PIC 9(02) COMP VALUE 0.
017000*    Held apart from RETURN-CODE, which every CALL resets.
017100 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
017200*
017300 01  RPT-HEADER-LINE.
017400     05  FILLER                  PIC X(31) VALUE
017500         'AUDIT TRAIL CHAIN VERIFICATION'.
017600     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
017700     05  HDR-RUN-DATE            PIC 9999/99/99.
017800*
017900 01  RPT-LOG-LINE.
018000     05  FILLER                  PIC X(05) VALUE 'LOG: '.
018100     05  RPL-LOG-ID              PIC X(08).
018200*
018300 01  RPT-RECHAIN-LINE.
018400     05  FILLER                  PIC X(13) VALUE
018500         '  RE-CHAINED '.
018600     05  RPR-DATE                PIC 9999/99/99.
018700     05  FILLER                  PIC X(04) VALUE ' BY '.
018800     05  RPR-PROGRAM             PIC X(15).
018900     05  FILLER                  PIC X(20) VALUE
019000         '  CHAINED RECORDS: '.
019100     05  RPR-COUNT               PIC ZZZ,ZZZ,ZZ9.
019200*
019300 01  RPT-ARCHIVE-LINE.
019400     05  FILLER                  PIC X(36) VALUE
019500         '  ARCHIVE SETS (AUDITARC) CHAINED: '.
019600     05  RPA-COUNT               PIC ZZZ,ZZZ,ZZ9.
019700*
019800 01  RPT-COUNT-LINE.
019900     05  FILLER                  PIC X(15) VALUE
020000         '  LIVE RECORDS '.
020100     05  RPC-RECORDS             PIC ZZZ,ZZZ,ZZ9.
020200     05  FILLER                  PIC X(12) VALUE
020300         '  UNCHAINED '.
020400     05  RPC-UNCHAINED           PIC ZZZ,ZZZ,ZZ9.
020500     05  FILLER                  PIC X(10) VALUE
020600         '  CHAINED '.
020700     05  RPC-CHAINED             PIC ZZZ,ZZZ,ZZ9.
020800     05  FILLER                  PIC X(19) VALUE
020900         '  ANCHORS CHECKED '.
021000     05  RPC-ANCHORS             PIC ZZZ,ZZZ,ZZ9.
021100*
021200 01  RPT-RESULT-LINE.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  RPS-RESULT              PIC X(40).
021500     05  RPS-ANCHOR-TEXT         PIC X(30).
021600     05  RPS-ANCHOR-COUNT        PIC ZZZ,ZZZ,ZZ9.
021700*
021800 01  RPT-BREAK-LINE-1.
021900     05  FILLER                  PIC X(27) VALUE
022000         '  FIRST BROKEN LINK - FILE '.
022100     05  RPB-FILE                PIC X(08).
022200     05  FILLER                  PIC X(09) VALUE '  RECORD '.
022300     05  RPB-RECORD              PIC ZZZ,ZZZ,ZZ9.
022400     05  FILLER                  PIC X(17) VALUE
022500         '  CHAIN POSITION '.
022600     05  RPB-POS                 PIC ZZZ,ZZZ,ZZ9.
022700     05  FILLER                  PIC X(08) VALUE '  DATED '.
022800     05  RPB-DATE                PIC 9999/99/99.
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  RPB-TIME                PIC 9(08).
023100*
023200 01  RPT-BREAK-LINE-2.
023300     05  FILLER                  PIC X(04) VALUE SPACES.
023400     05  RPB-REASON              PIC X(60).
023500     05  FILLER                  PIC X(11) VALUE
023600         '  EXPECTED '.
023700     05  RPB-EXPECTED            PIC X(09).
023800     05  FILLER                  PIC X(08) VALUE '  FOUND '.
023900     05  RPB-FOUND               PIC X(09).
024000*
024100 01  RPT-TOTAL-LINE.
024200     05  FILLER                  PIC X(15) VALUE
024300         'LOGS PROVED: '.
024400     05  RPT-PROVED              PIC Z9.
024500     05  FILLER                  PIC X(12) VALUE
024600         '   BROKEN: '.
024700     05  RPT-BROKEN              PIC Z9.
024800     05  FILLER                  PIC X(19) VALUE
024900         '   ANCHORS TAKEN: '.
025000     05  RPT-ANCHORS             PIC Z9.
025100*
025200 PROCEDURE DIVISION.
025300*----------------------------------------------------------
025400* 0000-MAINLINE
025500*----------------------------------------------------------
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025800     PERFORM 2000-VERIFY-ONE-LOG THRU 2000-EXIT
025900         VARYING WS-LOG-SUB FROM 1 BY 1
026000         UNTIL WS-LOG-SUB > 3.
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026200     MOVE WS-RETURN-CODE TO RETURN-CODE.
026300     GOBACK.
026400*----------------------------------------------------------
026500* 1000-INITIALIZE
026600*----------------------------------------------------------
026700 1000-INITIALIZE.
026800     CALL 'BUS-DATE' USING WS-RUN-DATE.
026900     SET JB-FUNC-START TO TRUE.
027000     MOVE 'CHAIN-VERIFY' TO JB-PROGRAM-ID.
027100     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
027200     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
027300     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
027400     OPEN OUTPUT REPORT-OUT.
027500     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
027600     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
027700     MOVE ALL '-' TO REPORT-LINE.
027800     WRITE REPORT-LINE.
027900 1000-EXIT.
028000     EXIT.
028100*----------------------------------------------------------
028200* 2000-VERIFY-ONE-LOG - archive sets first for AUDITLOG,
028300*     then the live log from the base CHAINCTL gives, then
028400*     the end against CHAINCTL.
028500*----------------------------------------------------------
028600 2000-VERIFY-ONE-LOG.
028700     MOVE WS-LOG-NAME (WS-LOG-SUB) TO WS-LOG-ID.
028800     MOVE SPACES TO REPORT-LINE.
028900     WRITE REPORT-LINE.
029000     MOVE WS-LOG-ID TO RPL-LOG-ID.
029100     WRITE REPORT-LINE FROM RPT-LOG-LINE.
029200     SET WS-LOG-BROKEN TO FALSE.
029300     SET WS-CHAIN-STARTED TO FALSE.
029400     MOVE 0 TO WS-FILE-RECORDS WS-UNCHAINED-COUNT
029500         WS-CHAINED-COUNT WS-ANCHORS-CHECKED WS-ARC-CHAINED
029600         WS-CHAIN-POS WS-PRIOR-CHAIN.
029700     PERFORM 2100-QUERY-CONTROL THRU 2100-EXIT.
029800     PERFORM 2200-FIND-LAST-RECHAIN THRU 2200-EXIT.
029850     SET WS-ANC-PENDING TO FALSE.
029900     IF WS-LOG-SUB = 1
030000         PERFORM 3000-VERIFY-ARCHIVE THRU 3000-EXIT
030100     END-IF.
030200     IF WS-LOG-SUB = 1
030300         AND NOT WS-LOG-BROKEN
030400         AND (WS-CHAIN-POS NOT = WS-CTL-BASE-COUNT
030500         OR WS-PRIOR-CHAIN NOT = WS-CTL-BASE-CHAIN)
030600         MOVE 'ARCHIVE SETS DO NOT JOIN THE LIVE LOG'
030700             TO WS-BREAK-REASON
030800         MOVE WS-CTL-BASE-CHAIN TO WS-BREAK-EXPECTED
030900         MOVE WS-PRIOR-CHAIN TO WS-BREAK-FOUND
031000         PERFORM 3200-BREAK-AT-CONTROL THRU 3200-EXIT
031100     END-IF.
031200     MOVE WS-CTL-BASE-COUNT TO WS-CHAIN-POS.
031300     MOVE WS-CTL-BASE-CHAIN TO WS-PRIOR-CHAIN.
031400     MOVE 0 TO WS-FILE-RECORDS WS-UNCHAINED-COUNT
031500         WS-CHAINED-COUNT.
031900     MOVE WS-LOG-ID TO WS-FILE-NAME.
032000     PERFORM 2300-OPEN-ANCHORS THRU 2300-EXIT.
032100     PERFORM 4000-VERIFY-LIVE-LOG THRU 4000-EXIT.
032200     IF WS-ANC-EOF-SW NOT = SPACE
032300         CLOSE CHAIN-ANCHORS
032400     END-IF.
032500     IF NOT WS-LOG-BROKEN
032600         PERFORM 5000-CHECK-LOG-END THRU 5000-EXIT
032700     END-IF.
032800     PERFORM 6000-REPORT-LOG THRU 6000-EXIT.
032900 2000-EXIT.
033000     EXIT.
033100*----------------------------------------------------------
033200* 2100-QUERY-CONTROL - a log CHAIN-SVC has never linked a
033300*     record for chains from nothing.
033400*----------------------------------------------------------
033500 2100-QUERY-CONTROL.
033600     SET CV-FUNC-QUERY TO TRUE.
033700     MOVE WS-LOG-ID TO CV-LOG-ID.
033800     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
033900     IF CV-CONTROL-FOUND
034000         SET WS-CONTROL-FOUND TO TRUE
034100         MOVE CV-BASE-COUNT TO WS-CTL-BASE-COUNT
034200         MOVE CV-BASE-CHAIN TO WS-CTL-BASE-CHAIN
034300         MOVE CV-RECORD-COUNT TO WS-CTL-RECORD-COUNT
034400         MOVE CV-CHAIN-VALUE TO WS-CTL-LAST-CHAIN
034500     ELSE
034600         SET WS-CONTROL-FOUND TO FALSE
034700         MOVE 0 TO WS-CTL-BASE-COUNT WS-CTL-BASE-CHAIN
034800             WS-CTL-RECORD-COUNT WS-CTL-LAST-CHAIN
034900     END-IF.
035000 2100-EXIT.
035100     EXIT.
035200*----------------------------------------------------------
035300* 2200-FIND-LAST-RECHAIN - first pass of CHAINANC: the
035400*     line of the log's last re-chain, listing each one.
035500*----------------------------------------------------------
035600 2200-FIND-LAST-RECHAIN.
035700     MOVE 0 TO WS-LAST-RECHAIN-LINE WS-ANC-LINE.
035800     OPEN INPUT CHAIN-ANCHORS.
035900     IF KA-FILE-STATUS NOT = '00'
036000         GO TO 2200-EXIT
036100     END-IF.
036200     SET WS-ANC-EOF TO FALSE.
036300     PERFORM 2210-SCAN-ONE-ANCHOR THRU 2210-EXIT
036400         UNTIL WS-ANC-EOF.
036500     CLOSE CHAIN-ANCHORS.
036600 2200-EXIT.
036700     EXIT.
036800*----------------------------------------------------------
036900* 2210-SCAN-ONE-ANCHOR
037000*----------------------------------------------------------
037100 2210-SCAN-ONE-ANCHOR.
037200     READ CHAIN-ANCHORS
037300         AT END
037400             SET WS-ANC-EOF TO TRUE
037500             GO TO 2210-EXIT
037600     END-READ.
037700     ADD 1 TO WS-ANC-LINE.
037800     IF KA-LOG-ID = WS-LOG-ID
037900         AND KA-TYPE-RECHAIN
038000         MOVE WS-ANC-LINE TO WS-LAST-RECHAIN-LINE
038100         MOVE KA-BUSINESS-DATE TO RPR-DATE
038200         MOVE KA-SOURCE-PGM TO RPR-PROGRAM
038300         MOVE KA-RECORD-COUNT TO RPR-COUNT
038400         WRITE REPORT-LINE FROM RPT-RECHAIN-LINE
038500     END-IF.
038600 2210-EXIT.
038700     EXIT.
038800*----------------------------------------------------------
038900* 2300-OPEN-ANCHORS - second pass: skip to the last
039000*     re-chain and stand on the first daily anchor after
039100*     it that is still on the live log. WS-ANC-EOF-SW is
039200*     left at space when CHAINANC is not on disk.
039300*----------------------------------------------------------
039400 2300-OPEN-ANCHORS.
039500     SET WS-ANC-PENDING TO FALSE.
039600     MOVE 0 TO WS-LAST-ANC-COUNT WS-ANC-LINE.
039700     MOVE SPACE TO WS-ANC-EOF-SW.
039800     OPEN INPUT CHAIN-ANCHORS.
039900     IF KA-FILE-STATUS NOT = '00'
040000         GO TO 2300-EXIT
040100     END-IF.
040200     SET WS-ANC-EOF TO FALSE.
040300     PERFORM 2310-NEXT-ANCHOR THRU 2310-EXIT.
040400 2300-EXIT.
040500     EXIT.
040600*----------------------------------------------------------
040700* 2310-NEXT-ANCHOR - the log's next daily anchor after its
040800*     last re-chain, past the base (anchors on records since
040900*     swept to the archive sets no longer apply).
041000*----------------------------------------------------------
041100 2310-NEXT-ANCHOR.
041200     SET WS-ANC-PENDING TO FALSE.
041300     IF WS-ANC-EOF
041400         GO TO 2310-EXIT
041500     END-IF.
041600     READ CHAIN-ANCHORS
041700         AT END
041800             SET WS-ANC-EOF TO TRUE
041900             GO TO 2310-EXIT
042000     END-READ.
042100     ADD 1 TO WS-ANC-LINE.
042200     IF WS-ANC-LINE NOT > WS-LAST-RECHAIN-LINE
042300         OR KA-LOG-ID NOT = WS-LOG-ID
042400         OR NOT KA-TYPE-DAILY
042500         GO TO 2310-NEXT-ANCHOR
042600     END-IF.
042700     MOVE KA-RECORD-COUNT TO WS-LAST-ANC-COUNT.
042800     IF KA-RECORD-COUNT NOT > WS-CTL-BASE-COUNT
042900         GO TO 2310-NEXT-ANCHOR
043000     END-IF.
043100     SET WS-ANC-PENDING TO TRUE.
043200     MOVE KA-RECORD-COUNT TO WS-NEXT-ANC-COUNT.
043300     MOVE KA-CHAIN-VALUE TO WS-NEXT-ANC-CHAIN.
043400     MOVE KA-BUSINESS-DATE TO WS-NEXT-ANC-DATE.
043500 2310-EXIT.
043600     EXIT.
043700*----------------------------------------------------------
043800* 3000-VERIFY-ARCHIVE - AUDITLOG's archive sweeps, from
043900*     the oldest. Headers and trailers written before the
044000*     chain fields existed carry spaces and are not held
044100*     to them.
044200*----------------------------------------------------------
044300 3000-VERIFY-ARCHIVE.
044400     MOVE 'AUDITARC' TO WS-FILE-NAME.
044500     OPEN INPUT ARCHIVE-AUDIT.
044600     IF AA-FILE-STATUS NOT = '00'
044700         GO TO 3000-EXIT
044800     END-IF.
044900     SET WS-LOG-EOF TO FALSE.
045000     PERFORM 3100-CHECK-ONE-ARCHIVE-LINE THRU 3100-EXIT
045100         UNTIL WS-LOG-EOF.
045200     CLOSE ARCHIVE-AUDIT.
045300     MOVE WS-CHAIN-POS TO WS-ARC-CHAINED.
045400     MOVE WS-ARC-CHAINED TO RPA-COUNT.
045500     WRITE REPORT-LINE FROM RPT-ARCHIVE-LINE.
045600 3000-EXIT.
045700     EXIT.
045800*----------------------------------------------------------
045900* 3100-CHECK-ONE-ARCHIVE-LINE
046000*----------------------------------------------------------
046100 3100-CHECK-ONE-ARCHIVE-LINE.
046200     READ ARCHIVE-AUDIT INTO ARCHIVE-RECORD
046300         AT END
046400             SET WS-LOG-EOF TO TRUE
046500             GO TO 3100-EXIT
046600     END-READ.
046700     ADD 1 TO WS-FILE-RECORDS.
046800     IF WS-LOG-BROKEN
046900         GO TO 3100-EXIT
047000     END-IF.
047100     EVALUATE TRUE
047200         WHEN AR-TYPE-HEADER
047300             MOVE WS-CHAIN-POS TO WS-GRP-START-POS
047400             IF AR-OPENING-CHAIN IS NUMERIC
047500                 AND AR-OPENING-CHAIN NOT = WS-PRIOR-CHAIN
047600                 MOVE 'SWEEP DOES NOT OPEN ON THE SWEEP BEFORE'
047700                     TO WS-BREAK-REASON
047800                 MOVE WS-PRIOR-CHAIN TO WS-BREAK-EXPECTED
047900                 MOVE AR-OPENING-CHAIN TO WS-BREAK-FOUND
048000                 PERFORM 3200-BREAK-AT-CONTROL THRU 3200-EXIT
048100             END-IF
048200         WHEN AR-TYPE-DETAIL
048300             MOVE AR-RECORD-BODY TO AUDIT-LOG-RECORD
048400             PERFORM 4110-AUDIT-IMAGE THRU 4110-EXIT
048500             PERFORM 4500-CHECK-ONE-RECORD THRU 4500-EXIT
049000         WHEN AR-TYPE-TRAILER
049100             IF AR-CLOSING-CHAIN IS NUMERIC
049200                 AND (AR-CLOSING-CHAIN NOT = WS-PRIOR-CHAIN
049250                     OR AR-CHAINED-COUNT NOT =
049300                     WS-CHAIN-POS - WS-GRP-START-POS)
049400                 MOVE 'SWEEP TRAILER DOES NOT CLOSE ON ITS LAST'
049500                     TO WS-BREAK-REASON
049600                 MOVE WS-PRIOR-CHAIN TO WS-BREAK-EXPECTED
049700                 MOVE AR-CLOSING-CHAIN TO WS-BREAK-FOUND
049800                 PERFORM 3200-BREAK-AT-CONTROL THRU 3200-EXIT
049900             END-IF
050000     END-EVALUATE.
050100 3100-EXIT.
050200     EXIT.
050300*----------------------------------------------------------
050400* 3200-BREAK-AT-CONTROL - a sweep header or trailer out of
050500*     step; the reason and values are already set.
050600*----------------------------------------------------------
050700 3200-BREAK-AT-CONTROL.
050800     SET WS-LOG-BROKEN TO TRUE.
050900     MOVE WS-FILE-NAME TO WS-BREAK-FILE.
051000     MOVE WS-FILE-RECORDS TO WS-BREAK-RECORD.
051100     MOVE WS-CHAIN-POS TO WS-BREAK-POS.
051200     MOVE 0 TO WS-BREAK-DATE WS-BREAK-TIME.
051300 3200-EXIT.
051400     EXIT.
051500*----------------------------------------------------------
051600* 4000-VERIFY-LIVE-LOG - a log not on disk is proved only
051700*     by its end check.
051800*----------------------------------------------------------
051900 4000-VERIFY-LIVE-LOG.
052000     EVALUATE WS-LOG-SUB
052100         WHEN 1
052200             OPEN INPUT AUDIT-LOG
052300             MOVE AL-FILE-STATUS TO WS-OPEN-STATUS
052400         WHEN 2
052500             OPEN INPUT OPER-ACTIVITY-LOG
052600             MOVE OV-FILE-STATUS TO WS-OPEN-STATUS
052700         WHEN 3
052800             OPEN INPUT CUST-HISTORY
052900             MOVE CH-FILE-STATUS TO WS-OPEN-STATUS
053000     END-EVALUATE.
053100     IF WS-OPEN-STATUS NOT = '00'
053200         GO TO 4000-EXIT
053300     END-IF.
053400     SET WS-LOG-EOF TO FALSE.
053500     PERFORM 4100-READ-LIVE-RECORD THRU 4100-EXIT.
053600     PERFORM 4200-CHECK-LIVE-RECORD THRU 4200-EXIT
053700         UNTIL WS-LOG-EOF.
053800     EVALUATE WS-LOG-SUB
053900         WHEN 1
054000             CLOSE AUDIT-LOG
054100         WHEN 2
054200             CLOSE OPER-ACTIVITY-LOG
054300         WHEN 3
054400             CLOSE CUST-HISTORY
054500     END-EVALUATE.
054600 4000-EXIT.
054700     EXIT.
054800*----------------------------------------------------------
054900* 4100-READ-LIVE-RECORD - read the next record and lay it
055000*     out as a chain image.
055100*----------------------------------------------------------
055200 4100-READ-LIVE-RECORD.
055300     EVALUATE WS-LOG-SUB
055400         WHEN 1
055500             READ AUDIT-LOG
055600                 AT END
055700                     SET WS-LOG-EOF TO TRUE
055800                 NOT AT END
055900                     PERFORM 4110-AUDIT-IMAGE THRU 4110-EXIT
056000             END-READ
056100         WHEN 2
056200             READ OPER-ACTIVITY-LOG
056300                 AT END
056400                     SET WS-LOG-EOF TO TRUE
056500                 NOT AT END
056600                     PERFORM 4120-ACTIVITY-IMAGE
056700                         THRU 4120-EXIT
056800             END-READ
056900         WHEN 3
057000             READ CUST-HISTORY
057100                 AT END
057200                     SET WS-LOG-EOF TO TRUE
057300                 NOT AT END
057400                     PERFORM 4130-HISTORY-IMAGE THRU 4130-EXIT
057500             END-READ
057600     END-EVALUATE.
057700 4100-EXIT.
057800     EXIT.
057900*----------------------------------------------------------
058000* 4110-AUDIT-IMAGE
058100*----------------------------------------------------------
058200 4110-AUDIT-IMAGE.
058300     MOVE AL-CHAIN-VALUE TO WS-FOUND-CHAIN-X.
058400     MOVE AL-RUN-DATE TO WS-REC-DATE.
058500     MOVE AL-RUN-TIME TO WS-REC-TIME.
058600     MOVE ZERO TO AL-CHAIN-VALUE.
058700     MOVE AUDIT-LOG-RECORD TO WS-LOG-IMAGE.
058800 4110-EXIT.
058900     EXIT.
059000*----------------------------------------------------------
059100* 4120-ACTIVITY-IMAGE
059200*----------------------------------------------------------
059300 4120-ACTIVITY-IMAGE.
059400     MOVE OV-CHAIN-VALUE TO WS-FOUND-CHAIN-X.
059500     MOVE OV-ACTIVITY-DATE TO WS-REC-DATE.
059600     MOVE OV-ACTIVITY-TIME TO WS-REC-TIME.
059700     MOVE ZERO TO OV-CHAIN-VALUE.
059800     MOVE OPER-ACTIVITY-RECORD TO WS-LOG-IMAGE.
059900 4120-EXIT.
060000     EXIT.
060100*----------------------------------------------------------
060200* 4130-HISTORY-IMAGE
060300*----------------------------------------------------------
060400 4130-HISTORY-IMAGE.
060500     MOVE CH-CHAIN-VALUE TO WS-FOUND-CHAIN-X.
060600     MOVE CH-CHANGE-DATE TO WS-REC-DATE.
060700     MOVE CH-CHANGE-TIME TO WS-REC-TIME.
060800     MOVE ZERO TO CH-CHAIN-VALUE.
060900     MOVE CUST-HISTORY-RECORD TO WS-LOG-IMAGE.
061000 4130-EXIT.
061100     EXIT.
061200*----------------------------------------------------------
061300* 4200-CHECK-LIVE-RECORD
061400*----------------------------------------------------------
061500 4200-CHECK-LIVE-RECORD.
061600     ADD 1 TO WS-FILE-RECORDS.
061700     PERFORM 4500-CHECK-ONE-RECORD THRU 4500-EXIT.
061800     PERFORM 4100-READ-LIVE-RECORD THRU 4100-EXIT.
061900 4200-EXIT.
062000     EXIT.
062100*----------------------------------------------------------
062200* 4500-CHECK-ONE-RECORD - the record in WS-LOG-IMAGE must
062300*     carry the value that follows from it and the value
062400*     before; where a daily anchor was taken at this
062500*     position, the value must still be the anchored one.
062600*----------------------------------------------------------
062700 4500-CHECK-ONE-RECORD.
062800     IF WS-LOG-BROKEN
062900         GO TO 4500-EXIT
063000     END-IF.
063100     IF WS-FOUND-CHAIN-X IS NOT NUMERIC
063200         IF WS-CHAIN-STARTED
063300             MOVE 'RECORD CARRIES NO CHAIN VALUE'
063400                 TO WS-BREAK-REASON
063500             MOVE SPACES TO WS-BREAK-EXPECTED
063600             PERFORM 4600-NOTE-BREAK THRU 4600-EXIT
063700         ELSE
063800             ADD 1 TO WS-UNCHAINED-COUNT
063900         END-IF
064000         GO TO 4500-EXIT
064100     END-IF.
064200     SET WS-CHAIN-STARTED TO TRUE.
064300     ADD 1 TO WS-CHAIN-POS WS-CHAINED-COUNT.
064400     SET CV-FUNC-COMPUTE TO TRUE.
064500     MOVE WS-LOG-ID TO CV-LOG-ID.
064600     MOVE WS-PRIOR-CHAIN TO CV-PRIOR-CHAIN.
064700     MOVE WS-LOG-IMAGE TO CV-RECORD.
064800     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
064900     IF CV-CHAIN-VALUE NOT = WS-FOUND-CHAIN
065000         MOVE 'VALUE DOES NOT FOLLOW FROM THE RECORD BEFORE'
065100             TO WS-BREAK-REASON
065200         MOVE CV-CHAIN-VALUE TO WS-BREAK-EXPECTED
065300         PERFORM 4600-NOTE-BREAK THRU 4600-EXIT
065400         GO TO 4500-EXIT
065500     END-IF.
065600     MOVE WS-FOUND-CHAIN TO WS-PRIOR-CHAIN.
065700     PERFORM 4700-MATCH-ANCHOR THRU 4700-EXIT
065800         UNTIL NOT WS-ANC-PENDING
065900         OR WS-NEXT-ANC-COUNT > WS-CHAIN-POS
066000         OR WS-LOG-BROKEN.
067400 4500-EXIT.
067500     EXIT.
067600*----------------------------------------------------------
067700* 4600-NOTE-BREAK - the record in hand is the first broken
067800*     link; the reason and expected value are already set.
067900*----------------------------------------------------------
068000 4600-NOTE-BREAK.
068100     SET WS-LOG-BROKEN TO TRUE.
068200     MOVE WS-FILE-NAME TO WS-BREAK-FILE.
068300     MOVE WS-FILE-RECORDS TO WS-BREAK-RECORD.
068400     MOVE WS-CHAIN-POS TO WS-BREAK-POS.
068500     MOVE WS-REC-DATE TO WS-BREAK-DATE.
068600     MOVE WS-REC-TIME TO WS-BREAK-TIME.
068700     MOVE WS-FOUND-CHAIN-X TO WS-BREAK-FOUND.
068800 4600-EXIT.
068900     EXIT.
068902*----------------------------------------------------------
068904* 4700-MATCH-ANCHOR - a daily anchor taken at this chain
068906*     position must still hold the record's value.
068908*----------------------------------------------------------
068910 4700-MATCH-ANCHOR.
068912     IF WS-NEXT-ANC-COUNT = WS-CHAIN-POS
068914         ADD 1 TO WS-ANCHORS-CHECKED
068916         IF WS-NEXT-ANC-CHAIN NOT = WS-PRIOR-CHAIN
068918             MOVE 'VALUE DIFFERS FROM THE DAILY ANCHOR OF'
068920                 TO WS-BREAK-REASON
068922             MOVE WS-NEXT-ANC-DATE
068924                 TO WS-BREAK-REASON (40:8)
068926             MOVE WS-NEXT-ANC-CHAIN TO WS-BREAK-EXPECTED
068928             PERFORM 4600-NOTE-BREAK THRU 4600-EXIT
068930             GO TO 4700-EXIT
068932         END-IF
068934     END-IF.
068936     PERFORM 2310-NEXT-ANCHOR THRU 2310-EXIT.
068938 4700-EXIT.
068940     EXIT.
069000*----------------------------------------------------------
069050* 5000-CHECK-LOG-END - no daily anchor may lie past the end
069100*     of the log, and the log must end where CHAINCTL says
069150*     its chain ends.
069200*----------------------------------------------------------
069250 5000-CHECK-LOG-END.
069300     IF WS-ANC-PENDING
069350         MOVE 'DAILY ANCHOR LIES PAST THE END OF THE LOG'
069400             TO WS-BREAK-REASON
069450         MOVE WS-NEXT-ANC-CHAIN TO WS-BREAK-EXPECTED
069500         PERFORM 5100-NOTE-END-BREAK THRU 5100-EXIT
069550         GO TO 5000-EXIT
069600     END-IF.
069650     IF NOT WS-CONTROL-FOUND
069700         GO TO 5000-EXIT
069750     END-IF.
069800     MOVE WS-CTL-LAST-CHAIN TO WS-BREAK-EXPECTED.
069850     IF WS-CHAIN-POS < WS-CTL-RECORD-COUNT
069900         OR (WS-CHAIN-POS = WS-CTL-RECORD-COUNT
069950         AND WS-PRIOR-CHAIN NOT = WS-CTL-LAST-CHAIN)
070000         MOVE 'LOG ENDS SHORT OF WHERE CHAINCTL ENDS IT'
070050             TO WS-BREAK-REASON
070100         PERFORM 5100-NOTE-END-BREAK THRU 5100-EXIT
070150         GO TO 5000-EXIT
070200     END-IF.
070250     IF WS-CHAIN-POS > WS-CTL-RECORD-COUNT
070300         MOVE 'LOG RUNS ON PAST WHERE CHAINCTL ENDS IT'
070350             TO WS-BREAK-REASON
070400         PERFORM 5100-NOTE-END-BREAK THRU 5100-EXIT
070450     END-IF.
070500 5000-EXIT.
070550     EXIT.
070600*----------------------------------------------------------
070650* 5100-NOTE-END-BREAK - the break is at the end of the log;
070700*     the reason and expected value are already set.
070750*----------------------------------------------------------
070800 5100-NOTE-END-BREAK.
070850     SET WS-LOG-BROKEN TO TRUE.
070900     MOVE WS-LOG-ID TO WS-BREAK-FILE.
070950     MOVE WS-FILE-RECORDS TO WS-BREAK-RECORD.
071000     MOVE WS-CHAIN-POS TO WS-BREAK-POS.
071050     MOVE 0 TO WS-BREAK-DATE WS-BREAK-TIME.
071100     MOVE WS-PRIOR-CHAIN TO WS-BREAK-FOUND.
071150 5100-EXIT.
071200     EXIT.
072000*----------------------------------------------------------
072100* 6000-REPORT-LOG - counts, then the first broken link or
072200*     today's anchor.
072300*----------------------------------------------------------
072400 6000-REPORT-LOG.
072500     MOVE WS-FILE-RECORDS TO RPC-RECORDS.
072600     MOVE WS-UNCHAINED-COUNT TO RPC-UNCHAINED.
072700     MOVE WS-CHAINED-COUNT TO RPC-CHAINED.
072800     MOVE WS-ANCHORS-CHECKED TO RPC-ANCHORS.
072900     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
073000     IF WS-LOG-BROKEN
073100         ADD 1 TO WS-LOGS-BROKEN
073200         MOVE 8 TO WS-RETURN-CODE
073300         MOVE '*** CHAIN BROKEN ***' TO RPS-RESULT
073400         MOVE 'NO NEW ANCHOR - LAST STANDS AT'
073450             TO RPS-ANCHOR-TEXT
073500         MOVE WS-LAST-ANC-COUNT TO RPS-ANCHOR-COUNT
073600         WRITE REPORT-LINE FROM RPT-RESULT-LINE
073700         MOVE WS-BREAK-FILE TO RPB-FILE
073800         MOVE WS-BREAK-RECORD TO RPB-RECORD
073900         MOVE WS-BREAK-POS TO RPB-POS
074000         MOVE WS-BREAK-DATE TO RPB-DATE
074100         MOVE WS-BREAK-TIME TO RPB-TIME
074200         WRITE REPORT-LINE FROM RPT-BREAK-LINE-1
074300         MOVE WS-BREAK-REASON TO RPB-REASON
074400         MOVE WS-BREAK-EXPECTED TO RPB-EXPECTED
074500         MOVE WS-BREAK-FOUND TO RPB-FOUND
074600         WRITE REPORT-LINE FROM RPT-BREAK-LINE-2
074700         DISPLAY 'CHAIN-VERIFY - ', WS-LOG-ID,
074800             ' CHAIN BROKEN AT RECORD ', WS-BREAK-RECORD
074900         GO TO 6000-EXIT
075000     END-IF.
075100     ADD 1 TO WS-LOGS-PROVED.
075200     MOVE 'CHAIN UNBROKEN END TO END' TO RPS-RESULT.
075300     MOVE WS-CHAIN-POS TO RPS-ANCHOR-COUNT.
075400     IF WS-CHAIN-POS = 0
075500         OR WS-CHAIN-POS = WS-LAST-ANC-COUNT
075600         MOVE 'NO NEW ANCHOR - LAST STANDS AT'
075700             TO RPS-ANCHOR-TEXT
075800     ELSE
075900         PERFORM 6100-TAKE-ANCHOR THRU 6100-EXIT
076000         MOVE 'ANCHOR TAKEN AT CHAIN POSITION'
076100             TO RPS-ANCHOR-TEXT
076200     END-IF.
076300     WRITE REPORT-LINE FROM RPT-RESULT-LINE.
076400 6000-EXIT.
076500     EXIT.
076600*----------------------------------------------------------
076700* 6100-TAKE-ANCHOR
076800*----------------------------------------------------------
076900 6100-TAKE-ANCHOR.
077000     OPEN EXTEND CHAIN-ANCHORS.
077100     IF KA-FILE-STATUS = '35'
077200         OPEN OUTPUT CHAIN-ANCHORS
077300     END-IF.
077400     MOVE SPACES TO CHAIN-ANCHOR-RECORD.
077500     SET KA-TYPE-DAILY TO TRUE.
077600     MOVE WS-RUN-DATE TO KA-BUSINESS-DATE.
077700     MOVE WS-LOG-ID TO KA-LOG-ID.
077800     MOVE WS-CHAIN-POS TO KA-RECORD-COUNT.
077900     MOVE WS-PRIOR-CHAIN TO KA-CHAIN-VALUE.
078000     MOVE 'CHAIN-VERIFY' TO KA-SOURCE-PGM.
078100     ACCEPT KA-TAKEN-TIME FROM TIME.
078200     WRITE CHAIN-ANCHOR-RECORD.
078300     CLOSE CHAIN-ANCHORS.
078400     ADD 1 TO WS-ANCHORS-TAKEN.
078500 6100-EXIT.
078600     EXIT.
078700*----------------------------------------------------------
078800* 9000-TERMINATE
078900*----------------------------------------------------------
079000 9000-TERMINATE.
079100     MOVE SPACES TO REPORT-LINE.
079200     WRITE REPORT-LINE.
079300     MOVE WS-LOGS-PROVED TO RPT-PROVED.
079400     MOVE WS-LOGS-BROKEN TO RPT-BROKEN.
079500     MOVE WS-ANCHORS-TAKEN TO RPT-ANCHORS.
079600     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
079700     CLOSE REPORT-OUT.
079800     DISPLAY 'CHAIN-VERIFY - LOGS PROVED ', WS-LOGS-PROVED,
079900         ' BROKEN ', WS-LOGS-BROKEN.
080000     SET JB-FUNC-END TO TRUE.
080100     MOVE WS-LOGS-BROKEN TO JB-RECORD-COUNT.
080200     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
080300     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
080400 9000-EXIT.
080500     EXIT.
