000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     NCOA-UPDATE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Inbound change-of-address run. Reads the address-hygiene
000900* vendor's NCOAIN file of forwarding addresses and matches
001000* each hit to the customer's CUST-ADDRESS record by the
001100* customer ID and the old address it was found at. A
001200* confident match whose new state and ZIP pass the shared
001300* ADDR-EDIT cross-check replaces the mailing address, clears
001400* any returned-mail suspect mark the move accounts for, and
001500* is logged to CUST-HISTORY as an address change - so a
001600* customer who moved statements at the new address without
001700* waiting for the old one to come back through NIXIE-INTAKE.
001800* A hit with no address on file, an old address that does
001900* not match, a match score under the floor, or a new address
002000* that fails the edit is left alone and queued Open on the
002100* EXCPWORK exception workqueue for the desk to work through
002200* EXCP-WORKQ. Every hit is listed on the NCOARPT report.
002300*----------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE        INIT  DESCRIPTION
002600*    2026-10-14   DN   Original program.
002620*    2026-10-14   DN   Record each applied change on the
002640*                      CUSTADRH effective-dated history
002660*                      through ADDR-HIST.
002665*    2026-10-14   DN   Screen each applied address against the
002670*                      WATCHLST compliance watch list through
002675*                      WATCH-SCREEN; a possible hit holds the
002680*                      customer and lists as a watch hold.
002685*    2026-10-15   DN   Link each CUSTHIST entry onto the history
002690*                      chain through CHAIN-SVC before it is
002695*                      written.
002696*    2026-10-15   DN   Move the customer's CUSTADRX lookup entries
002697*                      to the forwarding address through
002698*                      ADDR-INDEX.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT NCOA-INPUT ASSIGN TO 'NCOAIN'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS NC-FILE-STATUS.
003400     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CA-CUST-ID
003800         FILE STATUS IS CA-FILE-STATUS.
003900     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CM-CUST-ID
004300         ALTERNATE RECORD KEY IS CM-CUST-NAME
004400             WITH DUPLICATES
004500         FILE STATUS IS CM-FILE-STATUS.
004600     SELECT CUST-HISTORY ASSIGN TO 'CUSTHIST'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CH-FILE-STATUS.
004900     SELECT EXCEPT-WORKQUEUE ASSIGN TO 'EXCPWORK'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS EW-FILE-STATUS.
005200     SELECT REPORT-OUT ASSIGN TO 'NCOARPT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS RO-FILE-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  NCOA-INPUT
005900     LABEL RECORDS ARE STANDARD.
006000     COPY "ncoain.cpy".
006100*
006200 FD  CUST-ADDRESS
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "custaddr.cpy".
006500*
006600 FD  CUSTOMER-MASTER
006700     LABEL RECORDS ARE STANDARD.
006800     COPY "custrec.cpy".
006900*
007000 FD  CUST-HISTORY
007100     LABEL RECORDS ARE STANDARD.
007200     COPY "custhist.cpy".
007300*
007400 FD  EXCEPT-WORKQUEUE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY "excpwkrc.cpy".
007700*
007800 FD  REPORT-OUT
007900     LABEL RECORDS ARE STANDARD.
008000 01  REPORT-LINE                 PIC X(100).
008100*
008200 WORKING-STORAGE SECTION.
008250 COPY "chainpm.cpy".
008300 01  NC-FILE-STATUS              PIC X(02).
008400 01  CA-FILE-STATUS              PIC X(02).
008500 01  CM-FILE-STATUS              PIC X(02).
008600 01  CH-FILE-STATUS              PIC X(02).
008700 01  EW-FILE-STATUS              PIC X(02).
008800 01  RO-FILE-STATUS              PIC X(02).
008900*
009000 01  WS-NCOA-EOF-SW              PIC X(01) VALUE 'N'.
009100     88  WS-NCOA-EOF             VALUE 'Y'.
009200 01  WS-EW-EOF-SW                PIC X(01) VALUE 'N'.
009300     88  WS-EW-EOF               VALUE 'Y' FALSE 'N'.
009400 01  WS-QUEUE-TODAY-SW           PIC X(01) VALUE 'N'.
009500     88  WS-QUEUE-TODAY          VALUE 'Y' FALSE 'N'.
009600 01  WS-ADDR-OPEN-SW             PIC X(01) VALUE 'N'.
009700     88  WS-ADDR-OPEN            VALUE 'Y'.
009800 01  WS-MAST-OPEN-SW             PIC X(01) VALUE 'N'.
009900     88  WS-MAST-OPEN            VALUE 'Y'.
010000 01  WS-WAS-SUSPECT-SW           PIC X(01).
010100     88  WS-WAS-SUSPECT          VALUE 'Y' FALSE 'N'.
010200*
010300*    Lowest vendor match score applied without review.
010400 77  WS-MIN-MATCH-SCORE          PIC 9(03) VALUE 90.
010500*
010600 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
010700 01  WS-UPDATED-COUNT            PIC 9(07) COMP VALUE 0.
010800 01  WS-CLEARED-COUNT            PIC 9(07) COMP VALUE 0.
010900 01  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE 0.
011000 01  WS-QUEUED-COUNT             PIC 9(07) COMP VALUE 0.
011100 01  WS-ITEM-SEQ                 PIC 9(04) VALUE 0.
011200 01  WS-EXCEPT-REASON            PIC X(20).
011300*
011400 COPY "rundate.cpy".
011500 COPY "jobhstpm.cpy".
011600 COPY "actlogpm.cpy".
011700 COPY "errlogpm.cpy".
011800 COPY "addredpm.cpy".
011850 COPY "adrhstpm.cpy".
011860 COPY "adrixpm.cpy".
011870 COPY "wchscrpm.cpy".
011900*
012000 01  RPT-HEADER-LINE.
012100     05  FILLER                  PIC X(36) VALUE
012200         'CHANGE-OF-ADDRESS UPDATE            '.
012300     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
012400     05  HDR-RUN-DATE            PIC 9999/99/99.
012500*
012600 01  RPT-DETAIL-LINE.
012700     05  RPD-CUST-ID             PIC 9(06).
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  RPD-MOVE-DATE           PIC 9999/99/99.
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  RPD-MATCH-SCORE         PIC ZZ9.
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  RPD-CUST-NAME           PIC X(20).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  RPD-NEW-ZIP-CODE        PIC X(10).
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  RPD-DISPOSITION         PIC X(24).
013800*
013900 01  RPT-COUNT-LINE.
014000     05  FILLER                  PIC X(12) VALUE
014100         'HITS READ:'.
014200     05  RPT-READ-COUNT          PIC ZZZ,ZZ9.
014300     05  FILLER                  PIC X(11) VALUE
014400         '  UPDATED:'.
014500     05  RPT-UPDATED-COUNT       PIC ZZZ,ZZ9.
014600     05  FILLER                  PIC X(17) VALUE
014700         '  SUSPECT CLEAR:'.
014800     05  RPT-CLEARED-COUNT       PIC ZZZ,ZZ9.
014900     05  FILLER                  PIC X(11) VALUE
015000         '  ALREADY:'.
015100     05  RPT-ALREADY-COUNT       PIC ZZZ,ZZ9.
015200     05  FILLER                  PIC X(10) VALUE
015300         '  QUEUED:'.
015400     05  RPT-QUEUED-COUNT        PIC ZZZ,ZZ9.
015500*
015600 PROCEDURE DIVISION.
015700*----------------------------------------------------------
015800* 0000-MAINLINE
015900*----------------------------------------------------------
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-READ-NCOA THRU 2000-EXIT.
016300     PERFORM 2100-PROCESS-ONE-HIT THRU 2100-EXIT
016400         UNTIL WS-NCOA-EOF.
016500     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016700     GOBACK.
016800*----------------------------------------------------------
016900* 1000-INITIALIZE
017000*----------------------------------------------------------
017100 1000-INITIALIZE.
017200     CALL 'BUS-DATE' USING WS-RUN-DATE.
017300     SET JB-FUNC-START TO TRUE.
017400     MOVE 'NCOA-UPDATE' TO JB-PROGRAM-ID.
017500     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
017600     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
017700     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
017800     OPEN INPUT NCOA-INPUT.
017900     IF NC-FILE-STATUS NOT = '00'
018000         DISPLAY 'NCOA-UPDATE - NO CHANGE-OF-ADDRESS FILE - ',
018100             'NOTHING TO PROCESS'
018200         SET WS-NCOA-EOF TO TRUE
018300     END-IF.
018400     OPEN I-O CUST-ADDRESS.
018500     IF CA-FILE-STATUS = '00'
018600         MOVE 'Y' TO WS-ADDR-OPEN-SW
018700     ELSE
018800         DISPLAY 'CUST-ADDRESS NOT AVAILABLE - STATUS ',
018900             CA-FILE-STATUS
019000         MOVE 'CUSTADDR' TO FE-FILE-NAME
019100         MOVE CA-FILE-STATUS TO FE-FILE-STATUS
019200         PERFORM 1100-REPORT-OPEN-ERROR THRU 1100-EXIT
019300     END-IF.
019400     OPEN I-O CUSTOMER-MASTER.
019500     IF CM-FILE-STATUS = '00'
019600         MOVE 'Y' TO WS-MAST-OPEN-SW
019700     ELSE
019800         DISPLAY 'CUSTOMER-MASTER NOT AVAILABLE - STATUS ',
019900             CM-FILE-STATUS
020000         MOVE 'CUSTMAST' TO FE-FILE-NAME
020100         MOVE CM-FILE-STATUS TO FE-FILE-STATUS
020200         PERFORM 1100-REPORT-OPEN-ERROR THRU 1100-EXIT
020300     END-IF.
020400     OPEN EXTEND CUST-HISTORY.
020500     IF CH-FILE-STATUS = '35'
020600         OPEN OUTPUT CUST-HISTORY
020700     END-IF.
020800     PERFORM 1200-CHECK-QUEUE-DONE THRU 1200-EXIT.
020900     IF NOT WS-QUEUE-TODAY
021000         OPEN EXTEND EXCEPT-WORKQUEUE
021100         IF EW-FILE-STATUS = '35'
021200             OPEN OUTPUT EXCEPT-WORKQUEUE
021300         END-IF
021400     ELSE
021500         DISPLAY 'NCOA-UPDATE - WORKQUEUE ALREADY HOLDS ',
021600             'TODAY''S EXCEPTIONS - ITEMS NOT QUEUED TWICE'
021700     END-IF.
021800     OPEN OUTPUT REPORT-OUT.
021900     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
022000     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
022100     MOVE ALL '-' TO REPORT-LINE.
022200     WRITE REPORT-LINE.
022300 1000-EXIT.
022400     EXIT.
022500*----------------------------------------------------------
022600* 1100-REPORT-OPEN-ERROR - a master file that will not open
022700*     goes to the shared FILE-ERR handler and ends the run
022800*     before any hit is applied; the caller sets the file
022900*     name and status.
023000*----------------------------------------------------------
023100 1100-REPORT-OPEN-ERROR.
023200     MOVE 'NCOA-UPDATE' TO FE-SOURCE-PGM.
023300     MOVE 'OPEN' TO FE-OPERATION.
023400     MOVE WS-RUN-DATE TO FE-RUN-DATE.
023500     CALL 'FILE-ERR' USING FILE-ERR-PARMS.
023600     SET WS-NCOA-EOF TO TRUE.
023700     MOVE 16 TO RETURN-CODE.
023800 1100-EXIT.
023900     EXIT.
024000*----------------------------------------------------------
024100* 1200-CHECK-QUEUE-DONE - EOD-EXCEPT-RPT queues onto the
024200*     same business date, so the day's items are numbered
024300*     on from the highest sequence already there; a rerun
024400*     on the same date must not queue this run's
024500*     exceptions twice.
024600*----------------------------------------------------------
024700 1200-CHECK-QUEUE-DONE.
024800     SET WS-QUEUE-TODAY TO FALSE.
024900     OPEN INPUT EXCEPT-WORKQUEUE.
025000     IF EW-FILE-STATUS NOT = '00'
025100         GO TO 1200-EXIT
025200     END-IF.
025300     SET WS-EW-EOF TO FALSE.
025400     PERFORM 1210-SCAN-ONE-ITEM THRU 1210-EXIT
025500         UNTIL WS-EW-EOF.
025600     CLOSE EXCEPT-WORKQUEUE.
025700 1200-EXIT.
025800     EXIT.
025900*----------------------------------------------------------
026000* 1210-SCAN-ONE-ITEM
026100*----------------------------------------------------------
026200 1210-SCAN-ONE-ITEM.
026300     READ EXCEPT-WORKQUEUE
026400         AT END
026500             SET WS-EW-EOF TO TRUE
026600             GO TO 1210-EXIT
026700     END-READ.
026800     IF EW-QUEUE-DATE NOT = WS-RUN-DATE
026900         GO TO 1210-EXIT
027000     END-IF.
027100     IF EW-ITEM-SEQ > WS-ITEM-SEQ
027200         MOVE EW-ITEM-SEQ TO WS-ITEM-SEQ
027300     END-IF.
027400     IF EW-SOURCE = 'NCOA-UPDATE'
027500         SET WS-QUEUE-TODAY TO TRUE
027600     END-IF.
027700 1210-EXIT.
027800     EXIT.
027900*----------------------------------------------------------
028000* 2000-READ-NCOA
028100*----------------------------------------------------------
028200 2000-READ-NCOA.
028300     IF NOT WS-NCOA-EOF
028400         READ NCOA-INPUT
028500             AT END
028600                 SET WS-NCOA-EOF TO TRUE
028700         END-READ
028800     END-IF.
028900 2000-EXIT.
029000     EXIT.
029100*----------------------------------------------------------
029200* 2100-PROCESS-ONE-HIT - match the hit to the address on
029300*     file and apply it, or queue it for the desk with the
029400*     reason it could not be applied. A hit whose new
029500*     address is already on file - a resent vendor file or
029600*     a move the desk keyed first - is listed and skipped.
029700*----------------------------------------------------------
029800 2100-PROCESS-ONE-HIT.
029900     ADD 1 TO WS-READ-COUNT.
030000     MOVE SPACES TO WS-EXCEPT-REASON RPD-DISPOSITION.
030100     MOVE SPACES TO RPD-CUST-NAME.
030200     MOVE NC-CUST-ID TO CA-CUST-ID.
030300     READ CUST-ADDRESS
030400         KEY IS CA-CUST-ID
030500         INVALID KEY
030600             MOVE 'NO ADDRESS ON FILE' TO WS-EXCEPT-REASON
030700             GO TO 2100-QUEUE
030800     END-READ.
030900     IF CA-ADDR-LINE-1 = NC-NEW-ADDR-LINE-1
031000             AND CA-ZIP-CODE = NC-NEW-ZIP-CODE
031100         ADD 1 TO WS-ALREADY-COUNT
031200         MOVE 'ALREADY AT NEW ADDRESS' TO RPD-DISPOSITION
031300         GO TO 2100-LIST
031400     END-IF.
031500     IF NC-MATCH-SCORE IS NOT NUMERIC
031600             OR NC-MATCH-SCORE < WS-MIN-MATCH-SCORE
031700         MOVE 'LOW MATCH SCORE' TO WS-EXCEPT-REASON
031800         GO TO 2100-QUEUE
031900     END-IF.
032000*    The old address must be the one on file: same first
032100*    line and the same five-digit ZIP.
032200     IF CA-ADDR-LINE-1 NOT = NC-OLD-ADDR-LINE-1
032300             OR CA-ZIP-CODE (1:5) NOT = NC-OLD-ZIP-CODE (1:5)
032400         MOVE 'OLD ADDRESS MISMATCH' TO WS-EXCEPT-REASON
032500         GO TO 2100-QUEUE
032600     END-IF.
032700     MOVE NC-NEW-STATE TO AE-STATE.
032800     MOVE NC-NEW-ZIP-CODE TO AE-ZIP-CODE.
032900     CALL 'ADDR-EDIT' USING ADDR-EDIT-PARMS.
033000     IF NOT AE-ADDR-VALID
033100         MOVE AE-REASON TO WS-EXCEPT-REASON
033200         GO TO 2100-QUEUE
033300     END-IF.
033400     MOVE NC-CUST-ID TO CM-CUST-ID.
033500     READ CUSTOMER-MASTER
033600         KEY IS CM-CUST-ID
033700         INVALID KEY
033800             MOVE 'NO CUSTOMER MASTER' TO WS-EXCEPT-REASON
033900             GO TO 2100-QUEUE
034000     END-READ.
034100     MOVE CM-CUST-NAME TO RPD-CUST-NAME.
034200     PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT.
034300     IF WS-EXCEPT-REASON NOT = SPACES
034400         GO TO 2100-QUEUE
034500     END-IF.
034600     GO TO 2100-LIST.
034700 2100-QUEUE.
034800     PERFORM 7000-QUEUE-EXCEPTION THRU 7000-EXIT.
034900 2100-LIST.
035000     PERFORM 2200-WRITE-REPORT THRU 2200-EXIT.
035100     PERFORM 2000-READ-NCOA THRU 2000-EXIT.
035200 2100-EXIT.
035300     EXIT.
035400*----------------------------------------------------------
035500* 2200-WRITE-REPORT
035600*----------------------------------------------------------
035700 2200-WRITE-REPORT.
035800     MOVE NC-CUST-ID TO RPD-CUST-ID.
035900     MOVE NC-MOVE-DATE TO RPD-MOVE-DATE.
036000     IF NC-MATCH-SCORE IS NUMERIC
036100         MOVE NC-MATCH-SCORE TO RPD-MATCH-SCORE
036200     ELSE
036300         MOVE ZERO TO RPD-MATCH-SCORE
036400     END-IF.
036500     MOVE NC-NEW-ZIP-CODE TO RPD-NEW-ZIP-CODE.
036600     IF RPD-CUST-NAME = SPACES
036700         MOVE NC-CUST-ID TO CM-CUST-ID
036800         READ CUSTOMER-MASTER
036900             KEY IS CM-CUST-ID
037000             INVALID KEY
037100                 MOVE SPACES TO RPD-CUST-NAME
037200             NOT INVALID KEY
037300                 MOVE CM-CUST-NAME TO RPD-CUST-NAME
037400         END-READ
037500     END-IF.
037600     IF WS-EXCEPT-REASON NOT = SPACES
037700         MOVE WS-EXCEPT-REASON TO RPD-DISPOSITION
037800     END-IF.
037900     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
038000 2200-EXIT.
038100     EXIT.
038200*----------------------------------------------------------
038300* 2300-APPLY-CHANGE - the master is in the record area,
038400*     just read. Its update stamp is advanced so a copy a
038500*     desk operator read before this run is refused, the
038600*     forwarding address replaces the mailing address with
038700*     the suspect mark cleared, and the change goes on the
038800*     CUST-HISTORY trail and the CUSTADRH effective-dated
038810*     history, and the CUSTADRX lookup entries move to the
038860*     new address. A failed rewrite comes back in
038900*     WS-EXCEPT-REASON for the caller to queue.
039000*----------------------------------------------------------
039100 2300-APPLY-CHANGE.
039200     IF CM-UPDATE-SEQ IS NOT NUMERIC
039300         MOVE ZERO TO CM-UPDATE-SEQ
039400     END-IF.
039500     IF CM-SEQ-AT-LIMIT
039600         MOVE 1 TO CM-UPDATE-SEQ
039700     ELSE
039800         ADD 1 TO CM-UPDATE-SEQ
039900     END-IF.
040000     REWRITE CUST-MASTER-RECORD
040100         INVALID KEY
040200             MOVE 'ADDRESS UPDATE ERROR' TO WS-EXCEPT-REASON
040300             GO TO 2300-EXIT
040400     END-REWRITE.
040500     MOVE SPACES TO CUST-HISTORY-RECORD.
040600     MOVE CA-ADDR-LINE-1 TO CH-BA-ADDR-LINE-1.
040700     MOVE CA-CITY TO CH-BA-CITY.
040800     MOVE CA-STATE TO CH-BA-STATE.
040900     MOVE CA-ZIP-CODE TO CH-BA-ZIP-CODE.
040910     MOVE CA-ADDR-LINE-1 TO HA-PRIOR-LINE-1.
040920     MOVE CA-ADDR-LINE-2 TO HA-PRIOR-LINE-2.
040930     MOVE CA-CITY TO HA-PRIOR-CITY.
040940     MOVE CA-STATE TO HA-PRIOR-STATE.
040950     MOVE CA-ZIP-CODE TO HA-PRIOR-ZIP-CODE.
040960     MOVE CA-PHONE TO RX-OLD-PHONE.
040970     MOVE CA-ZIP-CODE TO RX-OLD-ZIP-CODE.
040980     MOVE CA-ADDR-LINE-1 TO RX-OLD-STREET.
041000     SET WS-WAS-SUSPECT TO FALSE.
041100     IF CA-ADDR-SUSPECT
041200         SET WS-WAS-SUSPECT TO TRUE
041300     END-IF.
041400     MOVE NC-NEW-ADDR-LINE-1 TO CA-ADDR-LINE-1.
041500     MOVE NC-NEW-ADDR-LINE-2 TO CA-ADDR-LINE-2.
041600     MOVE NC-NEW-CITY TO CA-CITY.
041700     MOVE NC-NEW-STATE TO CA-STATE.
041800     MOVE NC-NEW-ZIP-CODE TO CA-ZIP-CODE.
041900     SET CA-ADDR-SUSPECT TO FALSE.
042000     REWRITE CUST-ADDRESS-RECORD
042100         INVALID KEY
042200             DISPLAY 'NCOA-UPDATE - ERROR CHANGING ADDRESS ',
042300                 'FOR ', NC-CUST-ID
042400             MOVE 'ADDRESS UPDATE ERROR' TO WS-EXCEPT-REASON
042500             GO TO 2300-EXIT
042600     END-REWRITE.
042700     ADD 1 TO WS-UPDATED-COUNT.
042800     IF WS-WAS-SUSPECT
042900         ADD 1 TO WS-CLEARED-COUNT
043000         MOVE 'UPDATED - SUSPECT CLEARED' TO RPD-DISPOSITION
043100     ELSE
043200         MOVE 'ADDRESS UPDATED' TO RPD-DISPOSITION
043300     END-IF.
043400     MOVE CA-ADDR-LINE-1 TO CH-AA-ADDR-LINE-1.
043500     MOVE CA-CITY TO CH-AA-CITY.
043600     MOVE CA-STATE TO CH-AA-STATE.
043700     MOVE CA-ZIP-CODE TO CH-AA-ZIP-CODE.
043800     MOVE WS-RUN-DATE TO CH-CHANGE-DATE.
043900     ACCEPT CH-CHANGE-TIME FROM TIME.
044000     MOVE 'NCOA-UPDATE' TO CH-SOURCE-PGM.
044100     MOVE SPACES TO CH-OPERATOR-ID.
044200     SET CH-TYPE-ADDRESS TO TRUE.
044300     MOVE NC-CUST-ID TO CH-CUST-ID.
044310     MOVE ZERO TO CH-CHAIN-VALUE.
044320     SET CV-FUNC-LINK TO TRUE.
044330     MOVE 'CUSTHIST' TO CV-LOG-ID.
044340     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
044350     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
044360     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
044400     WRITE CUST-HISTORY-RECORD.
044405     SET HA-FUNC-RECORD TO TRUE.
044410     MOVE NC-CUST-ID TO HA-CUST-ID.
044415     MOVE WS-RUN-DATE TO HA-AS-OF-DATE.
044420     MOVE SPACES TO HA-CHANGE-OPER.
044425     MOVE 'NCOA-UPDATE' TO HA-SOURCE-PGM.
044430     MOVE CA-ADDR-LINE-1 TO HA-ADDR-LINE-1.
044435     MOVE CA-ADDR-LINE-2 TO HA-ADDR-LINE-2.
044440     MOVE CA-CITY TO HA-CITY.
044445     MOVE CA-STATE TO HA-STATE.
044450     MOVE CA-ZIP-CODE TO HA-ZIP-CODE.
044455     CALL 'ADDR-HIST' USING ADDR-HIST-PARMS.
044460     SET RX-FUNC-CHANGE TO TRUE.
044465     MOVE NC-CUST-ID TO RX-CUST-ID.
044470     MOVE CA-PHONE TO RX-PHONE.
044475     MOVE CA-ZIP-CODE TO RX-ZIP-CODE.
044480     MOVE CA-ADDR-LINE-1 TO RX-STREET.
044485     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
044500     PERFORM 2400-LOG-ACTIVITY THRU 2400-EXIT.
044550     PERFORM 2500-SCREEN-WATCH-LIST THRU 2500-EXIT.
044600 2300-EXIT.
044700     EXIT.
044800*----------------------------------------------------------
044900* 2400-LOG-ACTIVITY - batch run with no signed-on operator,
045000*     logged with a blank operator ID like NIXIE-INTAKE.
045100*----------------------------------------------------------
045200 2400-LOG-ACTIVITY.
045300     MOVE SPACES TO AY-OPERATOR-ID.
045400     MOVE 'NCOA-UPDATE' TO AY-SOURCE-PGM.
045500     MOVE 'NCOA' TO AY-ACTION-CODE.
045600     MOVE NC-CUST-ID TO AY-ACTION-KEY.
045700     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
045800     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
045900 2400-EXIT.
046000     EXIT.
046002*----------------------------------------------------------
046004* 2500-SCREEN-WATCH-LIST - the new address goes against
046006*     the compliance watch list like any other address
046008*     change; a possible hit leaves the customer pending a
046010*     supervisor's review.
046012*----------------------------------------------------------
046014 2500-SCREEN-WATCH-LIST.
046016     SET WC-TRIG-ADDRESS TO TRUE.
046018     SET WC-HOLD-BY-CALLER TO FALSE.
046020     MOVE NC-CUST-ID TO WC-CUST-ID.
046022     MOVE WS-RUN-DATE TO WC-RUN-DATE.
046024     MOVE SPACES TO WC-OPERATOR-ID.
046026     MOVE 'NCOA-UPDATE' TO WC-SOURCE-PGM.
046028     MOVE CM-LAST-NAME TO WC-LAST-NAME.
046030     MOVE CM-FIRST-NAME TO WC-FIRST-NAME.
046032     MOVE CM-CUST-NAME TO WC-CUST-NAME.
046034     MOVE CA-ADDR-LINE-1 TO WC-ADDR-LINE-1.
046036     MOVE CA-ZIP-CODE TO WC-ZIP-CODE.
046038     CALL 'WATCH-SCREEN' USING WATCH-SCREEN-PARMS.
046040     IF WC-RESULT-HIT
046042         MOVE 'UPDATED - WATCH HOLD' TO RPD-DISPOSITION
046044     END-IF.
046046 2500-EXIT.
046048     EXIT.
046100*----------------------------------------------------------
046200* 7000-QUEUE-EXCEPTION - one Open workqueue item per hit
046300*     that could not be applied: the customer ID as the
046400*     value and the reason it was left alone.
046500*----------------------------------------------------------
046600 7000-QUEUE-EXCEPTION.
046700     ADD 1 TO WS-QUEUED-COUNT.
046800     IF WS-QUEUE-TODAY
046900         GO TO 7000-EXIT
047000     END-IF.
047100     ADD 1 TO WS-ITEM-SEQ.
047200     MOVE SPACES TO EXCEPT-WORK-RECORD.
047300     MOVE WS-RUN-DATE TO EW-QUEUE-DATE.
047400     MOVE WS-ITEM-SEQ TO EW-ITEM-SEQ.
047500     SET EW-STAT-OPEN TO TRUE.
047600     MOVE 'NCOA-UPDATE' TO EW-SOURCE.
047700     MOVE WS-RUN-DATE TO EW-EXCEPT-DATE.
047800     ACCEPT EW-EXCEPT-TIME FROM TIME.
047900     MOVE NC-CUST-ID TO EW-VALUE.
048000     MOVE WS-EXCEPT-REASON TO EW-REASON.
048100     MOVE ZERO TO EW-CLOSE-DATE.
048200     WRITE EXCEPT-WORK-RECORD.
048300 7000-EXIT.
048400     EXIT.
048500*----------------------------------------------------------
048600* 8000-PRINT-SUMMARY
048700*----------------------------------------------------------
048800 8000-PRINT-SUMMARY.
048900     MOVE SPACES TO REPORT-LINE.
049000     WRITE REPORT-LINE.
049100     MOVE WS-READ-COUNT TO RPT-READ-COUNT.
049200     MOVE WS-UPDATED-COUNT TO RPT-UPDATED-COUNT.
049300     MOVE WS-CLEARED-COUNT TO RPT-CLEARED-COUNT.
049400     MOVE WS-ALREADY-COUNT TO RPT-ALREADY-COUNT.
049500     MOVE WS-QUEUED-COUNT TO RPT-QUEUED-COUNT.
049600     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
049700     DISPLAY 'NCOA-UPDATE - ', WS-READ-COUNT,
049800         ' HIT(S) READ - ', WS-UPDATED-COUNT,
049900         ' ADDRESS(ES) UPDATED - ', WS-QUEUED-COUNT,
050000         ' QUEUED FOR REVIEW'.
050100 8000-EXIT.
050200     EXIT.
050300*----------------------------------------------------------
050400* 9000-TERMINATE
050500*----------------------------------------------------------
050600 9000-TERMINATE.
050700     IF NC-FILE-STATUS = '00' OR NC-FILE-STATUS = '10'
050800         CLOSE NCOA-INPUT
050900     END-IF.
051000     IF WS-ADDR-OPEN
051100         CLOSE CUST-ADDRESS
051200     END-IF.
051300     IF WS-MAST-OPEN
051400         CLOSE CUSTOMER-MASTER
051500     END-IF.
051600     CLOSE CUST-HISTORY.
051700     IF NOT WS-QUEUE-TODAY
051800         CLOSE EXCEPT-WORKQUEUE
051900     END-IF.
052000     CLOSE REPORT-OUT.
052100     SET JB-FUNC-END TO TRUE.
052200     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
052300     MOVE RETURN-CODE TO JB-RETURN-CODE.
052400     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
052500 9000-EXIT.
052600     EXIT.
