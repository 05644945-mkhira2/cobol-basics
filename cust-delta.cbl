000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CUST-DELTA.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Nightly customer change (delta) feed. CUST-EXTRACT and
000900* CUST-UNLOAD copy the whole of CUSTOMER-MASTER; the CRM
001000* and marketing systems take only what changed, on the
001100* CUSTDLTA file (CUSTDLTA copybook):
001200*
001300*   A/C/D  adds, changes, and deletes off CUSTHIST
001400*   M      merges off CUSTHIST, keyed by the survivor with
001500*          the merged customer in DL-MERGED-ID
001600*   R      address changes off CUSTHIST
001700*   S      status records on CUSTSTAT taking effect on
001800*          the business date
001900*
002000* Only the business date's entries go; refused changes
002100* (collisions) never changed the master and are left out.
002200* Details come out in customer and change-time order, a
002300* status change first for its customer. Add, change, and
002400* address details for a customer whose status in force is
002500* closed, deceased, or on a watch-list hold are withheld,
002600* as CUST-EXTRACT leaves those customers out; the status
002700* change itself always goes, so downstream drops them.
002800* The street line is masked through PII-MASK as on the
002900* extract. The file carries a header and a trailer with
003000* the detail count and the hash of the detail customer
003100* IDs, and is registered on XMITREG as CUSTDLTA so
003200* XMIT-CONFIRM and XMIT-RESEND cover it. A day with no
003300* changes still sends the header and trailer.
003400*
003500* No CUSTHIST means no changes were logged; the run goes
003600* on with status changes alone. No CUSTSTAT sends no
003700* status changes and withholds nothing, with return
003800* code 4.
003900*----------------------------------------------------------
004000*    MODIFICATION HISTORY
004100*    DATE        INIT  DESCRIPTION
004200*    2026-10-15   DN   Original program.
004300*----------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CUST-HISTORY ASSIGN TO 'CUSTHIST'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CH-FILE-STATUS.
005000     SELECT CUST-STATUS ASSIGN TO 'CUSTSTAT'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CS-STATUS-KEY
005400         FILE STATUS IS CS-FILE-STATUS.
005500     SELECT DELTA-SORT ASSIGN TO 'DLSRTWK'.
005600     SELECT CUST-DELTA-FILE ASSIGN TO 'CUSTDLTA'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS DL-FILE-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CUST-HISTORY
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "custhist.cpy".
006500*
006600 FD  CUST-STATUS
006700     LABEL RECORDS ARE STANDARD.
006800     COPY "custstat.cpy".
006900*
007000*    One built detail per change, with a release sequence
007100*    so changes at the same time keep their log order.
007200 SD  DELTA-SORT.
007300 01  SR-SORT-RECORD.
007400     05  SR-CUST-ID              PIC 9(06).
007500     05  SR-CHANGE-TIME          PIC 9(08).
007600     05  SR-SEQ                  PIC 9(07).
007700     05  SR-DETAIL               PIC X(120).
007800*
007900 FD  CUST-DELTA-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY "custdlta.cpy".
008200*
008300 WORKING-STORAGE SECTION.
008400 01  CH-FILE-STATUS              PIC X(02).
008500 01  CS-FILE-STATUS              PIC X(02).
008600 01  DL-FILE-STATUS              PIC X(02).
008700*
008800 01  WS-FILE-EOF-SW              PIC X(01).
008900     88  WS-FILE-EOF             VALUE 'Y' FALSE 'N'.
009000 01  WS-SORT-EOF-SW              PIC X(01).
009100     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
009200 01  WS-STATUS-EOF-SW            PIC X(01).
009300     88  WS-STATUS-EOF           VALUE 'Y' FALSE 'N'.
009400 01  WS-CS-OPEN-SW               PIC X(01) VALUE 'N'.
009500     88  WS-CS-OPEN              VALUE 'Y' FALSE 'N'.
009600*
009700*    The customer image a history entry carries, laid out
009800*    as the master record.
009900 COPY "custrec.cpy".
010000*
010100 01  WS-DETAIL-WORK              PIC X(120).
010200 01  WS-RELEASE-SEQ              PIC 9(07) VALUE 0.
010300 01  WS-CUR-STATUS               PIC X(01).
010400*
010500 01  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE 0.
010600 01  WS-HASH-TOTAL               PIC 9(15) COMP VALUE 0.
010700 01  WS-WITHHELD-COUNT           PIC 9(07) COMP VALUE 0.
010800 01  WS-HIST-COUNT               PIC 9(07) COMP VALUE 0.
010900 01  WS-STATUS-COUNT             PIC 9(07) COMP VALUE 0.
011000*
011100 COPY "rundate.cpy".
011200 COPY "jobhstpm.cpy".
011300 COPY "xmitrgpm.cpy".
011400 COPY "piimskpm.cpy".
011500*
011600 PROCEDURE DIVISION.
011700*----------------------------------------------------------
011800* 0000-MAINLINE
011900*----------------------------------------------------------
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200     SORT DELTA-SORT
012300         ON ASCENDING KEY SR-CUST-ID SR-CHANGE-TIME SR-SEQ
012400         INPUT PROCEDURE IS 2000-RELEASE-CHANGES
012500             THRU 2000-EXIT
012600         OUTPUT PROCEDURE IS 3000-WRITE-DELTA
012700             THRU 3000-EXIT.
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012900     GOBACK.
013000*----------------------------------------------------------
013100* 1000-INITIALIZE - the status file serves both the scan
013200*     for the day's status changes and the status-in-force
013300*     lookups, so it stays open for the whole run.
013400*----------------------------------------------------------
013500 1000-INITIALIZE.
013600     CALL 'BUS-DATE' USING WS-RUN-DATE.
013700     SET JB-FUNC-START TO TRUE.
013800     MOVE 'CUST-DELTA' TO JB-PROGRAM-ID.
013900     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
014000     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
014100     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
014200     OPEN INPUT CUST-STATUS.
014300     IF CS-FILE-STATUS = '00'
014400         SET WS-CS-OPEN TO TRUE
014500     ELSE
014600         DISPLAY 'CUST-DELTA - CUSTSTAT NOT AVAILABLE - ',
014700             'NO STATUS CHANGES SENT'
014800         MOVE 4 TO RETURN-CODE
014900     END-IF.
015000     OPEN OUTPUT CUST-DELTA-FILE.
015100     MOVE SPACES TO CUST-DELTA-RECORD.
015200     SET DL-TYPE-HEADER TO TRUE.
015300     MOVE WS-RUN-DATE TO DL-BUSINESS-DATE.
015400     WRITE CUST-DELTA-RECORD.
015500 1000-EXIT.
015600     EXIT.
015700*----------------------------------------------------------
015800* 2000-RELEASE-CHANGES - sort input: the day's history
015900*     entries, then the status records taking effect on
016000*     the business date.
016100*----------------------------------------------------------
016200 2000-RELEASE-CHANGES.
016300     SET WS-FILE-EOF TO FALSE.
016400     OPEN INPUT CUST-HISTORY.
016500     IF CH-FILE-STATUS = '00'
016600         PERFORM 2100-RELEASE-ONE-HISTORY THRU 2100-EXIT
016700             UNTIL WS-FILE-EOF
016800         CLOSE CUST-HISTORY
016900     END-IF.
017000     IF NOT WS-CS-OPEN
017100         GO TO 2000-EXIT
017200     END-IF.
017300     SET WS-FILE-EOF TO FALSE.
017400     MOVE LOW-VALUES TO CS-STATUS-KEY.
017500     START CUST-STATUS
017600         KEY IS NOT LESS THAN CS-STATUS-KEY
017700         INVALID KEY
017800             SET WS-FILE-EOF TO TRUE
017900     END-START.
018000     PERFORM 2200-RELEASE-ONE-STATUS THRU 2200-EXIT
018100         UNTIL WS-FILE-EOF.
018200 2000-EXIT.
018300     EXIT.
018400*----------------------------------------------------------
018500* 2100-RELEASE-ONE-HISTORY - a merge entry is logged under
018600*     the merged customer with the survivor's master as the
018700*     after image; the detail goes out under the survivor.
018800*----------------------------------------------------------
018900 2100-RELEASE-ONE-HISTORY.
019000     READ CUST-HISTORY
019100         AT END
019200             SET WS-FILE-EOF TO TRUE
019300             GO TO 2100-EXIT
019400     END-READ.
019500     IF CH-CHANGE-DATE NOT = WS-RUN-DATE
019600         GO TO 2100-EXIT
019700     END-IF.
019800     IF NOT CH-TYPE-ADD AND NOT CH-TYPE-CHANGE
019900             AND NOT CH-TYPE-DELETE AND NOT CH-TYPE-MERGE
020000             AND NOT CH-TYPE-ADDRESS
020100         GO TO 2100-EXIT
020200     END-IF.
020300     MOVE SPACES TO CUST-DELTA-RECORD.
020400     SET DL-TYPE-DETAIL TO TRUE.
020500     MOVE WS-RUN-DATE TO DL-BUSINESS-DATE.
020600     MOVE CH-CUST-ID TO DL-CUST-ID.
020700     MOVE CH-CHANGE-TYPE TO DL-CHANGE-TYPE.
020800     MOVE CH-CHANGE-TIME TO DL-CHANGE-TIME.
020900     MOVE 0 TO DL-MERGED-ID.
021000     EVALUATE TRUE
021100         WHEN CH-TYPE-ADDRESS
021200             MOVE CH-AA-ADDR-LINE-1 TO DL-ADDR-LINE-1
021300             MOVE CH-AA-CITY TO DL-CITY
021400             MOVE CH-AA-STATE TO DL-STATE
021500             MOVE CH-AA-ZIP-CODE TO DL-ZIP-CODE
021600         WHEN CH-TYPE-DELETE
021700             MOVE CH-BEFORE-IMAGE TO CUST-MASTER-RECORD
021800             PERFORM 2150-MOVE-CUST-DATA THRU 2150-EXIT
021900         WHEN CH-TYPE-MERGE
022000             MOVE CH-AFTER-IMAGE TO CUST-MASTER-RECORD
022100             MOVE CM-CUST-ID TO DL-CUST-ID
022200             MOVE CH-CUST-ID TO DL-MERGED-ID
022300             PERFORM 2150-MOVE-CUST-DATA THRU 2150-EXIT
022400         WHEN OTHER
022500             MOVE CH-AFTER-IMAGE TO CUST-MASTER-RECORD
022600             PERFORM 2150-MOVE-CUST-DATA THRU 2150-EXIT
022700     END-EVALUATE.
022800     ADD 1 TO WS-HIST-COUNT.
022900     PERFORM 2900-RELEASE-DETAIL THRU 2900-EXIT.
023000 2100-EXIT.
023100     EXIT.
023200*----------------------------------------------------------
023300* 2150-MOVE-CUST-DATA
023400*----------------------------------------------------------
023500 2150-MOVE-CUST-DATA.
023600     MOVE CM-CUST-NAME TO DL-CUST-NAME.
023700     MOVE CM-LAST-NAME TO DL-LAST-NAME.
023800     MOVE CM-FIRST-NAME TO DL-FIRST-NAME.
023900     IF CM-ADD-DATE IS NUMERIC
024000         MOVE CM-ADD-DATE TO DL-ADD-DATE
024100     ELSE
024200         MOVE 0 TO DL-ADD-DATE
024300     END-IF.
024400     MOVE CM-BRANCH-CODE TO DL-BRANCH-CODE.
024500 2150-EXIT.
024600     EXIT.
024700*----------------------------------------------------------
024800* 2200-RELEASE-ONE-STATUS - a watch-list hold or
024900*     restriction goes out as withdrawn; the feed is not
025000*     told why.
025100*----------------------------------------------------------
025200 2200-RELEASE-ONE-STATUS.
025300     READ CUST-STATUS NEXT RECORD
025400         AT END
025500             SET WS-FILE-EOF TO TRUE
025600             GO TO 2200-EXIT
025700     END-READ.
025800     IF CS-EFF-DATE NOT = WS-RUN-DATE
025900         GO TO 2200-EXIT
026000     END-IF.
026100     MOVE SPACES TO CUST-DELTA-RECORD.
026200     SET DL-TYPE-DETAIL TO TRUE.
026300     MOVE WS-RUN-DATE TO DL-BUSINESS-DATE.
026400     MOVE CS-CUST-ID TO DL-CUST-ID.
026500     SET DL-CHANGE-STATUS TO TRUE.
026600     MOVE 0 TO DL-CHANGE-TIME.
026700     MOVE 0 TO DL-MERGED-ID.
026800     IF CS-STATUS-PENDING OR CS-STATUS-RESTRICTED
026900         SET DL-STATUS-WITHDRAWN TO TRUE
027000     ELSE
027100         MOVE CS-STATUS-CODE TO DL-STATUS-CODE
027200     END-IF.
027300     MOVE CS-EFF-DATE TO DL-STATUS-EFF-DATE.
027400     ADD 1 TO WS-STATUS-COUNT.
027500     PERFORM 2900-RELEASE-DETAIL THRU 2900-EXIT.
027600 2200-EXIT.
027700     EXIT.
027800*----------------------------------------------------------
027900* 2900-RELEASE-DETAIL
028000*----------------------------------------------------------
028100 2900-RELEASE-DETAIL.
028200     ADD 1 TO WS-RELEASE-SEQ.
028300     MOVE DL-CUST-ID TO SR-CUST-ID.
028400     MOVE DL-CHANGE-TIME TO SR-CHANGE-TIME.
028500     MOVE WS-RELEASE-SEQ TO SR-SEQ.
028600     MOVE CUST-DELTA-RECORD TO SR-DETAIL.
028700     RELEASE SR-SORT-RECORD.
028800 2900-EXIT.
028900     EXIT.
029000*----------------------------------------------------------
029100* 3000-WRITE-DELTA - sort output: each detail in customer
029200*     and change-time order onto CUSTDLTA.
029300*----------------------------------------------------------
029400 3000-WRITE-DELTA.
029500     SET WS-SORT-EOF TO FALSE.
029600     PERFORM 3100-WRITE-ONE-DETAIL THRU 3100-EXIT
029700         UNTIL WS-SORT-EOF.
029800 3000-EXIT.
029900     EXIT.
030000*----------------------------------------------------------
030100* 3100-WRITE-ONE-DETAIL - adds, changes, and address
030200*     changes for a customer who may not flow downstream
030300*     are withheld; deletes, merges, and status changes
030400*     always go.
030500*----------------------------------------------------------
030600 3100-WRITE-ONE-DETAIL.
030700     RETURN DELTA-SORT
030800         AT END
030900             SET WS-SORT-EOF TO TRUE
031000             GO TO 3100-EXIT
031100     END-RETURN.
031200     MOVE SR-DETAIL TO WS-DETAIL-WORK.
031300     MOVE WS-DETAIL-WORK TO CUST-DELTA-RECORD.
031400     IF DL-CHANGE-ADD OR DL-CHANGE-CHANGE
031500             OR DL-CHANGE-ADDRESS
031600         PERFORM 3200-RESOLVE-STATUS THRU 3200-EXIT
031700         IF WS-CUR-STATUS = 'C' OR WS-CUR-STATUS = 'D'
031800                 OR WS-CUR-STATUS = 'P' OR WS-CUR-STATUS = 'R'
031900             ADD 1 TO WS-WITHHELD-COUNT
032000             GO TO 3100-EXIT
032100         END-IF
032200     END-IF.
032300     IF DL-CHANGE-ADDRESS
032400         SET PM-FUNC-STREET TO TRUE
032500         MOVE DL-ADDR-LINE-1 TO PM-FIELD
032600         CALL 'PII-MASK' USING PII-MASK-PARMS
032700         MOVE PM-FIELD TO DL-ADDR-LINE-1
032800     END-IF.
032900     WRITE CUST-DELTA-RECORD.
033000     ADD 1 TO WS-DETAIL-COUNT.
033100     ADD DL-CUST-ID TO WS-HASH-TOTAL.
033200 3100-EXIT.
033300     EXIT.
033400*----------------------------------------------------------
033500* 3200-RESOLVE-STATUS - the status in force for the
033600*     detail's customer as of the business date, as
033700*     CUST-EXTRACT resolves it. No record means active.
033800*----------------------------------------------------------
033900 3200-RESOLVE-STATUS.
034000     MOVE 'A' TO WS-CUR-STATUS.
034100     IF NOT WS-CS-OPEN
034200         GO TO 3200-EXIT
034300     END-IF.
034400     SET WS-STATUS-EOF TO FALSE.
034500     MOVE DL-CUST-ID TO CS-CUST-ID.
034600     MOVE ZERO TO CS-EFF-DATE.
034700     START CUST-STATUS
034800         KEY IS NOT LESS THAN CS-STATUS-KEY
034900         INVALID KEY
035000             SET WS-STATUS-EOF TO TRUE
035100     END-START.
035200     PERFORM 3210-READ-NEXT-STATUS THRU 3210-EXIT
035300         UNTIL WS-STATUS-EOF.
035400 3200-EXIT.
035500     EXIT.
035600*----------------------------------------------------------
035700* 3210-READ-NEXT-STATUS
035800*----------------------------------------------------------
035900 3210-READ-NEXT-STATUS.
036000     READ CUST-STATUS NEXT RECORD
036100         AT END
036200             SET WS-STATUS-EOF TO TRUE
036300         NOT AT END
036400             IF CS-CUST-ID NOT = DL-CUST-ID
036500                 OR CS-EFF-DATE > WS-RUN-DATE
036600                 SET WS-STATUS-EOF TO TRUE
036700             ELSE
036800                 MOVE CS-STATUS-CODE TO WS-CUR-STATUS
036900             END-IF
037000     END-READ.
037100 3210-EXIT.
037200     EXIT.
037300*----------------------------------------------------------
037400* 9000-TERMINATE - trailer, register entry, job history.
037500*----------------------------------------------------------
037600 9000-TERMINATE.
037700     MOVE SPACES TO CUST-DELTA-RECORD.
037800     SET DL-TYPE-TRAILER TO TRUE.
037900     MOVE WS-RUN-DATE TO DL-BUSINESS-DATE.
038000     MOVE WS-DETAIL-COUNT TO DL-DETAIL-COUNT.
038100     MOVE WS-HASH-TOTAL TO DL-HASH-TOTAL.
038200     WRITE CUST-DELTA-RECORD.
038300     CLOSE CUST-DELTA-FILE.
038400     IF WS-CS-OPEN
038500         CLOSE CUST-STATUS
038600     END-IF.
038700     MOVE 'CUSTDLTA' TO XM-FILE-NAME.
038800     MOVE WS-RUN-DATE TO XM-BUSINESS-DATE.
038900     MOVE WS-DETAIL-COUNT TO XM-RECORD-COUNT.
039000     MOVE WS-HASH-TOTAL TO XM-HASH-TOTAL.
039100     MOVE ZERO TO XM-RESEND-OF-DATE.
039200     CALL 'XMIT-REG' USING XMIT-REG-PARMS.
039300     DISPLAY 'CUST-DELTA - ', WS-HIST-COUNT,
039400         ' HISTORY CHANGE(S), ', WS-STATUS-COUNT,
039500         ' STATUS CHANGE(S)'.
039600     DISPLAY 'CUST-DELTA - ', WS-DETAIL-COUNT,
039700         ' DETAIL(S) SENT, ', WS-WITHHELD-COUNT,
039800         ' WITHHELD'.
039900     SET JB-FUNC-END TO TRUE.
040000     MOVE WS-DETAIL-COUNT TO JB-RECORD-COUNT.
040100     MOVE RETURN-CODE TO JB-RETURN-CODE.
040200     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
040300 9000-EXIT.
040400     EXIT.
