000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CUST-RECOVER.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Point-in-time recovery of CUSTOMER-MASTER. CUST-RELOAD
000900* can only put the master back as the last CUST-UNLOAD
001000* left it; this program starts from the same CUSTBKP
001100* backup and then replays the CUSTHIST change log on top
001200* of it, in change date and time order, up to the business
001300* date and time of day the operator names - so intake and
001400* maintenance keyed since the backup are recovered instead
001500* of re-keyed. Pass one proves the backup against its
001600* trailer, as SITE-RESTORE does, and a backup that does
001700* not prove ends with return code 8 and the master
001800* untouched. The master is then rebuilt from the backup,
001900* the log replayed, and the rebuilt file re-read and
002000* proven against the backup figures carried forward by
002100* every add and delete applied. Every replayed entry is
002200* listed on the RCVRRPT reconciliation as applied,
002300* skipped, or in conflict, with the counts; any conflict
002400* ends with return code 4 for follow-up.
002500*----------------------------------------------------------
002600* Replay rules. Each master record carries its update
002700* stamp (CM-UPDATE-SEQ), and the log images carry the
002800* stamp they held, so an entry the backup already
002900* reflects - one keyed on the backup date before the
003000* unload ran - is recognized and skipped rather than
003100* applied twice:
003200*   add     - written when the customer is not on file;
003300*             skipped when the file already holds the
003400*             record at the same or a later stamp.
003500*   change  - applied when the file holds exactly the
003600*             before image; skipped when the file already
003700*             holds the after image's stamp or later.
003800*   delete  - applied when the file holds exactly the
003900*   merge     before image (a merge deletes the customer
004000*             merged away; the survivor is untouched);
004100*             skipped when the customer is already gone.
004200* Anything else - a change for a customer not on file, a
004300* file record that is neither the before image nor a later
004400* one - is a conflict: the entry is not applied and is
004500* listed for the record to be put right by hand. Address
004600* changes and update collisions never changed the master
004700* and are counted, not replayed.
004800*----------------------------------------------------------
004900*    MODIFICATION HISTORY
005000*    DATE        INIT  DESCRIPTION
005100*    2026-10-15   DN   Original program.
005110*    2026-10-15   DN   Widen the replay sort's history image to
005120*                      203 bytes to carry CH-CHAIN-VALUE.
005200*----------------------------------------------------------
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CM-CUST-ID
006000         ALTERNATE RECORD KEY IS CM-CUST-NAME
006100             WITH DUPLICATES
006200         FILE STATUS IS CM-FILE-STATUS.
006300     SELECT CUST-BACKUP ASSIGN TO 'CUSTBKP'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS CB-FILE-STATUS.
006600     SELECT CUST-HISTORY ASSIGN TO 'CUSTHIST'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CH-FILE-STATUS.
006900     SELECT REPLAY-SORT ASSIGN TO 'RCVSRTWK'.
007000     SELECT RECOVERY-REPORT ASSIGN TO 'RCVRRPT'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS RR-FILE-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CUSTOMER-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800     COPY "custrec.cpy".
007900*
008000 FD  CUST-BACKUP
008100     LABEL RECORDS ARE STANDARD.
008200     COPY "custbkp.cpy".
008300*
008400 FD  CUST-HISTORY
008500     LABEL RECORDS ARE STANDARD.
008600     COPY "custhist.cpy".
008700*
008800*    One log entry to replay, with a release sequence so
008900*    entries logged in the same second keep their log
009000*    order.
009100 SD  REPLAY-SORT.
009200 01  RS-SORT-RECORD.
009300     05  RS-CHANGE-DATE          PIC 9(08).
009400     05  RS-CHANGE-TIME          PIC 9(08).
009500     05  RS-SEQ                  PIC 9(07).
009600     05  RS-HIST-DATA            PIC X(203).
009700*
009800 FD  RECOVERY-REPORT
009900     LABEL RECORDS ARE STANDARD.
010000 01  REPORT-LINE                 PIC X(80).
010100*
010200 WORKING-STORAGE SECTION.
010300 01  CM-FILE-STATUS              PIC X(02).
010400 01  CB-FILE-STATUS              PIC X(02).
010500 01  CH-FILE-STATUS              PIC X(02).
010600 01  RR-FILE-STATUS              PIC X(02).
010700*
010800 01  WS-FILE-EOF-SW              PIC X(01).
010900     88  WS-FILE-EOF             VALUE 'Y' FALSE 'N'.
011000 01  WS-SORT-EOF-SW              PIC X(01).
011100     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
011200 01  WS-VERIFIED-SW              PIC X(01) VALUE 'N'.
011300     88  WS-BACKUP-VERIFIED      VALUE 'Y' FALSE 'N'.
011400 01  WS-HEADER-SEEN-SW           PIC X(01) VALUE 'N'.
011500     88  WS-HEADER-SEEN          VALUE 'Y' FALSE 'N'.
011600 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
011700     88  WS-TRAILER-SEEN         VALUE 'Y' FALSE 'N'.
011800 01  WS-ON-FILE-SW               PIC X(01).
011900     88  WS-ON-FILE              VALUE 'Y' FALSE 'N'.
012000*
012100*    The recovery point the operator names.
012200 01  WS-TARGET-DATE-IN           PIC X(08).
012300 01  WS-TARGET-DATE REDEFINES WS-TARGET-DATE-IN
012400                                 PIC 9(08).
012500 01  WS-TARGET-TIME-IN           PIC X(06).
012600 01  WS-TARGET-TIME-6 REDEFINES WS-TARGET-TIME-IN
012700                                 PIC 9(06).
012800 01  WS-TARGET-TIME              PIC 9(08).
012900*
013000 01  WS-BACKUP-DATE              PIC 9(08) VALUE 0.
013100 01  WS-BACKUP-COUNT             PIC 9(09) COMP VALUE 0.
013200 01  WS-BACKUP-HASH              PIC 9(15) COMP VALUE 0.
013300 01  WS-TRAILER-COUNT            PIC 9(09) VALUE 0.
013400 01  WS-TRAILER-HASH             PIC 9(15) VALUE 0.
013500 01  WS-LEAD-ID                  PIC X(06).
013600 01  WS-LEAD-ID-NUM REDEFINES WS-LEAD-ID
013700                                 PIC 9(06).
013800*
013900*    What the rebuilt file must hold once the replay is
014000*    done: the backup figures moved by each add and
014100*    delete applied.
014200 01  WS-EXPECT-COUNT             PIC S9(09) COMP VALUE 0.
014300 01  WS-EXPECT-HASH              PIC S9(15) COMP VALUE 0.
014400 01  WS-VERIFY-COUNT             PIC 9(09) COMP VALUE 0.
014500 01  WS-VERIFY-HASH              PIC 9(15) COMP VALUE 0.
014600*
014700 01  WS-RELEASE-SEQ              PIC 9(07) VALUE 0.
014800 01  WS-FILE-SEQ                 PIC 9(07).
014900 01  WS-IMAGE-SEQ                PIC 9(07).
015000 01  WS-RESULT                   PIC X(08).
015100 01  WS-REASON                   PIC X(24).
015200*    Held apart from RETURN-CODE, which every CALL resets.
015300 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
015400*
015500 01  WS-READ-COUNT               PIC 9(09) COMP VALUE 0.
015600 01  WS-BEFORE-COUNT             PIC 9(09) COMP VALUE 0.
015700 01  WS-AFTER-COUNT              PIC 9(09) COMP VALUE 0.
015800 01  WS-NOT-MASTER-COUNT         PIC 9(09) COMP VALUE 0.
015900 01  WS-APPLIED-COUNT            PIC 9(09) COMP VALUE 0.
016000 01  WS-SKIPPED-COUNT            PIC 9(09) COMP VALUE 0.
016100 01  WS-CONFLICT-COUNT           PIC 9(09) COMP VALUE 0.
016200*
016300*    A log image laid out as the master record.
016400 COPY "custrec.cpy"
016500     REPLACING ==CUST-MASTER-RECORD== BY ==HIST-IMAGE-RECORD==
016600         ==CM-CUST-ID== BY ==HI-CUST-ID==
016700         ==CM-CUST-NAME== BY ==HI-CUST-NAME==
016800         ==CM-NAME-PARTS== BY ==HI-NAME-PARTS==
016900         ==CM-LAST-NAME== BY ==HI-LAST-NAME==
017000         ==CM-FIRST-NAME== BY ==HI-FIRST-NAME==
017100         ==CM-ADD-DATE== BY ==HI-ADD-DATE==
017200         ==CM-BRANCH-CODE== BY ==HI-BRANCH-CODE==
017300         ==CM-UPDATE-SEQ== BY ==HI-UPDATE-SEQ==
017400         ==CM-SEQ-AT-LIMIT== BY ==HI-SEQ-AT-LIMIT==.
017500*
017600 COPY "rundate.cpy".
017700 COPY "jobhstpm.cpy".
017800*
017900 01  RPT-TITLE-LINE.
018000     05  FILLER                  PIC X(31) VALUE
018100         'CUSTOMER-MASTER RECOVERY - BKP '.
018200     05  RPT-BACKUP-DATE         PIC 9(08).
018300     05  FILLER                  PIC X(13) VALUE
018400         ' REPLAYED TO '.
018500     05  RPT-TARGET-DATE         PIC 9(08).
018600     05  FILLER                  PIC X(01) VALUE SPACES.
018700     05  RPT-TARGET-TIME         PIC 9(06).
018800*
018900 01  RPT-HEADING-LINE.
019000     05  FILLER                  PIC X(40) VALUE
019100         'DATE      TIME      T  CUST    SOURCE   '.
019200     05  FILLER                  PIC X(40) VALUE
019300         '        RESULT    REASON                '.
019400*
019500 01  RPT-ENTRY-LINE.
019600     05  RPE-CHANGE-DATE         PIC 9(08).
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  RPE-CHANGE-TIME         PIC 9(08).
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  RPE-CHANGE-TYPE         PIC X(01).
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  RPE-CUST-ID             PIC 9(06).
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  RPE-SOURCE-PGM          PIC X(15).
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  RPE-RESULT              PIC X(08).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  RPE-REASON              PIC X(22).
020900*
021000 01  RPT-COUNT-LINE.
021100     05  RPC-LABEL               PIC X(32).
021200     05  RPC-COUNT               PIC ZZZ,ZZZ,ZZ9.
021300*
021400 PROCEDURE DIVISION.
021500*----------------------------------------------------------
021600* 0000-MAINLINE
021700*----------------------------------------------------------
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-VERIFY-BACKUP THRU 2000-EXIT.
022100     IF NOT WS-BACKUP-VERIFIED
022200         DISPLAY 'CUST-RECOVER - BACKUP DID NOT PROVE - ',
022300             'NOTHING RECOVERED'
022400         MOVE 8 TO WS-RETURN-CODE
022500         GO TO 0000-FINISH
022600     END-IF.
022700     IF WS-TARGET-DATE < WS-BACKUP-DATE
022800         DISPLAY 'CUST-RECOVER - RECOVERY POINT IS BEFORE ',
022900             'THE BACKUP OF ', WS-BACKUP-DATE,
023000             ' - NOTHING RECOVERED'
023100         MOVE 8 TO WS-RETURN-CODE
023200         GO TO 0000-FINISH
023300     END-IF.
023400     PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT.
023500     PERFORM 3900-WRITE-HEADINGS THRU 3900-EXIT.
023600     SORT REPLAY-SORT
023700         ON ASCENDING KEY RS-CHANGE-DATE RS-CHANGE-TIME
023800             RS-SEQ
023900         INPUT PROCEDURE IS 4000-RELEASE-HISTORY
024000             THRU 4000-EXIT
024100         OUTPUT PROCEDURE IS 5000-REPLAY-HISTORY
024200             THRU 5000-EXIT.
024300     PERFORM 6000-VERIFY-MASTER THRU 6000-EXIT.
024400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
024500 0000-FINISH.
024600     IF RR-FILE-STATUS = '00'
024700         CLOSE RECOVERY-REPORT
024800     END-IF.
024900     SET JB-FUNC-END TO TRUE.
025000     MOVE WS-APPLIED-COUNT TO JB-RECORD-COUNT.
025100     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
025200     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
025300     MOVE WS-RETURN-CODE TO RETURN-CODE.
025400     GOBACK.
025500*----------------------------------------------------------
025600* 1000-INITIALIZE - the recovery point: a business date,
025700*     defaulting to today's, and a time of day on it,
025800*     defaulting to the end of the day.
025900*----------------------------------------------------------
026000 1000-INITIALIZE.
026100     CALL 'BUS-DATE' USING WS-RUN-DATE.
026200     SET JB-FUNC-START TO TRUE.
026300     MOVE 'CUST-RECOVER' TO JB-PROGRAM-ID.
026400     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
026500     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
026600     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
026700     DISPLAY 'Recover to business date ',
026800         '(YYYYMMDD, blank = ', WS-RUN-DATE, '): '.
026900     ACCEPT WS-TARGET-DATE-IN.
027000     IF WS-TARGET-DATE-IN = SPACES
027100         MOVE WS-RUN-DATE TO WS-TARGET-DATE
027200     END-IF.
027300     IF WS-TARGET-DATE-IN IS NOT NUMERIC
027400         OR WS-TARGET-DATE > WS-RUN-DATE
027500         DISPLAY 'INVALID RECOVERY DATE - ',
027600             'DEFAULTING TO ', WS-RUN-DATE
027700         MOVE WS-RUN-DATE TO WS-TARGET-DATE
027800     END-IF.
027900     DISPLAY 'Recover to time of day ',
028000         '(HHMMSS, blank = end of day): '.
028100     ACCEPT WS-TARGET-TIME-IN.
028200     IF WS-TARGET-TIME-IN = SPACES
028300         MOVE 99999999 TO WS-TARGET-TIME
028400     ELSE
028500         IF WS-TARGET-TIME-IN IS NOT NUMERIC
028600             DISPLAY 'INVALID RECOVERY TIME - ',
028700                 'DEFAULTING TO END OF DAY'
028800             MOVE 99999999 TO WS-TARGET-TIME
028900         ELSE
029000             COMPUTE WS-TARGET-TIME =
029100                 WS-TARGET-TIME-6 * 100 + 99
029200         END-IF
029300     END-IF.
029400     OPEN OUTPUT RECOVERY-REPORT.
029500 1000-EXIT.
029600     EXIT.
029700*----------------------------------------------------------
029800* 2000-VERIFY-BACKUP - pass one: recount and rehash the
029900*     backup and prove it against its trailer before the
030000*     master is touched.
030100*----------------------------------------------------------
030200 2000-VERIFY-BACKUP.
030300     OPEN INPUT CUST-BACKUP.
030400     IF CB-FILE-STATUS NOT = '00'
030500         DISPLAY 'CUST-RECOVER - NO BACKUP ON DISK - ',
030600             'STATUS ', CB-FILE-STATUS
030700         GO TO 2000-EXIT
030800     END-IF.
030900     SET WS-FILE-EOF TO FALSE.
031000     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
031100         UNTIL WS-FILE-EOF.
031200     CLOSE CUST-BACKUP.
031300     IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
031400         DISPLAY 'CUST-RECOVER - BACKUP HAS NO HEADER OR ',
031500             'NO TRAILER'
031600         GO TO 2000-EXIT
031700     END-IF.
031800     IF WS-BACKUP-COUNT NOT = WS-TRAILER-COUNT
031900         OR WS-BACKUP-HASH NOT = WS-TRAILER-HASH
032000         DISPLAY '  TRAILER COUNT: ', WS-TRAILER-COUNT,
032100             '  BACKUP: ', WS-BACKUP-COUNT
032200         DISPLAY '  TRAILER HASH:  ', WS-TRAILER-HASH,
032300             '  BACKUP: ', WS-BACKUP-HASH
032400         GO TO 2000-EXIT
032500     END-IF.
032600     SET WS-BACKUP-VERIFIED TO TRUE.
032700     DISPLAY 'CUST-RECOVER - BACKUP OF ', WS-BACKUP-DATE,
032800         ' PROVEN - ', WS-BACKUP-COUNT, ' RECORDS'.
032900 2000-EXIT.
033000     EXIT.
033100*----------------------------------------------------------
033200* 2100-VERIFY-ONE-RECORD
033300*----------------------------------------------------------
033400 2100-VERIFY-ONE-RECORD.
033500     READ CUST-BACKUP
033600         AT END
033700             SET WS-FILE-EOF TO TRUE
033800             GO TO 2100-EXIT
033900     END-READ.
034000     EVALUATE TRUE
034100         WHEN CB-TYPE-HEADER
034200             SET WS-HEADER-SEEN TO TRUE
034300             MOVE CB-BACKUP-DATE TO WS-BACKUP-DATE
034400         WHEN CB-TYPE-DETAIL
034500             ADD 1 TO WS-BACKUP-COUNT
034600             MOVE CB-DETAIL-DATA (1:6) TO WS-LEAD-ID
034700             IF WS-LEAD-ID IS NUMERIC
034800                 ADD WS-LEAD-ID-NUM TO WS-BACKUP-HASH
034900             END-IF
035000         WHEN CB-TYPE-TRAILER
035100             SET WS-TRAILER-SEEN TO TRUE
035200             MOVE CB-RECORD-COUNT TO WS-TRAILER-COUNT
035300             MOVE CB-HASH-TOTAL TO WS-TRAILER-HASH
035400     END-EVALUATE.
035500 2100-EXIT.
035600     EXIT.
035700*----------------------------------------------------------
035800* 3000-RELOAD-MASTER - pass two: rebuild CUSTOMER-MASTER
035900*     from empty with the proven backup, as CUST-RELOAD
036000*     does, and leave it open for the replay.
036100*----------------------------------------------------------
036200 3000-RELOAD-MASTER.
036300     OPEN INPUT CUST-BACKUP.
036400     OPEN OUTPUT CUSTOMER-MASTER.
036500     SET WS-FILE-EOF TO FALSE.
036600     PERFORM 3100-RELOAD-ONE-RECORD THRU 3100-EXIT
036700         UNTIL WS-FILE-EOF.
036800     CLOSE CUST-BACKUP.
036900     CLOSE CUSTOMER-MASTER.
037000     OPEN I-O CUSTOMER-MASTER.
037100     MOVE WS-BACKUP-COUNT TO WS-EXPECT-COUNT.
037200     MOVE WS-BACKUP-HASH TO WS-EXPECT-HASH.
037300 3000-EXIT.
037400     EXIT.
037500*----------------------------------------------------------
037600* 3100-RELOAD-ONE-RECORD
037700*----------------------------------------------------------
037800 3100-RELOAD-ONE-RECORD.
037900     READ CUST-BACKUP
038000         AT END
038100             SET WS-FILE-EOF TO TRUE
038200             GO TO 3100-EXIT
038300     END-READ.
038400     IF NOT CB-TYPE-DETAIL
038500         GO TO 3100-EXIT
038600     END-IF.
038700     MOVE CB-DETAIL-DATA TO CUST-MASTER-RECORD.
038800     WRITE CUST-MASTER-RECORD
038900         INVALID KEY
039000             DISPLAY 'ERROR RELOADING CUSTOMER ', CM-CUST-ID
039100     END-WRITE.
039200 3100-EXIT.
039300     EXIT.
039400*----------------------------------------------------------
039500* 3900-WRITE-HEADINGS
039600*----------------------------------------------------------
039700 3900-WRITE-HEADINGS.
039800     MOVE WS-BACKUP-DATE TO RPT-BACKUP-DATE.
039900     MOVE WS-TARGET-DATE TO RPT-TARGET-DATE.
040000     MOVE WS-TARGET-TIME (1:6) TO RPT-TARGET-TIME.
040100     WRITE REPORT-LINE FROM RPT-TITLE-LINE.
040200     MOVE SPACES TO REPORT-LINE.
040300     WRITE REPORT-LINE.
040400     WRITE REPORT-LINE FROM RPT-HEADING-LINE.
040500 3900-EXIT.
040600     EXIT.
040700*----------------------------------------------------------
040800* 4000-RELEASE-HISTORY - sort input: the log entries from
040900*     the backup date through the recovery point. Entries
041000*     dated before the backup are already in it; entries
041100*     past the recovery point are what is being recovered
041200*     from.
041300*----------------------------------------------------------
041400 4000-RELEASE-HISTORY.
041500     OPEN INPUT CUST-HISTORY.
041600     IF CH-FILE-STATUS NOT = '00'
041700         DISPLAY 'CUST-RECOVER - NO CUSTHIST ON DISK - ',
041800             'MASTER RECOVERED TO THE BACKUP ONLY'
041900         MOVE 4 TO WS-RETURN-CODE
042000         GO TO 4000-EXIT
042100     END-IF.
042200     SET WS-FILE-EOF TO FALSE.
042300     PERFORM 4100-RELEASE-ONE-ENTRY THRU 4100-EXIT
042400         UNTIL WS-FILE-EOF.
042500     CLOSE CUST-HISTORY.
042600 4000-EXIT.
042700     EXIT.
042800*----------------------------------------------------------
042900* 4100-RELEASE-ONE-ENTRY
043000*----------------------------------------------------------
043100 4100-RELEASE-ONE-ENTRY.
043200     READ CUST-HISTORY
043300         AT END
043400             SET WS-FILE-EOF TO TRUE
043500             GO TO 4100-EXIT
043600     END-READ.
043700     ADD 1 TO WS-READ-COUNT.
043800     IF CH-CHANGE-DATE < WS-BACKUP-DATE
043900         ADD 1 TO WS-BEFORE-COUNT
044000         GO TO 4100-EXIT
044100     END-IF.
044200     IF CH-CHANGE-DATE > WS-TARGET-DATE
044300         OR (CH-CHANGE-DATE = WS-TARGET-DATE
044400             AND CH-CHANGE-TIME > WS-TARGET-TIME)
044500         ADD 1 TO WS-AFTER-COUNT
044600         GO TO 4100-EXIT
044700     END-IF.
044800     IF NOT CH-TYPE-ADD AND NOT CH-TYPE-CHANGE
044900             AND NOT CH-TYPE-DELETE AND NOT CH-TYPE-MERGE
045000         ADD 1 TO WS-NOT-MASTER-COUNT
045100         GO TO 4100-EXIT
045200     END-IF.
045300     ADD 1 TO WS-RELEASE-SEQ.
045400     MOVE CH-CHANGE-DATE TO RS-CHANGE-DATE.
045500     MOVE CH-CHANGE-TIME TO RS-CHANGE-TIME.
045600     MOVE WS-RELEASE-SEQ TO RS-SEQ.
045700     MOVE CUST-HISTORY-RECORD TO RS-HIST-DATA.
045800     RELEASE RS-SORT-RECORD.
045900 4100-EXIT.
046000     EXIT.
046100*----------------------------------------------------------
046200* 5000-REPLAY-HISTORY - sort output: each entry in change
046300*     order against the rebuilt master.
046400*----------------------------------------------------------
046500 5000-REPLAY-HISTORY.
046600     SET WS-SORT-EOF TO FALSE.
046700     PERFORM 5100-REPLAY-ONE-ENTRY THRU 5100-EXIT
046800         UNTIL WS-SORT-EOF.
046900 5000-EXIT.
047000     EXIT.
047100*----------------------------------------------------------
047200* 5100-REPLAY-ONE-ENTRY
047300*----------------------------------------------------------
047400 5100-REPLAY-ONE-ENTRY.
047500     RETURN REPLAY-SORT
047600         AT END
047700             SET WS-SORT-EOF TO TRUE
047800             GO TO 5100-EXIT
047900     END-RETURN.
048000     MOVE RS-HIST-DATA TO CUST-HISTORY-RECORD.
048100     MOVE SPACES TO WS-RESULT WS-REASON.
048200     MOVE CH-CUST-ID TO CM-CUST-ID.
048300     SET WS-ON-FILE TO TRUE.
048400     READ CUSTOMER-MASTER
048500         KEY IS CM-CUST-ID
048600         INVALID KEY
048700             SET WS-ON-FILE TO FALSE
048800     END-READ.
048900     MOVE 0 TO WS-FILE-SEQ.
049000     IF WS-ON-FILE AND CM-UPDATE-SEQ IS NUMERIC
049100         MOVE CM-UPDATE-SEQ TO WS-FILE-SEQ
049200     END-IF.
049300     EVALUATE TRUE
049400         WHEN CH-TYPE-ADD
049500             PERFORM 5200-REPLAY-ADD THRU 5200-EXIT
049600         WHEN CH-TYPE-CHANGE
049700             PERFORM 5300-REPLAY-CHANGE THRU 5300-EXIT
049800         WHEN OTHER
049900             PERFORM 5400-REPLAY-DELETE THRU 5400-EXIT
050000     END-EVALUATE.
050100     PERFORM 5900-LIST-ENTRY THRU 5900-EXIT.
050200 5100-EXIT.
050300     EXIT.
050400*----------------------------------------------------------
050500* 5200-REPLAY-ADD
050600*----------------------------------------------------------
050700 5200-REPLAY-ADD.
050800     MOVE CH-AFTER-IMAGE TO HIST-IMAGE-RECORD.
050900     PERFORM 5800-IMAGE-SEQ THRU 5800-EXIT.
051000     IF WS-ON-FILE
051100         IF WS-FILE-SEQ NOT < WS-IMAGE-SEQ
051200             MOVE 'SKIPPED' TO WS-RESULT
051300             MOVE 'ALREADY ON BACKUP' TO WS-REASON
051400         ELSE
051500             MOVE 'CONFLICT' TO WS-RESULT
051600             MOVE 'ID ALREADY ON FILE' TO WS-REASON
051700         END-IF
051800         GO TO 5200-EXIT
051900     END-IF.
052000     MOVE HIST-IMAGE-RECORD TO CUST-MASTER-RECORD.
052100     WRITE CUST-MASTER-RECORD
052200         INVALID KEY
052300             MOVE 'CONFLICT' TO WS-RESULT
052400             MOVE 'WRITE FAILED' TO WS-REASON
052500             GO TO 5200-EXIT
052600     END-WRITE.
052700     MOVE 'APPLIED' TO WS-RESULT.
052800     ADD 1 TO WS-EXPECT-COUNT.
052900     ADD CM-CUST-ID TO WS-EXPECT-HASH.
053000 5200-EXIT.
053100     EXIT.
053200*----------------------------------------------------------
053300* 5300-REPLAY-CHANGE
053400*----------------------------------------------------------
053500 5300-REPLAY-CHANGE.
053600     IF NOT WS-ON-FILE
053700         MOVE 'CONFLICT' TO WS-RESULT
053800         MOVE 'CUSTOMER NOT ON FILE' TO WS-REASON
053900         GO TO 5300-EXIT
054000     END-IF.
054100     MOVE CH-AFTER-IMAGE TO HIST-IMAGE-RECORD.
054200     PERFORM 5800-IMAGE-SEQ THRU 5800-EXIT.
054300     IF WS-FILE-SEQ NOT < WS-IMAGE-SEQ
054400         MOVE 'SKIPPED' TO WS-RESULT
054500         MOVE 'ALREADY ON BACKUP' TO WS-REASON
054600         GO TO 5300-EXIT
054700     END-IF.
054800     IF CUST-MASTER-RECORD NOT = CH-BEFORE-IMAGE
054900         MOVE 'CONFLICT' TO WS-RESULT
055000         MOVE 'FILE NOT BEFORE IMAGE' TO WS-REASON
055100         GO TO 5300-EXIT
055200     END-IF.
055300     MOVE HIST-IMAGE-RECORD TO CUST-MASTER-RECORD.
055400     REWRITE CUST-MASTER-RECORD
055500         INVALID KEY
055600             MOVE 'CONFLICT' TO WS-RESULT
055700             MOVE 'REWRITE FAILED' TO WS-REASON
055800             GO TO 5300-EXIT
055900     END-REWRITE.
056000     MOVE 'APPLIED' TO WS-RESULT.
056100 5300-EXIT.
056200     EXIT.
056300*----------------------------------------------------------
056400* 5400-REPLAY-DELETE - a delete, or a merge deleting the
056500*     customer merged away.
056600*----------------------------------------------------------
056700 5400-REPLAY-DELETE.
056800     IF NOT WS-ON-FILE
056900         MOVE 'SKIPPED' TO WS-RESULT
057000         MOVE 'ALREADY GONE' TO WS-REASON
057100         GO TO 5400-EXIT
057200     END-IF.
057300     IF CUST-MASTER-RECORD NOT = CH-BEFORE-IMAGE
057400         MOVE 'CONFLICT' TO WS-RESULT
057500         MOVE 'FILE NOT BEFORE IMAGE' TO WS-REASON
057600         GO TO 5400-EXIT
057700     END-IF.
057800     DELETE CUSTOMER-MASTER
057900         INVALID KEY
058000             MOVE 'CONFLICT' TO WS-RESULT
058100             MOVE 'DELETE FAILED' TO WS-REASON
058200             GO TO 5400-EXIT
058300     END-DELETE.
058400     MOVE 'APPLIED' TO WS-RESULT.
058500     SUBTRACT 1 FROM WS-EXPECT-COUNT.
058600     SUBTRACT CH-CUST-ID FROM WS-EXPECT-HASH.
058700 5400-EXIT.
058800     EXIT.
058900*----------------------------------------------------------
059000* 5800-IMAGE-SEQ - the stamp the log image carries; an
059100*     image from before stamps were kept counts as zero.
059200*----------------------------------------------------------
059300 5800-IMAGE-SEQ.
059400     MOVE 0 TO WS-IMAGE-SEQ.
059500     IF HI-UPDATE-SEQ IS NUMERIC
059600         MOVE HI-UPDATE-SEQ TO WS-IMAGE-SEQ
059700     END-IF.
059800 5800-EXIT.
059900     EXIT.
060000*----------------------------------------------------------
060100* 5900-LIST-ENTRY
060200*----------------------------------------------------------
060300 5900-LIST-ENTRY.
060400     EVALUATE WS-RESULT
060500         WHEN 'APPLIED'
060600             ADD 1 TO WS-APPLIED-COUNT
060700         WHEN 'SKIPPED'
060800             ADD 1 TO WS-SKIPPED-COUNT
060900         WHEN OTHER
061000             ADD 1 TO WS-CONFLICT-COUNT
061100     END-EVALUATE.
061200     MOVE CH-CHANGE-DATE TO RPE-CHANGE-DATE.
061300     MOVE CH-CHANGE-TIME TO RPE-CHANGE-TIME.
061400     MOVE CH-CHANGE-TYPE TO RPE-CHANGE-TYPE.
061500     MOVE CH-CUST-ID TO RPE-CUST-ID.
061600     MOVE CH-SOURCE-PGM TO RPE-SOURCE-PGM.
061700     MOVE WS-RESULT TO RPE-RESULT.
061800     MOVE WS-REASON TO RPE-REASON.
061900     WRITE REPORT-LINE FROM RPT-ENTRY-LINE.
062000 5900-EXIT.
062100     EXIT.
062200*----------------------------------------------------------
062300* 6000-VERIFY-MASTER - re-read the recovered file from
062400*     scratch; its count and hash must be the backup's
062500*     moved by every add and delete applied.
062600*----------------------------------------------------------
062700 6000-VERIFY-MASTER.
062800     CLOSE CUSTOMER-MASTER.
062900     OPEN INPUT CUSTOMER-MASTER.
063000     SET WS-FILE-EOF TO FALSE.
063100     PERFORM 6100-VERIFY-ONE-RECORD THRU 6100-EXIT
063200         UNTIL WS-FILE-EOF.
063300     CLOSE CUSTOMER-MASTER.
063400     IF WS-VERIFY-COUNT = WS-EXPECT-COUNT
063500         AND WS-VERIFY-HASH = WS-EXPECT-HASH
063600         DISPLAY 'CUST-RECOVER - RECOVERED MASTER PROVEN - ',
063700             WS-VERIFY-COUNT, ' RECORDS'
063800     ELSE
063900         DISPLAY 'CUST-RECOVER - RECOVERED MASTER OUT OF ',
064000             'BALANCE - FILE NOT RELEASED'
064100         DISPLAY '  EXPECTED COUNT: ', WS-EXPECT-COUNT,
064200             '  ON FILE: ', WS-VERIFY-COUNT
064300         DISPLAY '  EXPECTED HASH:  ', WS-EXPECT-HASH,
064400             '  ON FILE: ', WS-VERIFY-HASH
064500         MOVE 8 TO WS-RETURN-CODE
064600     END-IF.
064700 6000-EXIT.
064800     EXIT.
064900*----------------------------------------------------------
065000* 6100-VERIFY-ONE-RECORD
065100*----------------------------------------------------------
065200 6100-VERIFY-ONE-RECORD.
065300     READ CUSTOMER-MASTER NEXT RECORD
065400         AT END
065500             SET WS-FILE-EOF TO TRUE
065600             GO TO 6100-EXIT
065700     END-READ.
065800     ADD 1 TO WS-VERIFY-COUNT.
065900     ADD CM-CUST-ID TO WS-VERIFY-HASH.
066000 6100-EXIT.
066100     EXIT.
066200*----------------------------------------------------------
066300* 8000-WRITE-TOTALS - the reconciliation counts; every
066400*     entry read lands in exactly one of the first seven.
066500*----------------------------------------------------------
066600 8000-WRITE-TOTALS.
066700     MOVE SPACES TO REPORT-LINE.
066800     WRITE REPORT-LINE.
066900     MOVE 'HISTORY ENTRIES READ' TO RPC-LABEL.
067000     MOVE WS-READ-COUNT TO RPC-COUNT.
067100     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
067200     MOVE '  DATED BEFORE THE BACKUP' TO RPC-LABEL.
067300     MOVE WS-BEFORE-COUNT TO RPC-COUNT.
067400     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
067500     MOVE '  PAST THE RECOVERY POINT' TO RPC-LABEL.
067600     MOVE WS-AFTER-COUNT TO RPC-COUNT.
067700     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
067800     MOVE '  ADDRESS OR COLLISION ONLY' TO RPC-LABEL.
067900     MOVE WS-NOT-MASTER-COUNT TO RPC-COUNT.
068000     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
068100     MOVE '  APPLIED' TO RPC-LABEL.
068200     MOVE WS-APPLIED-COUNT TO RPC-COUNT.
068300     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
068400     MOVE '  SKIPPED' TO RPC-LABEL.
068500     MOVE WS-SKIPPED-COUNT TO RPC-COUNT.
068600     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
068700     MOVE '  IN CONFLICT' TO RPC-LABEL.
068800     MOVE WS-CONFLICT-COUNT TO RPC-COUNT.
068900     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
069000     MOVE 'MASTER RECORDS ON BACKUP' TO RPC-LABEL.
069100     MOVE WS-BACKUP-COUNT TO RPC-COUNT.
069200     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
069300     MOVE 'MASTER RECORDS RECOVERED' TO RPC-LABEL.
069400     MOVE WS-VERIFY-COUNT TO RPC-COUNT.
069500     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
069600     IF WS-CONFLICT-COUNT > 0 AND WS-RETURN-CODE < 4
069700         MOVE 4 TO WS-RETURN-CODE
069800     END-IF.
069900     DISPLAY 'CUST-RECOVER - ', WS-APPLIED-COUNT,
070000         ' APPLIED, ', WS-SKIPPED-COUNT, ' SKIPPED, ',
070100         WS-CONFLICT-COUNT, ' IN CONFLICT'.
070200 8000-EXIT.
070300     EXIT.
