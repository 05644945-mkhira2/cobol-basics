000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DAY-SUMMARY.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Nightly daily-activity summary: one DAYSUMM record per
000900* branch for the business date, holding the day's counts
001000* MONTH-END, YEAR-END and BRANCH-SCORE roll up, so those
001100* runs read a month of compact summaries instead of
001200* sweeping every log end to end.
001300*
001400*   Intake adds        OPERACT ADD entries (capturing
001500*                      branch)
001600*   Rejects            IFEXCREJ / USERREJ / CUSTLDREJ
001700*                      entries - no branch, under '---'
001800*   Sequence numbers   SEQNBRS generated / DOCUSED used -
001900*                      no branch, under '---'
002000*   Exceptions         AUDITLOG exceptions raised, by
002100*                      severity (measuring branch)
002200*   New customers      CUSTMAST records added on the day
002300*   Intake rejects     OPERACT INTKREJ entries (capturing
002400*     logged           branch)
002500*   Newly dormant      CUSTSTAT Inactive rows effective on
002600*   Closed             the day / Closed rows likewise
002700*   Statements         CORRHIST STMT and ESTM entries
002800*   Suppressed         CORRHIST SUPR entries
002900*   Returned mail      OPERACT NIXIE entries
003000*   GL exception cost  GLPOSTH debit details of severity W
003100*                      or C booked for the day
003200*
003300* A customer's branch is the CM-BRANCH-CODE on the master;
003400* activity no branch can be found for collects under '---'.
003500* The date defaults to the business date; naming another
003600* date rebuilds that single day, replacing whatever was
003700* summarised for it. A rebuild must run while the day's
003800* records are still on the live logs - after LOG-ARCHIVE
003900* has swept them it would summarise short.
004000*----------------------------------------------------------
004100*    MODIFICATION HISTORY
004200*    DATE        INIT  DESCRIPTION
004300*    2026-10-15   DN   Original program.
004400*----------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CM-CUST-ID
005200         ALTERNATE RECORD KEY IS CM-CUST-NAME
005300             WITH DUPLICATES
005400         FILE STATUS IS CM-FILE-STATUS.
005500     SELECT CUST-STATUS ASSIGN TO 'CUSTSTAT'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CS-STATUS-KEY
005900         FILE STATUS IS CS-FILE-STATUS.
006000     SELECT OPER-ACTIVITY-LOG ASSIGN TO 'OPERACT'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS OV-FILE-STATUS.
006300     SELECT IFEX-REJECT-LOG ASSIGN TO 'IFEXCREJ'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS J1-FILE-STATUS.
006600     SELECT USER-REJECT-LOG ASSIGN TO 'USERREJ'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS J2-FILE-STATUS.
006900     SELECT LOAD-REJECT-LOG ASSIGN TO 'CUSTLDREJ'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS J3-FILE-STATUS.
007200     SELECT SEQ-NUMBERS ASSIGN TO 'SEQNBRS'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS SN-FILE-STATUS.
007500     SELECT DOCUMENT-USE-LOG ASSIGN TO 'DOCUSED'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS DU-FILE-STATUS.
007800     SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS AL-FILE-STATUS.
008100     SELECT CORR-HISTORY ASSIGN TO 'CORRHIST'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS CO-FILE-STATUS.
008400     SELECT GL-POSTING-HISTORY ASSIGN TO 'GLPOSTH'
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS GH-FILE-STATUS.
008700     SELECT DAY-SUMMARY ASSIGN TO 'DAYSUMM'
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS DS-KEY
009100         FILE STATUS IS DS-FILE-STATUS.
009200     SELECT SUMM-SORT ASSIGN TO 'DSUSRTWK'.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  CUSTOMER-MASTER
009700     LABEL RECORDS ARE STANDARD.
009800     COPY "custrec.cpy".
009900*
010000 FD  CUST-STATUS
010100     LABEL RECORDS ARE STANDARD.
010200     COPY "custstat.cpy".
010300*
010400 FD  OPER-ACTIVITY-LOG
010500     LABEL RECORDS ARE STANDARD.
010600     COPY "operact.cpy".
010700*
010800 FD  IFEX-REJECT-LOG
010900     LABEL RECORDS ARE STANDARD.
011000 01  J1-REJECT-RECORD            PIC X(91).
011100*
011200 FD  USER-REJECT-LOG
011300     LABEL RECORDS ARE STANDARD.
011400 01  J2-REJECT-RECORD            PIC X(91).
011500*
011600 FD  LOAD-REJECT-LOG
011700     LABEL RECORDS ARE STANDARD.
011800 01  J3-REJECT-RECORD            PIC X(91).
011900*
012000 FD  SEQ-NUMBERS
012100     LABEL RECORDS ARE STANDARD.
012200     COPY "seqnumrc.cpy".
012300*
012400 FD  DOCUMENT-USE-LOG
012500     LABEL RECORDS ARE STANDARD.
012600     COPY "docuserc.cpy".
012700*
012800 FD  AUDIT-LOG
012900     LABEL RECORDS ARE STANDARD.
013000     COPY "auditrec.cpy".
013100*
013200 FD  CORR-HISTORY
013300     LABEL RECORDS ARE STANDARD.
013400     COPY "corrhist.cpy".
013500*
013600 FD  GL-POSTING-HISTORY
013700     LABEL RECORDS ARE STANDARD.
013800     COPY "glpost.cpy".
013900*
014000 FD  DAY-SUMMARY
014100     LABEL RECORDS ARE STANDARD.
014200     COPY "daysumm.cpy".
014300*
014400 SD  SUMM-SORT.
014500 01  SR-SORT-RECORD.
014600     05  SR-BRANCH-CODE          PIC X(03).
014700     05  SR-FIGURE-NBR           PIC 9(02).
014800     05  SR-AMOUNT               PIC S9(09)V99.
014900*
015000 WORKING-STORAGE SECTION.
015100 01  CM-FILE-STATUS              PIC X(02).
015200 01  CS-FILE-STATUS              PIC X(02).
015300 01  OV-FILE-STATUS              PIC X(02).
015400 01  J1-FILE-STATUS              PIC X(02).
015500 01  J2-FILE-STATUS              PIC X(02).
015600 01  J3-FILE-STATUS              PIC X(02).
015700 01  SN-FILE-STATUS              PIC X(02).
015800 01  DU-FILE-STATUS              PIC X(02).
015900 01  AL-FILE-STATUS              PIC X(02).
016000 01  CO-FILE-STATUS              PIC X(02).
016100 01  GH-FILE-STATUS              PIC X(02).
016200 01  DS-FILE-STATUS              PIC X(02).
016300*
016400*    The reject logs all carry the shared REJECT-RECORD
016500*    layout; only the date is needed here.
016600 01  WS-REJECT-WORK.
016700     05  FILLER                  PIC X(15).
016800     05  WS-RJ-DATE              PIC 9(08).
016900     05  FILLER                  PIC X(68).
017000*
017100 01  WS-FILE-EOF-SW              PIC X(01).
017200     88  WS-FILE-EOF             VALUE 'Y' FALSE 'N'.
017300 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
017400     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
017500 01  WS-CM-OPEN-SW               PIC X(01) VALUE 'N'.
017600     88  WS-CM-OPEN              VALUE 'Y' FALSE 'N'.
017700 01  WS-DS-OPEN-SW               PIC X(01) VALUE 'N'.
017800     88  WS-DS-OPEN              VALUE 'Y' FALSE 'N'.
017900 01  WS-BRANCH-STARTED-SW        PIC X(01) VALUE 'N'.
018000     88  WS-BRANCH-STARTED       VALUE 'Y' FALSE 'N'.
018100*
018200 01  WS-SUMM-DATE                PIC 9(08).
018300 01  WS-DATE-IN                  PIC X(08).
018400 01  WS-DATE-IN-NUM REDEFINES WS-DATE-IN
018500                                 PIC 9(08).
018600*
018700*    The figure released to the sort, and the customer
018800*    whose branch it belongs to.
018900 01  WS-REL-BRANCH               PIC X(03).
019000 01  WS-REL-FIGURE               PIC 9(02).
019100 01  WS-REL-AMOUNT               PIC S9(09)V99.
019200 01  WS-LOOKUP-ID                PIC 9(06).
019300 01  WS-LOOKUP-ID-X REDEFINES WS-LOOKUP-ID
019400                                 PIC X(06).
019500*
019600*    The branch in hand, in the DAYSUMM count order with
019700*    the GL cost as figure seventeen.
019800 01  WS-CUR-BRANCH               PIC X(03).
019900 01  WS-CUR-FIGURES.
020000     05  WS-CUR-FIGURE           PIC S9(09)V99
020100                                 OCCURS 17 TIMES.
020200 01  WS-FIG-SUB                  PIC 9(02) COMP.
020300 77  WS-FIG-COUNTS               PIC 9(02) VALUE 16.
020400 77  WS-FIG-COST                 PIC 9(02) VALUE 17.
020500 01  WS-BRANCH-COUNT             PIC 9(05) COMP VALUE 0.
020600 01  WS-CLEARED-COUNT            PIC 9(05) COMP VALUE 0.
020700*    Held apart from RETURN-CODE, which every CALL resets.
020800 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
020900*
021000 COPY "rundate.cpy".
021100 COPY "jobhstpm.cpy".
021200*
021300 PROCEDURE DIVISION.
021400*----------------------------------------------------------
021500* 0000-MAINLINE
021600*----------------------------------------------------------
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     IF WS-DS-OPEN
022000         SORT SUMM-SORT
022100             ON ASCENDING KEY SR-BRANCH-CODE
022200             INPUT PROCEDURE IS 2000-GATHER-DAY
022300                 THRU 2000-EXIT
022400             OUTPUT PROCEDURE IS 5000-WRITE-SUMMARIES
022500                 THRU 5000-EXIT
022600     END-IF.
022700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022800     MOVE WS-RETURN-CODE TO RETURN-CODE.
022900     GOBACK.
023000*----------------------------------------------------------
023100* 1000-INITIALIZE - the date defaults to the business
023200*     date; a rebuild names the single day to redo, which
023300*     may not be later than the business date.
023400*----------------------------------------------------------
023500 1000-INITIALIZE.
023600     CALL 'BUS-DATE' USING WS-RUN-DATE.
023700     SET JB-FUNC-START TO TRUE.
023800     MOVE 'DAY-SUMMARY' TO JB-PROGRAM-ID.
023900     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
024000     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
024100     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
024200     DISPLAY 'Date to summarise YYYYMMDD ',
024300         '(blank = business date): '.
024400     ACCEPT WS-DATE-IN.
024500     IF WS-DATE-IN = SPACES
024600         MOVE WS-RUN-DATE TO WS-SUMM-DATE
024700     ELSE
024800         IF WS-DATE-IN IS NOT NUMERIC
024900                 OR WS-DATE-IN-NUM > WS-RUN-DATE
025000             DISPLAY 'DAY-SUMMARY - DATE ', WS-DATE-IN,
025100                 ' NOT VALID FOR A REBUILD - NOTHING DONE'
025200             MOVE 8 TO WS-RETURN-CODE
025300             GO TO 1000-EXIT
025400         END-IF
025500         MOVE WS-DATE-IN-NUM TO WS-SUMM-DATE
025600         DISPLAY 'DAY-SUMMARY - REBUILDING ', WS-SUMM-DATE
025700     END-IF.
025800     OPEN INPUT CUSTOMER-MASTER.
025900     IF CM-FILE-STATUS = '00'
026000         SET WS-CM-OPEN TO TRUE
026100     ELSE
026200         DISPLAY 'DAY-SUMMARY - CUSTMAST NOT AVAILABLE, '
026300             'STATUS ', CM-FILE-STATUS
026400     END-IF.
026500     PERFORM 1200-OPEN-DAY-SUMMARY THRU 1200-EXIT.
026600 1000-EXIT.
026700     EXIT.
026800*----------------------------------------------------------
026900* 1200-OPEN-DAY-SUMMARY - created empty on the first run;
027000*     anything already summarised for the date is cleared
027100*     so a rerun or rebuild replaces the day whole.
027200*----------------------------------------------------------
027300 1200-OPEN-DAY-SUMMARY.
027400     OPEN I-O DAY-SUMMARY.
027500     IF DS-FILE-STATUS = '35'
027600         OPEN OUTPUT DAY-SUMMARY
027700         CLOSE DAY-SUMMARY
027800         OPEN I-O DAY-SUMMARY
027900     END-IF.
028000     IF DS-FILE-STATUS NOT = '00'
028100         DISPLAY 'DAY-SUMMARY - DAYSUMM NOT AVAILABLE, '
028200             'STATUS ', DS-FILE-STATUS
028300         MOVE 8 TO WS-RETURN-CODE
028400         GO TO 1200-EXIT
028500     END-IF.
028600     SET WS-DS-OPEN TO TRUE.
028700     PERFORM 1300-CLEAR-SUMMARY-DATE THRU 1300-EXIT.
028800 1200-EXIT.
028900     EXIT.
029000*----------------------------------------------------------
029100* 1300-CLEAR-SUMMARY-DATE
029200*----------------------------------------------------------
029300 1300-CLEAR-SUMMARY-DATE.
029400     MOVE WS-SUMM-DATE TO DS-BUSINESS-DATE.
029500     MOVE LOW-VALUES TO DS-BRANCH-CODE.
029600     START DAY-SUMMARY KEY IS NOT LESS THAN DS-KEY
029700         INVALID KEY
029800             GO TO 1300-EXIT
029900     END-START.
030000     SET WS-FILE-EOF TO FALSE.
030100     PERFORM 1310-CLEAR-ONE THRU 1310-EXIT
030200         UNTIL WS-FILE-EOF.
030300 1300-EXIT.
030400     EXIT.
030500*----------------------------------------------------------
030600* 1310-CLEAR-ONE
030700*----------------------------------------------------------
030800 1310-CLEAR-ONE.
030900     READ DAY-SUMMARY NEXT RECORD
031000         AT END
031100             SET WS-FILE-EOF TO TRUE
031200             GO TO 1310-EXIT
031300     END-READ.
031400     IF DS-BUSINESS-DATE NOT = WS-SUMM-DATE
031500         SET WS-FILE-EOF TO TRUE
031600         GO TO 1310-EXIT
031700     END-IF.
031800     DELETE DAY-SUMMARY RECORD
031900         INVALID KEY
032000             DISPLAY 'DAY-SUMMARY - DAYSUMM DELETE FAILED, '
032100                 'STATUS ', DS-FILE-STATUS
032200         NOT INVALID KEY
032300             ADD 1 TO WS-CLEARED-COUNT
032400     END-DELETE.
032500 1310-EXIT.
032600     EXIT.
032700*----------------------------------------------------------
032800* 2000-GATHER-DAY - sort input: one record per item
032900*     counted, carrying its branch, figure number, and
033000*     amount (one, or the posting's value for GL cost).
033100*----------------------------------------------------------
033200 2000-GATHER-DAY.
033300     PERFORM 2100-SCAN-NEW-CUSTOMERS THRU 2100-EXIT.
033400     PERFORM 2200-SCAN-ACTIVITY-LOG THRU 2200-EXIT.
033500     PERFORM 2300-SCAN-REJECT-LOGS THRU 2300-EXIT.
033600     PERFORM 2400-SCAN-SEQUENCE-LOGS THRU 2400-EXIT.
033700     PERFORM 2500-SCAN-AUDIT-LOG THRU 2500-EXIT.
033800     PERFORM 2600-SCAN-STATUS-CHANGES THRU 2600-EXIT.
033900     PERFORM 2700-SCAN-CORRESPONDENCE THRU 2700-EXIT.
034000     PERFORM 2800-SCAN-GL-HISTORY THRU 2800-EXIT.
034100 2000-EXIT.
034200     EXIT.
034300*----------------------------------------------------------
034400* 2100-SCAN-NEW-CUSTOMERS - a pass of the master in key
034500*     order for the records added on the day.
034600*----------------------------------------------------------
034700 2100-SCAN-NEW-CUSTOMERS.
034800     IF NOT WS-CM-OPEN
034900         GO TO 2100-EXIT
035000     END-IF.
035100     SET WS-FILE-EOF TO FALSE.
035200     PERFORM 2110-TALLY-ONE-CUSTOMER THRU 2110-EXIT
035300         UNTIL WS-FILE-EOF.
035400 2100-EXIT.
035500     EXIT.
035600*----------------------------------------------------------
035700* 2110-TALLY-ONE-CUSTOMER
035800*----------------------------------------------------------
035900 2110-TALLY-ONE-CUSTOMER.
036000     READ CUSTOMER-MASTER NEXT RECORD
036100         AT END
036200             SET WS-FILE-EOF TO TRUE
036300             GO TO 2110-EXIT
036400     END-READ.
036500     IF CM-ADD-DATE = WS-SUMM-DATE
036600         MOVE CM-BRANCH-CODE TO WS-REL-BRANCH
036700         MOVE 10 TO WS-REL-FIGURE
036800         MOVE 1 TO WS-REL-AMOUNT
036900         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
037000     END-IF.
037100 2110-EXIT.
037200     EXIT.
037300*----------------------------------------------------------
037400* 2200-SCAN-ACTIVITY-LOG - intake adds and intake rejects
037500*     by the capturing branch the intake logged; returned
037600*     mail by the branch of the customer NIXIE-INTAKE
037700*     logged it against.
037800*----------------------------------------------------------
037900 2200-SCAN-ACTIVITY-LOG.
038000     SET WS-FILE-EOF TO FALSE.
038100     OPEN INPUT OPER-ACTIVITY-LOG.
038200     IF OV-FILE-STATUS NOT = '00'
038300         GO TO 2200-EXIT
038400     END-IF.
038500     PERFORM 2210-TALLY-ONE-ACTIVITY THRU 2210-EXIT
038600         UNTIL WS-FILE-EOF.
038700     CLOSE OPER-ACTIVITY-LOG.
038800 2200-EXIT.
038900     EXIT.
039000*----------------------------------------------------------
039100* 2210-TALLY-ONE-ACTIVITY
039200*----------------------------------------------------------
039300 2210-TALLY-ONE-ACTIVITY.
039400     READ OPER-ACTIVITY-LOG
039500         AT END
039600             SET WS-FILE-EOF TO TRUE
039700             GO TO 2210-EXIT
039800     END-READ.
039900     IF OV-ACTIVITY-DATE NOT = WS-SUMM-DATE
040000         GO TO 2210-EXIT
040100     END-IF.
040200     MOVE 1 TO WS-REL-AMOUNT.
040300     EVALUATE OV-ACTION-CODE
040400         WHEN 'ADD'
040500             MOVE OV-BRANCH-CODE TO WS-REL-BRANCH
040600             MOVE 1 TO WS-REL-FIGURE
040700             PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
040800         WHEN 'INTKREJ'
040900             MOVE OV-BRANCH-CODE TO WS-REL-BRANCH
041000             MOVE 11 TO WS-REL-FIGURE
041100             PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
041200         WHEN 'NIXIE'
041300             MOVE OV-ACTION-KEY(1:6) TO WS-LOOKUP-ID-X
041400             PERFORM 2950-FIND-CUSTOMER-BRANCH THRU 2950-EXIT
041500             MOVE 16 TO WS-REL-FIGURE
041600             PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
041700     END-EVALUATE.
041800 2210-EXIT.
041900     EXIT.
042000*----------------------------------------------------------
042100* 2300-SCAN-REJECT-LOGS - one pass per reject log; the
042200*     shared layout's date sits at the same offset in all
042300*     three, and none carries a branch.
042400*----------------------------------------------------------
042500 2300-SCAN-REJECT-LOGS.
042600     MOVE SPACES TO WS-REL-BRANCH.
042700     MOVE 1 TO WS-REL-AMOUNT.
042800     SET WS-FILE-EOF TO FALSE.
042900     OPEN INPUT IFEX-REJECT-LOG.
043000     IF J1-FILE-STATUS = '00'
043100         MOVE 2 TO WS-REL-FIGURE
043200         PERFORM 2310-TALLY-IFEX-REJECT THRU 2310-EXIT
043300             UNTIL WS-FILE-EOF
043400         CLOSE IFEX-REJECT-LOG
043500     END-IF.
043600     SET WS-FILE-EOF TO FALSE.
043700     OPEN INPUT USER-REJECT-LOG.
043800     IF J2-FILE-STATUS = '00'
043900         MOVE 3 TO WS-REL-FIGURE
044000         PERFORM 2320-TALLY-USER-REJECT THRU 2320-EXIT
044100             UNTIL WS-FILE-EOF
044200         CLOSE USER-REJECT-LOG
044300     END-IF.
044400     SET WS-FILE-EOF TO FALSE.
044500     OPEN INPUT LOAD-REJECT-LOG.
044600     IF J3-FILE-STATUS = '00'
044700         MOVE 4 TO WS-REL-FIGURE
044800         PERFORM 2330-TALLY-LOAD-REJECT THRU 2330-EXIT
044900             UNTIL WS-FILE-EOF
045000         CLOSE LOAD-REJECT-LOG
045100     END-IF.
045200 2300-EXIT.
045300     EXIT.
045400*----------------------------------------------------------
045500* 2310-TALLY-IFEX-REJECT
045600*----------------------------------------------------------
045700 2310-TALLY-IFEX-REJECT.
045800     READ IFEX-REJECT-LOG
045900         AT END
046000             SET WS-FILE-EOF TO TRUE
046100             GO TO 2310-EXIT
046200     END-READ.
046300     MOVE J1-REJECT-RECORD TO WS-REJECT-WORK.
046400     IF WS-RJ-DATE = WS-SUMM-DATE
046500         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
046600     END-IF.
046700 2310-EXIT.
046800     EXIT.
046900*----------------------------------------------------------
047000* 2320-TALLY-USER-REJECT
047100*----------------------------------------------------------
047200 2320-TALLY-USER-REJECT.
047300     READ USER-REJECT-LOG
047400         AT END
047500             SET WS-FILE-EOF TO TRUE
047600             GO TO 2320-EXIT
047700     END-READ.
047800     MOVE J2-REJECT-RECORD TO WS-REJECT-WORK.
047900     IF WS-RJ-DATE = WS-SUMM-DATE
048000         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
048100     END-IF.
048200 2320-EXIT.
048300     EXIT.
048400*----------------------------------------------------------
048500* 2330-TALLY-LOAD-REJECT
048600*----------------------------------------------------------
048700 2330-TALLY-LOAD-REJECT.
048800     READ LOAD-REJECT-LOG
048900         AT END
049000             SET WS-FILE-EOF TO TRUE
049100             GO TO 2330-EXIT
049200     END-READ.
049300     MOVE J3-REJECT-RECORD TO WS-REJECT-WORK.
049400     IF WS-RJ-DATE = WS-SUMM-DATE
049500         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
049600     END-IF.
049700 2330-EXIT.
049800     EXIT.
049900*----------------------------------------------------------
050000* 2400-SCAN-SEQUENCE-LOGS - numbers generated and numbers
050100*     consumed on the day; neither log carries a branch.
050200*----------------------------------------------------------
050300 2400-SCAN-SEQUENCE-LOGS.
050400     MOVE SPACES TO WS-REL-BRANCH.
050500     MOVE 1 TO WS-REL-AMOUNT.
050600     SET WS-FILE-EOF TO FALSE.
050700     OPEN INPUT SEQ-NUMBERS.
050800     IF SN-FILE-STATUS = '00'
050900         MOVE 5 TO WS-REL-FIGURE
051000         PERFORM 2410-TALLY-GENERATED THRU 2410-EXIT
051100             UNTIL WS-FILE-EOF
051200         CLOSE SEQ-NUMBERS
051300     END-IF.
051400     SET WS-FILE-EOF TO FALSE.
051500     OPEN INPUT DOCUMENT-USE-LOG.
051600     IF DU-FILE-STATUS = '00'
051700         MOVE 6 TO WS-REL-FIGURE
051800         PERFORM 2420-TALLY-CONSUMED THRU 2420-EXIT
051900             UNTIL WS-FILE-EOF
052000         CLOSE DOCUMENT-USE-LOG
052100     END-IF.
052200 2400-EXIT.
052300     EXIT.
052400*----------------------------------------------------------
052500* 2410-TALLY-GENERATED
052600*----------------------------------------------------------
052700 2410-TALLY-GENERATED.
052800     READ SEQ-NUMBERS
052900         AT END
053000             SET WS-FILE-EOF TO TRUE
053100             GO TO 2410-EXIT
053200     END-READ.
053300     IF SN-GEN-DATE = WS-SUMM-DATE
053400         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
053500     END-IF.
053600 2410-EXIT.
053700     EXIT.
053800*----------------------------------------------------------
053900* 2420-TALLY-CONSUMED
054000*----------------------------------------------------------
054100 2420-TALLY-CONSUMED.
054200     READ DOCUMENT-USE-LOG
054300         AT END
054400             SET WS-FILE-EOF TO TRUE
054500             GO TO 2420-EXIT
054600     END-READ.
054700     IF DU-USE-DATE = WS-SUMM-DATE
054800         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
054900     END-IF.
055000 2420-EXIT.
055100     EXIT.
055200*----------------------------------------------------------
055300* 2500-SCAN-AUDIT-LOG - threshold exceptions raised on the
055400*     day, by the branch the measurement was captured in,
055500*     counted in total and by severity.
055600*----------------------------------------------------------
055700 2500-SCAN-AUDIT-LOG.
055800     SET WS-FILE-EOF TO FALSE.
055900     OPEN INPUT AUDIT-LOG.
056000     IF AL-FILE-STATUS NOT = '00'
056100         GO TO 2500-EXIT
056200     END-IF.
056300     PERFORM 2510-TALLY-ONE-AUDIT THRU 2510-EXIT
056400         UNTIL WS-FILE-EOF.
056500     CLOSE AUDIT-LOG.
056600 2500-EXIT.
056700     EXIT.
056800*----------------------------------------------------------
056900* 2510-TALLY-ONE-AUDIT
057000*----------------------------------------------------------
057100 2510-TALLY-ONE-AUDIT.
057200     READ AUDIT-LOG
057300         AT END
057400             SET WS-FILE-EOF TO TRUE
057500             GO TO 2510-EXIT
057600     END-READ.
057700     IF AL-RUN-DATE NOT = WS-SUMM-DATE
057800             OR NOT AL-EXCEPTION-RAISED
057900         GO TO 2510-EXIT
058000     END-IF.
058100     MOVE AL-BRANCH-CODE TO WS-REL-BRANCH.
058200     MOVE 1 TO WS-REL-AMOUNT.
058300     MOVE 9 TO WS-REL-FIGURE.
058400     PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT.
058500     IF AL-SEV-WARNING
058600         MOVE 7 TO WS-REL-FIGURE
058700         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
058800     END-IF.
058900     IF AL-SEV-CRITICAL
059000         MOVE 8 TO WS-REL-FIGURE
059100         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
059200     END-IF.
059300 2510-EXIT.
059400     EXIT.
059500*----------------------------------------------------------
059600* 2600-SCAN-STATUS-CHANGES - Inactive and Closed rows
059700*     effective on the day.
059800*----------------------------------------------------------
059900 2600-SCAN-STATUS-CHANGES.
060000     SET WS-FILE-EOF TO FALSE.
060100     OPEN INPUT CUST-STATUS.
060200     IF CS-FILE-STATUS NOT = '00'
060300         GO TO 2600-EXIT
060400     END-IF.
060500     PERFORM 2610-TALLY-ONE-STATUS THRU 2610-EXIT
060600         UNTIL WS-FILE-EOF.
060700     CLOSE CUST-STATUS.
060800 2600-EXIT.
060900     EXIT.
061000*----------------------------------------------------------
061100* 2610-TALLY-ONE-STATUS
061200*----------------------------------------------------------
061300 2610-TALLY-ONE-STATUS.
061400     READ CUST-STATUS NEXT RECORD
061500         AT END
061600             SET WS-FILE-EOF TO TRUE
061700             GO TO 2610-EXIT
061800     END-READ.
061900     IF CS-EFF-DATE NOT = WS-SUMM-DATE
062000         GO TO 2610-EXIT
062100     END-IF.
062200     EVALUATE TRUE
062300         WHEN CS-STATUS-INACTIVE
062400             MOVE 12 TO WS-REL-FIGURE
062500         WHEN CS-STATUS-CLOSED
062600             MOVE 13 TO WS-REL-FIGURE
062700         WHEN OTHER
062800             GO TO 2610-EXIT
062900     END-EVALUATE.
063000     MOVE CS-CUST-ID TO WS-LOOKUP-ID.
063100     PERFORM 2950-FIND-CUSTOMER-BRANCH THRU 2950-EXIT.
063200     MOVE 1 TO WS-REL-AMOUNT.
063300     PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT.
063400 2610-EXIT.
063500     EXIT.
063600*----------------------------------------------------------
063700* 2700-SCAN-CORRESPONDENCE - statements produced (paper
063800*     and e-statement) and statements suppressed.
063900*----------------------------------------------------------
064000 2700-SCAN-CORRESPONDENCE.
064100     SET WS-FILE-EOF TO FALSE.
064200     OPEN INPUT CORR-HISTORY.
064300     IF CO-FILE-STATUS NOT = '00'
064400         GO TO 2700-EXIT
064500     END-IF.
064600     PERFORM 2710-TALLY-ONE-ITEM THRU 2710-EXIT
064700         UNTIL WS-FILE-EOF.
064800     CLOSE CORR-HISTORY.
064900 2700-EXIT.
065000     EXIT.
065100*----------------------------------------------------------
065200* 2710-TALLY-ONE-ITEM
065300*----------------------------------------------------------
065400 2710-TALLY-ONE-ITEM.
065500     READ CORR-HISTORY
065600         AT END
065700             SET WS-FILE-EOF TO TRUE
065800             GO TO 2710-EXIT
065900     END-READ.
066000     IF CO-CORR-DATE NOT = WS-SUMM-DATE
066100         GO TO 2710-EXIT
066200     END-IF.
066300     EVALUATE TRUE
066400         WHEN CO-TYPE-STATEMENT
066500         WHEN CO-TYPE-ESTATEMENT
066600             MOVE 14 TO WS-REL-FIGURE
066700         WHEN CO-TYPE-SUPPRESSED
066800             MOVE 15 TO WS-REL-FIGURE
066900         WHEN OTHER
067000             GO TO 2710-EXIT
067100     END-EVALUATE.
067200     MOVE CO-CUST-ID TO WS-LOOKUP-ID.
067300     PERFORM 2950-FIND-CUSTOMER-BRANCH THRU 2950-EXIT.
067400     MOVE 1 TO WS-REL-AMOUNT.
067500     PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT.
067600 2710-EXIT.
067700     EXIT.
067800*----------------------------------------------------------
067900* 2800-SCAN-GL-HISTORY - the debit side of every Warning
068000*     and Critical exception posting for the day, by the
068100*     branch it was booked for.
068200*----------------------------------------------------------
068300 2800-SCAN-GL-HISTORY.
068400     SET WS-FILE-EOF TO FALSE.
068500     OPEN INPUT GL-POSTING-HISTORY.
068600     IF GH-FILE-STATUS NOT = '00'
068700         GO TO 2800-EXIT
068800     END-IF.
068900     PERFORM 2810-TALLY-ONE-POSTING THRU 2810-EXIT
069000         UNTIL WS-FILE-EOF.
069100     CLOSE GL-POSTING-HISTORY.
069200 2800-EXIT.
069300     EXIT.
069400*----------------------------------------------------------
069500* 2810-TALLY-ONE-POSTING
069600*----------------------------------------------------------
069700 2810-TALLY-ONE-POSTING.
069800     READ GL-POSTING-HISTORY
069900         AT END
070000             SET WS-FILE-EOF TO TRUE
070100             GO TO 2810-EXIT
070200     END-READ.
070300     IF NOT GP-TYPE-DETAIL
070400             OR NOT GP-SIDE-DEBIT
070500             OR GP-BUSINESS-DATE NOT = WS-SUMM-DATE
070600         GO TO 2810-EXIT
070700     END-IF.
070800     IF GP-SEVERITY NOT = 'W' AND GP-SEVERITY NOT = 'C'
070900         GO TO 2810-EXIT
071000     END-IF.
071100     MOVE GP-BRANCH-CODE TO WS-REL-BRANCH.
071200     MOVE WS-FIG-COST TO WS-REL-FIGURE.
071300     MOVE GP-AMOUNT TO WS-REL-AMOUNT.
071400     PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT.
071500 2810-EXIT.
071600     EXIT.
071700*----------------------------------------------------------
071800* 2900-RELEASE-FIGURE
071900*----------------------------------------------------------
072000 2900-RELEASE-FIGURE.
072100     IF WS-REL-BRANCH = SPACES
072200         MOVE '---' TO SR-BRANCH-CODE
072300     ELSE
072400         MOVE WS-REL-BRANCH TO SR-BRANCH-CODE
072500     END-IF.
072600     MOVE WS-REL-FIGURE TO SR-FIGURE-NBR.
072700     MOVE WS-REL-AMOUNT TO SR-AMOUNT.
072800     RELEASE SR-SORT-RECORD.
072900 2900-EXIT.
073000     EXIT.
073100*----------------------------------------------------------
073200* 2950-FIND-CUSTOMER-BRANCH - the branch of the customer
073300*     in WS-LOOKUP-ID; spaces when it cannot be found.
073400*----------------------------------------------------------
073500 2950-FIND-CUSTOMER-BRANCH.
073600     MOVE SPACES TO WS-REL-BRANCH.
073700     IF NOT WS-CM-OPEN
073800             OR WS-LOOKUP-ID-X IS NOT NUMERIC
073900         GO TO 2950-EXIT
074000     END-IF.
074100     MOVE WS-LOOKUP-ID TO CM-CUST-ID.
074200     READ CUSTOMER-MASTER
074300         KEY IS CM-CUST-ID
074400         INVALID KEY
074500             GO TO 2950-EXIT
074600     END-READ.
074700     MOVE CM-BRANCH-CODE TO WS-REL-BRANCH.
074800 2950-EXIT.
074900     EXIT.
075000*----------------------------------------------------------
075100* 5000-WRITE-SUMMARIES - sort output: a DAYSUMM record per
075200*     branch as its figures close. A day with no activity
075300*     at all still gets its zero '---' record.
075400*----------------------------------------------------------
075500 5000-WRITE-SUMMARIES.
075600     MOVE SPACES TO WS-CUR-BRANCH.
075700     PERFORM 5100-RETURN-ONE-FIGURE THRU 5100-EXIT
075800         UNTIL WS-SORT-EOF.
075900     IF WS-BRANCH-STARTED
076000         PERFORM 5200-WRITE-BRANCH THRU 5200-EXIT
076100     ELSE
076200         MOVE '---' TO WS-CUR-BRANCH
076300         INITIALIZE WS-CUR-FIGURES
076400         PERFORM 5200-WRITE-BRANCH THRU 5200-EXIT
076500     END-IF.
076600 5000-EXIT.
076700     EXIT.
076800*----------------------------------------------------------
076900* 5100-RETURN-ONE-FIGURE
077000*----------------------------------------------------------
077100 5100-RETURN-ONE-FIGURE.
077200     RETURN SUMM-SORT
077300         AT END
077400             SET WS-SORT-EOF TO TRUE
077500             GO TO 5100-EXIT
077600     END-RETURN.
077700     IF SR-BRANCH-CODE NOT = WS-CUR-BRANCH
077800         IF WS-BRANCH-STARTED
077900             PERFORM 5200-WRITE-BRANCH THRU 5200-EXIT
078000         END-IF
078100         MOVE SR-BRANCH-CODE TO WS-CUR-BRANCH
078200         INITIALIZE WS-CUR-FIGURES
078300         SET WS-BRANCH-STARTED TO TRUE
078400     END-IF.
078500     ADD SR-AMOUNT TO WS-CUR-FIGURE(SR-FIGURE-NBR).
078600 5100-EXIT.
078700     EXIT.
078800*----------------------------------------------------------
078900* 5200-WRITE-BRANCH - the date was cleared at open, so
079000*     every branch is a fresh WRITE.
079100*----------------------------------------------------------
079200 5200-WRITE-BRANCH.
079300     MOVE SPACES TO DAY-SUMMARY-RECORD.
079400     MOVE WS-SUMM-DATE TO DS-BUSINESS-DATE.
079500     MOVE WS-CUR-BRANCH TO DS-BRANCH-CODE.
079600     PERFORM 5210-SET-ONE-COUNT THRU 5210-EXIT
079700         VARYING WS-FIG-SUB FROM 1 BY 1
079800         UNTIL WS-FIG-SUB > WS-FIG-COUNTS.
079900     MOVE WS-CUR-FIGURE(WS-FIG-COST) TO DS-GL-EXC-COST.
080000     MOVE WS-RUN-DATE TO DS-BUILT-DATE.
080100     WRITE DAY-SUMMARY-RECORD
080200         INVALID KEY
080300             DISPLAY 'DAY-SUMMARY - DAYSUMM WRITE FAILED, '
080400                 'STATUS ', DS-FILE-STATUS
080500             MOVE 8 TO WS-RETURN-CODE
080600             GO TO 5200-EXIT
080700     END-WRITE.
080800     ADD 1 TO WS-BRANCH-COUNT.
080900 5200-EXIT.
081000     EXIT.
081100*----------------------------------------------------------
081200* 5210-SET-ONE-COUNT
081300*----------------------------------------------------------
081400 5210-SET-ONE-COUNT.
081500     MOVE WS-CUR-FIGURE(WS-FIG-SUB) TO DS-COUNT(WS-FIG-SUB).
081600 5210-EXIT.
081700     EXIT.
081800*----------------------------------------------------------
081900* 9000-TERMINATE
082000*----------------------------------------------------------
082100 9000-TERMINATE.
082200     IF WS-CM-OPEN
082300         CLOSE CUSTOMER-MASTER
082400     END-IF.
082500     IF WS-DS-OPEN
082600         CLOSE DAY-SUMMARY
082700     END-IF.
082800     IF WS-CLEARED-COUNT > 0
082900         DISPLAY 'DAY-SUMMARY - ', WS-CLEARED-COUNT,
083000             ' EARLIER RECORD(S) REPLACED'
083100     END-IF.
083200     DISPLAY 'DAY-SUMMARY - DATE ', WS-SUMM-DATE,
083300         ' BRANCH RECORDS ', WS-BRANCH-COUNT.
083400     SET JB-FUNC-END TO TRUE.
083500     MOVE WS-BRANCH-COUNT TO JB-RECORD-COUNT.
083600     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
083700     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
083800 9000-EXIT.
083900     EXIT.
