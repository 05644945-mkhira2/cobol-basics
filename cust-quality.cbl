000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CUST-QUALITY.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Nightly customer data-quality scoring. CUST-INTEGRITY
000900* finds structural breaks; this run measures whether each
001000* customer's data is usable for reaching them. Every
001100* customer starts at 100 and loses the weight of each
001200* issue found:
001300*
001400*   No address record on CUSTADDR           25
001500*   No phone number                         15
001600*   Contact preference 'N' (none)           10
001700*   Address marked suspect by NIXIE-INTAKE  25
001800*   Repeated returned mail (OPERACT NIXIE)  20
001900*   No status record on CUSTSTAT            10
002000*   CM-CUST-NAME not the NAME-FORMAT form
002100*     of the name parts                     10
002200*   No recorded change (CUSTHIST) or add
002300*     since the QUALCTL stale cutoff        10
002400*   Primary member of a HOUSHOLD household
002500*     whose address is missing or suspect   10
002600*
002700* A score never goes below zero. The returned-mail counts
002800* and last-change dates come off the logs in one sorted
002900* pass matched against the master in customer ID order.
003000* Outputs: the QUALSCOR per-customer score file, rewritten
003100* whole; the QUALBRPT branch summary; and the QUALWORK
003200* worklist of the lowest-scoring customers under the
003300* QUALCTL poor-score line, worst first, for intake staff
003400* to correct. A master that cannot be opened ends the run
003500* with return code 8; a missing address, status, or
003600* household file skips its checks with return code 4.
003700*----------------------------------------------------------
003800*    MODIFICATION HISTORY
003900*    DATE        INIT  DESCRIPTION
004000*    2026-10-15   DN   Original program.
004100*----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT QUALITY-CONTROL ASSIGN TO 'QUALCTL'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS QC-FILE-STATUS.
004800     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CM-CUST-ID
005200         ALTERNATE RECORD KEY IS CM-CUST-NAME
005300             WITH DUPLICATES
005400         FILE STATUS IS CM-FILE-STATUS.
005500     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CA-CUST-ID
005900         FILE STATUS IS CA-FILE-STATUS.
006000     SELECT CUST-STATUS ASSIGN TO 'CUSTSTAT'
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CS-STATUS-KEY
006400         FILE STATUS IS CS-FILE-STATUS.
006500     SELECT HOUSEHOLD-FILE ASSIGN TO 'HOUSHOLD'
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS HH-CUST-ID
006900         FILE STATUS IS HH-FILE-STATUS.
007000     SELECT OPER-ACTIVITY-LOG ASSIGN TO 'OPERACT'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS OV-FILE-STATUS.
007300     SELECT CUST-HISTORY ASSIGN TO 'CUSTHIST'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS CH-FILE-STATUS.
007600     SELECT QUALITY-SCORES ASSIGN TO 'QUALSCOR'
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS QS-FILE-STATUS.
007900     SELECT EVENT-SORT ASSIGN TO 'QLEVSRTWK'.
008000     SELECT SCORE-SORT ASSIGN TO 'QLSCSRTWK'.
008100     SELECT BRANCH-REPORT ASSIGN TO 'QUALBRPT'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS BR-FILE-STATUS.
008400     SELECT WORKLIST-REPORT ASSIGN TO 'QUALWORK'
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WL-FILE-STATUS.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  QUALITY-CONTROL
009100     LABEL RECORDS ARE STANDARD.
009200     COPY "qualctl.cpy".
009300*
009400 FD  CUSTOMER-MASTER
009500     LABEL RECORDS ARE STANDARD.
009600     COPY "custrec.cpy".
009700*
009800 FD  CUST-ADDRESS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "custaddr.cpy".
010100*
010200 FD  CUST-STATUS
010300     LABEL RECORDS ARE STANDARD.
010400     COPY "custstat.cpy".
010500*
010600 FD  HOUSEHOLD-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY "hshldrec.cpy".
010900*
011000 FD  OPER-ACTIVITY-LOG
011100     LABEL RECORDS ARE STANDARD.
011200     COPY "operact.cpy".
011300*
011400 FD  CUST-HISTORY
011500     LABEL RECORDS ARE STANDARD.
011600     COPY "custhist.cpy".
011700*
011800 FD  QUALITY-SCORES
011900     LABEL RECORDS ARE STANDARD.
012000     COPY "qualscor.cpy".
012100*
012200*    Returned-mail entries (N) and recorded changes (H),
012300*    one per log entry, in customer order.
012400 SD  EVENT-SORT.
012500 01  EV-SORT-RECORD.
012600     05  EV-CUST-ID              PIC 9(06).
012700     05  EV-TYPE                 PIC X(01).
012800         88  EV-TYPE-NIXIE       VALUE 'N'.
012900         88  EV-TYPE-CHANGE      VALUE 'H'.
013000     05  EV-DATE                 PIC 9(08).
013100*
013200 SD  SCORE-SORT.
013300     COPY "qualscor.cpy"
013400         REPLACING ==QUALITY-SCORE-RECORD== BY ==SS-SORT-RECORD==
013500                   LEADING ==QS-== BY ==SS-==.
013600*
013700 FD  BRANCH-REPORT
013800     LABEL RECORDS ARE STANDARD.
013900 01  BR-LINE                     PIC X(132).
014000*
014100 FD  WORKLIST-REPORT
014200     LABEL RECORDS ARE STANDARD.
014300 01  WL-LINE                     PIC X(132).
014400*
014500 WORKING-STORAGE SECTION.
014600 01  QC-FILE-STATUS              PIC X(02).
014700 01  CM-FILE-STATUS              PIC X(02).
014800 01  CA-FILE-STATUS              PIC X(02).
014900 01  CS-FILE-STATUS              PIC X(02).
015000 01  HH-FILE-STATUS              PIC X(02).
015100 01  OV-FILE-STATUS              PIC X(02).
015200 01  CH-FILE-STATUS              PIC X(02).
015300 01  QS-FILE-STATUS              PIC X(02).
015400 01  BR-FILE-STATUS              PIC X(02).
015500 01  WL-FILE-STATUS              PIC X(02).
015600*
015700 01  WS-FILE-EOF-SW              PIC X(01).
015800     88  WS-FILE-EOF             VALUE 'Y' FALSE 'N'.
015900 01  WS-CUST-EOF-SW              PIC X(01) VALUE 'N'.
016000     88  WS-CUST-EOF             VALUE 'Y' FALSE 'N'.
016100 01  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
016200     88  WS-EVENT-EOF            VALUE 'Y' FALSE 'N'.
016300 01  WS-SORT-EOF-SW              PIC X(01).
016400     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
016500 01  WS-CM-OPEN-SW               PIC X(01) VALUE 'N'.
016600     88  WS-CM-OPEN              VALUE 'Y' FALSE 'N'.
016700 01  WS-CA-OPEN-SW               PIC X(01) VALUE 'N'.
016800     88  WS-CA-OPEN              VALUE 'Y' FALSE 'N'.
016900 01  WS-CS-OPEN-SW               PIC X(01) VALUE 'N'.
017000     88  WS-CS-OPEN              VALUE 'Y' FALSE 'N'.
017100 01  WS-HH-OPEN-SW               PIC X(01) VALUE 'N'.
017200     88  WS-HH-OPEN              VALUE 'Y' FALSE 'N'.
017300 01  WS-BRANCH-STARTED-SW        PIC X(01) VALUE 'N'.
017400     88  WS-BRANCH-STARTED       VALUE 'Y' FALSE 'N'.
017500*
017600 01  WS-STALE-MONTHS             PIC 9(03) VALUE 36.
017700 01  WS-NIXIE-REPEAT             PIC 9(02) VALUE 2.
017800 01  WS-POOR-SCORE               PIC 9(03) VALUE 70.
017900 01  WS-WORKLIST-MAX             PIC 9(05) VALUE 200.
018000*
018100 01  WS-CUTOFF-WORK.
018200     05  WS-CUT-YEAR             PIC 9(04).
018300     05  WS-CUT-MONTH            PIC 9(02).
018400     05  WS-CUT-DAY              PIC 9(02).
018500 01  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-WORK
018600                                 PIC 9(08).
018700 01  WS-MONTHS-LEFT              PIC 9(03) COMP.
018800*
018900*    Issue weights and worklist labels, in the QS-ISSUES
019000*    switch order.
019100 01  WS-ISSUE-VALUES.
019200     05  FILLER                  PIC X(10) VALUE '25NO ADDR'.
019300     05  FILLER                  PIC X(10) VALUE '15NO PHONE'.
019400     05  FILLER                  PIC X(10) VALUE '10PREF N'.
019500     05  FILLER                  PIC X(10) VALUE '25SUSPECT'.
019600     05  FILLER                  PIC X(10) VALUE '20NIXIES'.
019700     05  FILLER                  PIC X(10) VALUE '10NO STAT'.
019800     05  FILLER                  PIC X(10) VALUE '10NAME'.
019900     05  FILLER                  PIC X(10) VALUE '10STALE'.
020000     05  FILLER                  PIC X(10) VALUE '10HH PRIM'.
020100 01  WS-ISSUE-TABLE REDEFINES WS-ISSUE-VALUES.
020200     05  WS-ISSUE-ENTRY          OCCURS 9 TIMES.
020300         10  WS-ISSUE-WEIGHT     PIC 9(02).
020400         10  WS-ISSUE-LABEL      PIC X(08).
020500 01  WS-ISSUE-SUB                PIC 9(02) COMP.
020600*
020700 01  WS-NIXIE-COUNT              PIC 9(03).
020800 01  WS-LAST-CHANGE              PIC 9(08).
020900 01  WS-SCORE-WORK               PIC S9(04).
021000 01  WS-CANONICAL-NAME           PIC X(20).
021100 01  WS-ISSUE-TEXT               PIC X(80).
021200 01  WS-ISSUE-PTR                PIC 9(03) COMP.
021300*
021400 01  WS-SCORED-COUNT             PIC 9(07) COMP VALUE 0.
021500 01  WS-POOR-COUNT               PIC 9(07) COMP VALUE 0.
021600 01  WS-LISTED-COUNT             PIC 9(07) COMP VALUE 0.
021700*
021800*    Branch summary accumulators: the branch in hand and
021900*    the whole company, in the same layout.
022000 01  WS-CUR-BRANCH               PIC X(03).
022100 01  WS-BRANCH-TOTALS.
022200     05  WS-BT-CUSTOMERS         PIC 9(07).
022300     05  WS-BT-SCORE-SUM         PIC 9(10).
022400     05  WS-BT-POOR              PIC 9(07).
022500     05  WS-BT-ISSUE-COUNT       PIC 9(07)
022600                                 OCCURS 9 TIMES.
022700 01  WS-COMPANY-TOTALS.
022800     05  WS-CT-CUSTOMERS         PIC 9(07).
022900     05  WS-CT-SCORE-SUM         PIC 9(10).
023000     05  WS-CT-POOR              PIC 9(07).
023100     05  WS-CT-ISSUE-COUNT       PIC 9(07)
023200                                 OCCURS 9 TIMES.
023300*
023400 COPY "rundate.cpy".
023500 COPY "namefmpm.cpy".
023600 COPY "jobhstpm.cpy".
023700*
023800 01  RPT-BRANCH-HEADER.
023900     05  FILLER                  PIC X(34) VALUE
024000         'CUSTOMER DATA QUALITY BY BRANCH   '.
024100     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
024200     05  HDR-BR-RUN-DATE         PIC 9999/99/99.
024300     05  FILLER                  PIC X(14) VALUE
024400         '  POOR BELOW: '.
024500     05  HDR-BR-POOR-SCORE       PIC ZZ9.
024600*
024700 01  RPT-BRANCH-COLUMNS.
024800     05  FILLER                  PIC X(26) VALUE
024900         'BRN  CUSTOMERS  AVG   POOR'.
025000     05  FILLER                  PIC X(09) VALUE '  NO ADDR'.
025100     05  FILLER                  PIC X(09) VALUE ' NO PHONE'.
025200     05  FILLER                  PIC X(09) VALUE '   PREF N'.
025300     05  FILLER                  PIC X(09) VALUE '  SUSPECT'.
025400     05  FILLER                  PIC X(09) VALUE '   NIXIES'.
025500     05  FILLER                  PIC X(09) VALUE '  NO STAT'.
025600     05  FILLER                  PIC X(09) VALUE '     NAME'.
025700     05  FILLER                  PIC X(09) VALUE '    STALE'.
025800     05  FILLER                  PIC X(09) VALUE '  HH PRIM'.
025900*
026000 01  RPT-BRANCH-DETAIL.
026100     05  RBD-BRANCH-CODE         PIC X(03).
026200     05  FILLER                  PIC X(02) VALUE SPACES.
026300     05  RBD-CUSTOMERS           PIC Z,ZZZ,ZZ9.
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  RBD-AVG-SCORE           PIC ZZ9.
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  RBD-POOR                PIC ZZ,ZZ9.
026800     05  RBD-ISSUE-COLUMN        OCCURS 9 TIMES.
026900         10  FILLER              PIC X(02).
027000         10  RBD-ISSUE-COUNT     PIC ZZZ,ZZ9.
027100*
027200 01  RPT-WORK-HEADER.
027300     05  FILLER                  PIC X(34) VALUE
027400         'CUSTOMER DATA QUALITY WORKLIST    '.
027500     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
027600     05  HDR-WL-RUN-DATE         PIC 9999/99/99.
027700     05  FILLER                  PIC X(14) VALUE
027800         '  POOR BELOW: '.
027900     05  HDR-WL-POOR-SCORE       PIC ZZ9.
028000     05  FILLER                  PIC X(11) VALUE
028100         '  WORST UP '.
028200     05  FILLER                  PIC X(03) VALUE 'TO '.
028300     05  HDR-WL-MAX              PIC ZZ,ZZ9.
028400*
028500 01  RPT-WORK-COLUMNS.
028600     05  FILLER                  PIC X(44) VALUE
028700         'SCORE  CUST#   BRN  NAME                  '.
028800     05  FILLER                  PIC X(06) VALUE 'ISSUES'.
028900*
029000 01  RPT-WORK-DETAIL.
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200     05  RWD-SCORE               PIC ZZ9.
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  RWD-CUST-ID             PIC 9(06).
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  RWD-BRANCH-CODE         PIC X(03).
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  RWD-CUST-NAME           PIC X(20).
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  RWD-ISSUES              PIC X(80).
030100*
030200 01  RPT-WORK-COUNT-LINE.
030300     05  FILLER                  PIC X(20) VALUE
030400         'CUSTOMERS SCORED:'.
030500     05  RWC-SCORED              PIC Z,ZZZ,ZZ9.
030600     05  FILLER                  PIC X(10) VALUE
030700         '   POOR:'.
030800     05  RWC-POOR                PIC Z,ZZZ,ZZ9.
030900     05  FILLER                  PIC X(10) VALUE
031000         '   LISTED:'.
031100     05  RWC-LISTED              PIC Z,ZZZ,ZZ9.
031200*
031300 PROCEDURE DIVISION.
031400*----------------------------------------------------------
031500* 0000-MAINLINE
031600*----------------------------------------------------------
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900     IF WS-CM-OPEN
032000         SORT EVENT-SORT
032100             ON ASCENDING KEY EV-CUST-ID
032200             INPUT PROCEDURE IS 2000-RELEASE-EVENTS
032300                 THRU 2000-EXIT
032400             OUTPUT PROCEDURE IS 3000-SCORE-CUSTOMERS
032500                 THRU 3000-EXIT
032600     END-IF.
032700     PERFORM 4000-CLOSE-SCORING THRU 4000-EXIT.
032800     SORT SCORE-SORT
032900         ON ASCENDING KEY SS-BRANCH-CODE
033000         USING QUALITY-SCORES
033100         OUTPUT PROCEDURE IS 5000-BRANCH-SUMMARY
033200             THRU 5000-EXIT.
033300     SORT SCORE-SORT
033400         ON ASCENDING KEY SS-SCORE SS-BRANCH-CODE SS-CUST-ID
033500         USING QUALITY-SCORES
033600         OUTPUT PROCEDURE IS 6000-WORST-WORKLIST
033700             THRU 6000-EXIT.
033800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033900     GOBACK.
034000*----------------------------------------------------------
034100* 1000-INITIALIZE - thresholds from QUALCTL, the stale
034200*     cutoff backed off the run date, and the masters.
034300*----------------------------------------------------------
034400 1000-INITIALIZE.
034500     CALL 'BUS-DATE' USING WS-RUN-DATE.
034600     SET JB-FUNC-START TO TRUE.
034700     MOVE 'CUST-QUALITY' TO JB-PROGRAM-ID.
034800     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
034900     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
035000     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
035100     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
035200     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT.
035300     OPEN INPUT CUSTOMER-MASTER.
035400     IF CM-FILE-STATUS = '00'
035500         SET WS-CM-OPEN TO TRUE
035600     ELSE
035700         DISPLAY 'CUST-QUALITY - CUSTOMER-MASTER NOT ',
035800             'AVAILABLE - STATUS ', CM-FILE-STATUS
035900         MOVE 8 TO RETURN-CODE
036000     END-IF.
036100     OPEN INPUT CUST-ADDRESS.
036200     IF CA-FILE-STATUS = '00'
036300         SET WS-CA-OPEN TO TRUE
036400     ELSE
036500         DISPLAY 'CUST-QUALITY - CUSTADDR NOT AVAILABLE - ',
036600             'ADDRESS CHECKS SKIPPED'
036700         PERFORM 1300-SET-WARNING THRU 1300-EXIT
036800     END-IF.
036900     OPEN INPUT CUST-STATUS.
037000     IF CS-FILE-STATUS = '00'
037100         SET WS-CS-OPEN TO TRUE
037200     ELSE
037300         DISPLAY 'CUST-QUALITY - CUSTSTAT NOT AVAILABLE - ',
037400             'STATUS CHECK SKIPPED'
037500         PERFORM 1300-SET-WARNING THRU 1300-EXIT
037600     END-IF.
037700     OPEN INPUT HOUSEHOLD-FILE.
037800     IF HH-FILE-STATUS = '00'
037900         SET WS-HH-OPEN TO TRUE
038000     END-IF.
038100     OPEN OUTPUT QUALITY-SCORES.
038200 1000-EXIT.
038300     EXIT.
038400*----------------------------------------------------------
038500* 1100-READ-CONTROL
038600*----------------------------------------------------------
038700 1100-READ-CONTROL.
038800     OPEN INPUT QUALITY-CONTROL.
038900     IF QC-FILE-STATUS NOT = '00'
039000         GO TO 1100-EXIT
039100     END-IF.
039200     READ QUALITY-CONTROL
039300         AT END
039400             CONTINUE
039500         NOT AT END
039600             IF QC-STALE-MONTHS IS NUMERIC
039700                 AND QC-STALE-MONTHS > 0
039800                 MOVE QC-STALE-MONTHS TO WS-STALE-MONTHS
039900             END-IF
040000             IF QC-NIXIE-REPEAT IS NUMERIC
040100                 AND QC-NIXIE-REPEAT > 0
040200                 MOVE QC-NIXIE-REPEAT TO WS-NIXIE-REPEAT
040300             END-IF
040400             IF QC-POOR-SCORE IS NUMERIC
040500                 AND QC-POOR-SCORE > 0
040600                 MOVE QC-POOR-SCORE TO WS-POOR-SCORE
040700             END-IF
040800             IF QC-WORKLIST-MAX IS NUMERIC
040900                 AND QC-WORKLIST-MAX > 0
041000                 MOVE QC-WORKLIST-MAX TO WS-WORKLIST-MAX
041100             END-IF
041200     END-READ.
041300     CLOSE QUALITY-CONTROL.
041400 1100-EXIT.
041500     EXIT.
041600*----------------------------------------------------------
041700* 1200-COMPUTE-CUTOFF - back the run date off one month at
041800*     a time, day clamped to 28 so the result is always a
041900*     real date.
042000*----------------------------------------------------------
042100 1200-COMPUTE-CUTOFF.
042200     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
042300     IF WS-CUT-DAY > 28
042400         MOVE 28 TO WS-CUT-DAY
042500     END-IF.
042600     MOVE WS-STALE-MONTHS TO WS-MONTHS-LEFT.
042700     PERFORM 1210-BACK-ONE-MONTH THRU 1210-EXIT
042800         UNTIL WS-MONTHS-LEFT = 0.
042900 1200-EXIT.
043000     EXIT.
043100*----------------------------------------------------------
043200* 1210-BACK-ONE-MONTH
043300*----------------------------------------------------------
043400 1210-BACK-ONE-MONTH.
043500     IF WS-CUT-MONTH = 1
043600         MOVE 12 TO WS-CUT-MONTH
043700         SUBTRACT 1 FROM WS-CUT-YEAR
043800     ELSE
043900         SUBTRACT 1 FROM WS-CUT-MONTH
044000     END-IF.
044100     SUBTRACT 1 FROM WS-MONTHS-LEFT.
044200 1210-EXIT.
044300     EXIT.
044400*----------------------------------------------------------
044500* 1300-SET-WARNING
044600*----------------------------------------------------------
044700 1300-SET-WARNING.
044800     IF RETURN-CODE < 4
044900         MOVE 4 TO RETURN-CODE
045000     END-IF.
045100 1300-EXIT.
045200     EXIT.
045300*----------------------------------------------------------
045400* 2000-RELEASE-EVENTS - sort input: every returned-mail
045500*     entry NIXIE-INTAKE logged, and every add, change,
045600*     address change, or merge on the history trail.
045700*----------------------------------------------------------
045800 2000-RELEASE-EVENTS.
045900     SET WS-FILE-EOF TO FALSE.
046000     OPEN INPUT OPER-ACTIVITY-LOG.
046100     IF OV-FILE-STATUS = '00'
046200         PERFORM 2100-RELEASE-ONE-NIXIE THRU 2100-EXIT
046300             UNTIL WS-FILE-EOF
046400         CLOSE OPER-ACTIVITY-LOG
046500     END-IF.
046600     SET WS-FILE-EOF TO FALSE.
046700     OPEN INPUT CUST-HISTORY.
046800     IF CH-FILE-STATUS = '00'
046900         PERFORM 2200-RELEASE-ONE-CHANGE THRU 2200-EXIT
047000             UNTIL WS-FILE-EOF
047100         CLOSE CUST-HISTORY
047200     END-IF.
047300 2000-EXIT.
047400     EXIT.
047500*----------------------------------------------------------
047600* 2100-RELEASE-ONE-NIXIE
047700*----------------------------------------------------------
047800 2100-RELEASE-ONE-NIXIE.
047900     READ OPER-ACTIVITY-LOG
048000         AT END
048100             SET WS-FILE-EOF TO TRUE
048200             GO TO 2100-EXIT
048300     END-READ.
048400     IF OV-ACTION-CODE NOT = 'NIXIE'
048500             OR OV-ACTION-KEY(1:6) IS NOT NUMERIC
048600         GO TO 2100-EXIT
048700     END-IF.
048800     MOVE OV-ACTION-KEY(1:6) TO EV-CUST-ID.
048900     SET EV-TYPE-NIXIE TO TRUE.
049000     MOVE OV-ACTIVITY-DATE TO EV-DATE.
049100     RELEASE EV-SORT-RECORD.
049200 2100-EXIT.
049300     EXIT.
049400*----------------------------------------------------------
049500* 2200-RELEASE-ONE-CHANGE - refused changes (collisions)
049600*     and deletes say nothing about the data on file.
049700*----------------------------------------------------------
049800 2200-RELEASE-ONE-CHANGE.
049900     READ CUST-HISTORY
050000         AT END
050100             SET WS-FILE-EOF TO TRUE
050200             GO TO 2200-EXIT
050300     END-READ.
050400     IF NOT CH-TYPE-ADD AND NOT CH-TYPE-CHANGE
050500             AND NOT CH-TYPE-ADDRESS AND NOT CH-TYPE-MERGE
050600         GO TO 2200-EXIT
050700     END-IF.
050800     MOVE CH-CUST-ID TO EV-CUST-ID.
050900     SET EV-TYPE-CHANGE TO TRUE.
051000     MOVE CH-CHANGE-DATE TO EV-DATE.
051100     RELEASE EV-SORT-RECORD.
051200 2200-EXIT.
051300     EXIT.
051400*----------------------------------------------------------
051500* 3000-SCORE-CUSTOMERS - sort output: the sorted events
051600*     matched against the master read in the same customer
051700*     order, one score record per customer.
051800*----------------------------------------------------------
051900 3000-SCORE-CUSTOMERS.
052000     PERFORM 3050-RETURN-EVENT THRU 3050-EXIT.
052100     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
052200     PERFORM 3200-SCORE-ONE-CUSTOMER THRU 3200-EXIT
052300         UNTIL WS-CUST-EOF.
052400 3000-EXIT.
052500     EXIT.
052600*----------------------------------------------------------
052700* 3050-RETURN-EVENT
052800*----------------------------------------------------------
052900 3050-RETURN-EVENT.
053000     RETURN EVENT-SORT
053100         AT END
053200             SET WS-EVENT-EOF TO TRUE
053300     END-RETURN.
053400 3050-EXIT.
053500     EXIT.
053600*----------------------------------------------------------
053700* 3100-READ-CUSTOMER
053800*----------------------------------------------------------
053900 3100-READ-CUSTOMER.
054000     READ CUSTOMER-MASTER NEXT RECORD
054100         AT END
054200             SET WS-CUST-EOF TO TRUE
054300     END-READ.
054400 3100-EXIT.
054500     EXIT.
054600*----------------------------------------------------------
054700* 3200-SCORE-ONE-CUSTOMER - events for customers no longer
054800*     on the master are passed over.
054900*----------------------------------------------------------
055000 3200-SCORE-ONE-CUSTOMER.
055100     ADD 1 TO WS-SCORED-COUNT.
055200     MOVE 0 TO WS-NIXIE-COUNT.
055300     MOVE 0 TO WS-LAST-CHANGE.
055400     IF CM-ADD-DATE IS NUMERIC
055500         MOVE CM-ADD-DATE TO WS-LAST-CHANGE
055600     END-IF.
055700     PERFORM 3300-TAKE-ONE-EVENT THRU 3300-EXIT
055800         UNTIL WS-EVENT-EOF
055900             OR EV-CUST-ID > CM-CUST-ID.
056000     MOVE SPACES TO QUALITY-SCORE-RECORD.
056100     MOVE ALL 'N' TO QS-ISSUES.
056200     MOVE CM-CUST-ID TO QS-CUST-ID.
056300     MOVE CM-BRANCH-CODE TO QS-BRANCH-CODE.
056400     IF QS-BRANCH-CODE = SPACES
056500         MOVE '---' TO QS-BRANCH-CODE
056600     END-IF.
056700     MOVE CM-CUST-NAME TO QS-CUST-NAME.
056800     MOVE WS-RUN-DATE TO QS-SCORE-DATE.
056900     MOVE WS-NIXIE-COUNT TO QS-NIXIE-COUNT.
057000     MOVE WS-LAST-CHANGE TO QS-LAST-CHANGE.
057100     PERFORM 3400-CHECK-ADDRESS THRU 3400-EXIT.
057200     IF WS-NIXIE-COUNT NOT < WS-NIXIE-REPEAT
057300         MOVE 'Y' TO QS-REPEAT-NIXIE-SW
057400     END-IF.
057500     PERFORM 3500-CHECK-STATUS THRU 3500-EXIT.
057600     PERFORM 3600-CHECK-NAME THRU 3600-EXIT.
057700     IF WS-LAST-CHANGE < WS-CUTOFF-DATE
057800         MOVE 'Y' TO QS-STALE-SW
057900     END-IF.
058000     PERFORM 3700-CHECK-HOUSEHOLD THRU 3700-EXIT.
058100     MOVE 100 TO WS-SCORE-WORK.
058200     PERFORM 3800-DEDUCT-ONE-ISSUE THRU 3800-EXIT
058300         VARYING WS-ISSUE-SUB FROM 1 BY 1
058400         UNTIL WS-ISSUE-SUB > 9.
058500     IF WS-SCORE-WORK < 0
058600         MOVE 0 TO WS-SCORE-WORK
058700     END-IF.
058800     MOVE WS-SCORE-WORK TO QS-SCORE.
058900     IF QS-SCORE < WS-POOR-SCORE
059000         ADD 1 TO WS-POOR-COUNT
059100     END-IF.
059200     WRITE QUALITY-SCORE-RECORD.
059300     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
059400 3200-EXIT.
059500     EXIT.
059600*----------------------------------------------------------
059700* 3300-TAKE-ONE-EVENT
059800*----------------------------------------------------------
059900 3300-TAKE-ONE-EVENT.
060000     IF EV-CUST-ID = CM-CUST-ID
060100         IF EV-TYPE-NIXIE
060200             ADD 1 TO WS-NIXIE-COUNT
060300         ELSE
060400             IF EV-DATE > WS-LAST-CHANGE
060500                 MOVE EV-DATE TO WS-LAST-CHANGE
060600             END-IF
060700         END-IF
060800     END-IF.
060900     PERFORM 3050-RETURN-EVENT THRU 3050-EXIT.
061000 3300-EXIT.
061100     EXIT.
061200*----------------------------------------------------------
061300* 3400-CHECK-ADDRESS - the address record carries the
061400*     phone and the contact preference too; with no record
061500*     there is no phone either.
061600*----------------------------------------------------------
061700 3400-CHECK-ADDRESS.
061800     IF NOT WS-CA-OPEN
061900         GO TO 3400-EXIT
062000     END-IF.
062100     MOVE CM-CUST-ID TO CA-CUST-ID.
062200     READ CUST-ADDRESS
062300         KEY IS CA-CUST-ID
062400         INVALID KEY
062500             MOVE 'Y' TO QS-NO-ADDRESS-SW
062600             MOVE 'Y' TO QS-NO-PHONE-SW
062700             GO TO 3400-EXIT
062800     END-READ.
062900     IF CA-PHONE = SPACES
063000         MOVE 'Y' TO QS-NO-PHONE-SW
063100     END-IF.
063200     IF CA-PREF-NONE
063300         MOVE 'Y' TO QS-PREF-NONE-SW
063400     END-IF.
063500     IF CA-ADDR-SUSPECT
063600         MOVE 'Y' TO QS-ADDR-SUSPECT-SW
063700     END-IF.
063800 3400-EXIT.
063900     EXIT.
064000*----------------------------------------------------------
064100* 3500-CHECK-STATUS - any CUSTSTAT row for the customer,
064200*     whatever its date, counts as a status record.
064300*----------------------------------------------------------
064400 3500-CHECK-STATUS.
064500     IF NOT WS-CS-OPEN
064600         GO TO 3500-EXIT
064700     END-IF.
064800     MOVE CM-CUST-ID TO CS-CUST-ID.
064900     MOVE ZERO TO CS-EFF-DATE.
065000     START CUST-STATUS
065100         KEY IS NOT LESS THAN CS-STATUS-KEY
065200         INVALID KEY
065300             MOVE 'Y' TO QS-NO-STATUS-SW
065400             GO TO 3500-EXIT
065500     END-START.
065600     READ CUST-STATUS NEXT RECORD
065700         AT END
065800             MOVE 'Y' TO QS-NO-STATUS-SW
065900             GO TO 3500-EXIT
066000     END-READ.
066100     IF CS-CUST-ID NOT = CM-CUST-ID
066200         MOVE 'Y' TO QS-NO-STATUS-SW
066300     END-IF.
066400 3500-EXIT.
066500     EXIT.
066600*----------------------------------------------------------
066700* 3600-CHECK-NAME - CM-CUST-NAME must be the canonical
066800*     form NAME-FORMAT builds from the parts, the same
066900*     rule CUST-INTEGRITY reports on.
067000*----------------------------------------------------------
067100 3600-CHECK-NAME.
067200     SET NF-FUNC-FORMAT TO TRUE.
067300     MOVE CM-FIRST-NAME TO NF-FIRST-NAME.
067400     MOVE CM-LAST-NAME TO NF-LAST-NAME.
067500     CALL 'NAME-FORMAT' USING NAME-FORMAT-PARMS.
067600     MOVE NF-CUST-NAME TO WS-CANONICAL-NAME.
067700     IF CM-CUST-NAME NOT = WS-CANONICAL-NAME
067800         MOVE 'Y' TO QS-NAME-MISMATCH-SW
067900     END-IF.
068000 3600-EXIT.
068100     EXIT.
068200*----------------------------------------------------------
068300* 3700-CHECK-HOUSEHOLD - only matters where this customer's
068400*     own address is missing or suspect.
068500*----------------------------------------------------------
068600 3700-CHECK-HOUSEHOLD.
068700     IF NOT WS-HH-OPEN
068800         GO TO 3700-EXIT
068900     END-IF.
069000     IF NOT QS-NO-ADDRESS AND NOT QS-ADDR-SUSPECT
069100         GO TO 3700-EXIT
069200     END-IF.
069300     MOVE CM-CUST-ID TO HH-CUST-ID.
069400     READ HOUSEHOLD-FILE
069500         KEY IS HH-CUST-ID
069600         INVALID KEY
069700             GO TO 3700-EXIT
069800     END-READ.
069900     IF HH-PRIMARY
070000         MOVE 'Y' TO QS-HH-PRIMARY-SW
070100     END-IF.
070200 3700-EXIT.
070300     EXIT.
070400*----------------------------------------------------------
070500* 3800-DEDUCT-ONE-ISSUE
070600*----------------------------------------------------------
070700 3800-DEDUCT-ONE-ISSUE.
070800     IF QS-ISSUE-SW(WS-ISSUE-SUB) = 'Y'
070900         SUBTRACT WS-ISSUE-WEIGHT(WS-ISSUE-SUB)
071000             FROM WS-SCORE-WORK
071100     END-IF.
071200 3800-EXIT.
071300     EXIT.
071400*----------------------------------------------------------
071500* 4000-CLOSE-SCORING
071600*----------------------------------------------------------
071700 4000-CLOSE-SCORING.
071800     CLOSE QUALITY-SCORES.
071900     IF WS-CM-OPEN
072000         CLOSE CUSTOMER-MASTER
072100     END-IF.
072200     IF WS-CA-OPEN
072300         CLOSE CUST-ADDRESS
072400     END-IF.
072500     IF WS-CS-OPEN
072600         CLOSE CUST-STATUS
072700     END-IF.
072800     IF WS-HH-OPEN
072900         CLOSE HOUSEHOLD-FILE
073000     END-IF.
073100 4000-EXIT.
073200     EXIT.
073300*----------------------------------------------------------
073400* 5000-BRANCH-SUMMARY - the scores in branch order: one
073500*     line per branch and a company line.
073600*----------------------------------------------------------
073700 5000-BRANCH-SUMMARY.
073800     OPEN OUTPUT BRANCH-REPORT.
073900     MOVE WS-RUN-DATE TO HDR-BR-RUN-DATE.
074000     MOVE WS-POOR-SCORE TO HDR-BR-POOR-SCORE.
074100     WRITE BR-LINE FROM RPT-BRANCH-HEADER.
074200     MOVE ALL '-' TO BR-LINE.
074300     WRITE BR-LINE.
074400     WRITE BR-LINE FROM RPT-BRANCH-COLUMNS.
074500     INITIALIZE WS-COMPANY-TOTALS.
074600     SET WS-SORT-EOF TO FALSE.
074700     PERFORM 5100-SUM-ONE-SCORE THRU 5100-EXIT
074800         UNTIL WS-SORT-EOF.
074900     IF WS-BRANCH-STARTED
075000         PERFORM 5200-PRINT-BRANCH THRU 5200-EXIT
075100     END-IF.
075200     MOVE ALL '-' TO BR-LINE.
075300     WRITE BR-LINE.
075400     MOVE 'ALL' TO WS-CUR-BRANCH.
075500     MOVE WS-COMPANY-TOTALS TO WS-BRANCH-TOTALS.
075600     PERFORM 5200-PRINT-BRANCH THRU 5200-EXIT.
075700     CLOSE BRANCH-REPORT.
075800 5000-EXIT.
075900     EXIT.
076000*----------------------------------------------------------
076100* 5100-SUM-ONE-SCORE
076200*----------------------------------------------------------
076300 5100-SUM-ONE-SCORE.
076400     RETURN SCORE-SORT
076500         AT END
076600             SET WS-SORT-EOF TO TRUE
076700             GO TO 5100-EXIT
076800     END-RETURN.
076900     IF NOT WS-BRANCH-STARTED
077000             OR SS-BRANCH-CODE NOT = WS-CUR-BRANCH
077100         IF WS-BRANCH-STARTED
077200             PERFORM 5200-PRINT-BRANCH THRU 5200-EXIT
077300         END-IF
077400         MOVE SS-BRANCH-CODE TO WS-CUR-BRANCH
077500         INITIALIZE WS-BRANCH-TOTALS
077600         SET WS-BRANCH-STARTED TO TRUE
077700     END-IF.
077800     ADD 1 TO WS-BT-CUSTOMERS WS-CT-CUSTOMERS.
077900     ADD SS-SCORE TO WS-BT-SCORE-SUM WS-CT-SCORE-SUM.
078000     IF SS-SCORE < WS-POOR-SCORE
078100         ADD 1 TO WS-BT-POOR WS-CT-POOR
078200     END-IF.
078300     PERFORM 5110-COUNT-ONE-ISSUE THRU 5110-EXIT
078400         VARYING WS-ISSUE-SUB FROM 1 BY 1
078500         UNTIL WS-ISSUE-SUB > 9.
078600 5100-EXIT.
078700     EXIT.
078800*----------------------------------------------------------
078900* 5110-COUNT-ONE-ISSUE
079000*----------------------------------------------------------
079100 5110-COUNT-ONE-ISSUE.
079200     IF SS-ISSUE-SW(WS-ISSUE-SUB) = 'Y'
079300         ADD 1 TO WS-BT-ISSUE-COUNT(WS-ISSUE-SUB)
079400             WS-CT-ISSUE-COUNT(WS-ISSUE-SUB)
079500     END-IF.
079600 5110-EXIT.
079700     EXIT.
079800*----------------------------------------------------------
079900* 5200-PRINT-BRANCH - average score rounded to the unit.
080000*----------------------------------------------------------
080100 5200-PRINT-BRANCH.
080200     MOVE SPACES TO RPT-BRANCH-DETAIL.
080300     MOVE WS-CUR-BRANCH TO RBD-BRANCH-CODE.
080400     MOVE WS-BT-CUSTOMERS TO RBD-CUSTOMERS.
080500     IF WS-BT-CUSTOMERS > 0
080600         COMPUTE RBD-AVG-SCORE ROUNDED =
080700             WS-BT-SCORE-SUM / WS-BT-CUSTOMERS
080800     ELSE
080900         MOVE 0 TO RBD-AVG-SCORE
081000     END-IF.
081100     MOVE WS-BT-POOR TO RBD-POOR.
081200     PERFORM 5210-SET-ISSUE-COLUMN THRU 5210-EXIT
081300         VARYING WS-ISSUE-SUB FROM 1 BY 1
081400         UNTIL WS-ISSUE-SUB > 9.
081500     WRITE BR-LINE FROM RPT-BRANCH-DETAIL.
081600 5200-EXIT.
081700     EXIT.
081800*----------------------------------------------------------
081900* 5210-SET-ISSUE-COLUMN
082000*----------------------------------------------------------
082100 5210-SET-ISSUE-COLUMN.
082200     MOVE WS-BT-ISSUE-COUNT(WS-ISSUE-SUB)
082300         TO RBD-ISSUE-COUNT(WS-ISSUE-SUB).
082400 5210-EXIT.
082500     EXIT.
082600*----------------------------------------------------------
082700* 6000-WORST-WORKLIST - the scores lowest first; poor
082800*     scores list until the QUALCTL line count is reached.
082900*----------------------------------------------------------
083000 6000-WORST-WORKLIST.
083100     OPEN OUTPUT WORKLIST-REPORT.
083200     MOVE WS-RUN-DATE TO HDR-WL-RUN-DATE.
083300     MOVE WS-POOR-SCORE TO HDR-WL-POOR-SCORE.
083400     MOVE WS-WORKLIST-MAX TO HDR-WL-MAX.
083500     WRITE WL-LINE FROM RPT-WORK-HEADER.
083600     MOVE ALL '-' TO WL-LINE.
083700     WRITE WL-LINE.
083800     WRITE WL-LINE FROM RPT-WORK-COLUMNS.
083900     SET WS-SORT-EOF TO FALSE.
084000     PERFORM 6100-LIST-ONE-CUSTOMER THRU 6100-EXIT
084100         UNTIL WS-SORT-EOF.
084200     MOVE SPACES TO WL-LINE.
084300     WRITE WL-LINE.
084400     MOVE WS-SCORED-COUNT TO RWC-SCORED.
084500     MOVE WS-POOR-COUNT TO RWC-POOR.
084600     MOVE WS-LISTED-COUNT TO RWC-LISTED.
084700     WRITE WL-LINE FROM RPT-WORK-COUNT-LINE.
084800     CLOSE WORKLIST-REPORT.
084900 6000-EXIT.
085000     EXIT.
085100*----------------------------------------------------------
085200* 6100-LIST-ONE-CUSTOMER - the rest of the sort is drained
085300*     once the list is full or the scores reach the line.
085400*----------------------------------------------------------
085500 6100-LIST-ONE-CUSTOMER.
085600     RETURN SCORE-SORT
085700         AT END
085800             SET WS-SORT-EOF TO TRUE
085900             GO TO 6100-EXIT
086000     END-RETURN.
086100     IF SS-SCORE NOT < WS-POOR-SCORE
086200             OR WS-LISTED-COUNT NOT < WS-WORKLIST-MAX
086300         GO TO 6100-EXIT
086400     END-IF.
086500     ADD 1 TO WS-LISTED-COUNT.
086600     MOVE SPACES TO WS-ISSUE-TEXT.
086700     MOVE 1 TO WS-ISSUE-PTR.
086800     PERFORM 6110-NAME-ONE-ISSUE THRU 6110-EXIT
086900         VARYING WS-ISSUE-SUB FROM 1 BY 1
087000         UNTIL WS-ISSUE-SUB > 9.
087100     MOVE SS-SCORE TO RWD-SCORE.
087200     MOVE SS-CUST-ID TO RWD-CUST-ID.
087300     MOVE SS-BRANCH-CODE TO RWD-BRANCH-CODE.
087400     MOVE SS-CUST-NAME TO RWD-CUST-NAME.
087500     MOVE WS-ISSUE-TEXT TO RWD-ISSUES.
087600     WRITE WL-LINE FROM RPT-WORK-DETAIL.
087700 6100-EXIT.
087800     EXIT.
087900*----------------------------------------------------------
088000* 6110-NAME-ONE-ISSUE
088100*----------------------------------------------------------
088200 6110-NAME-ONE-ISSUE.
088300     IF SS-ISSUE-SW(WS-ISSUE-SUB) NOT = 'Y'
088400         GO TO 6110-EXIT
088500     END-IF.
088600     IF WS-ISSUE-PTR > 1
088700         STRING ', ' DELIMITED BY SIZE
088800             INTO WS-ISSUE-TEXT
088900             WITH POINTER WS-ISSUE-PTR
089000         END-STRING
089100     END-IF.
089200     STRING WS-ISSUE-LABEL(WS-ISSUE-SUB) DELIMITED BY '  '
089300         INTO WS-ISSUE-TEXT
089400         WITH POINTER WS-ISSUE-PTR
089500     END-STRING.
089600 6110-EXIT.
089700     EXIT.
089800*----------------------------------------------------------
089900* 9000-TERMINATE
090000*----------------------------------------------------------
090100 9000-TERMINATE.
090200     DISPLAY 'CUST-QUALITY - ', WS-SCORED-COUNT,
090300         ' SCORED, ', WS-POOR-COUNT, ' POOR, ',
090400         WS-LISTED-COUNT, ' ON WORKLIST'.
090500     SET JB-FUNC-END TO TRUE.
090600     MOVE WS-SCORED-COUNT TO JB-RECORD-COUNT.
090700     MOVE RETURN-CODE TO JB-RETURN-CODE.
090800     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
090900 9000-EXIT.
091000     EXIT.
