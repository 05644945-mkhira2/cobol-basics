000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BRANCH-SCORE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Monthly branch scorecard, run after MONTH-END: one page
000900* per branch and a closing company summary page, each
001000* setting eleven figures beside the prior month and the
001100* same month a year earlier.
001200*
001300*   New customers      CUSTMAST records added in the month
001400*   Intake rejects     OPERACT INTKREJ entries (capturing
001500*                      branch)
001600*   Load rejects       CUSTLDREJ entries - bulk load has no
001700*                      branch, so always under '---'
001800*   Newly dormant      CUSTSTAT Inactive rows effective in
001900*   Closed             the month / Closed rows likewise
002000*   Statements         CORRHIST STMT and ESTM entries
002100*   Suppressed         CORRHIST SUPR entries
002200*   Returned mail      OPERACT NIXIE entries
002300*   Exceptions open    EXCPWORK items Open at the run, by
002400*   Exceptions aged    the customer the value names; those
002500*                      past the EXCPAGEC threshold age
002600*   GL exception cost  GLPOSTH debit details of severity W
002700*                      or C in the month
002800*
002850* Everything but the two exception figures is activity in
002900* the month, summed from the DAYSUMM daily summaries
002950* DAY-SUMMARY counted from those sources each night; the
003000* two exception figures are a snapshot taken at the run.
003100* A customer's branch is the CM-BRANCH-CODE on the master;
003200* activity no branch can be found for collects under '---'.
003300* Each page's figures are banked on BRHIST (a rerun for a
003400* month replaces them), and the comparisons are read back
003500* from there. The company page closes with the MOHIST and
003600* YRHIST figures MONTH-END and YEAR-END banked, to tie the
003700* scorecard to them. RPT-DIST routes the pages to the
003800* branch managers.
003900*----------------------------------------------------------
004000*    MODIFICATION HISTORY
004100*    DATE        INIT  DESCRIPTION
004200*    2026-10-15   DN   Original program.
004210*    2026-10-15   DN   Sum the month's activity figures from
004220*                      the DAYSUMM daily summaries instead of
004230*                      sweeping CUSTMAST, CUSTSTAT, OPERACT,
004240*                      CUSTLDREJ, CORRHIST and GLPOSTH; bank
004250*                      nothing when DAYSUMM cannot be read.
004260*    2026-10-15   DN   Tie out against calendar-month MOHIST and
004270*                      calendar-year YRHIST records only - fiscal
004280*                      periods banked under the PERIODCTL fiscal
004290*                      basis are not the scorecard's month.
004300*----------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CM-CUST-ID
005100         ALTERNATE RECORD KEY IS CM-CUST-NAME
005200             WITH DUPLICATES
005300         FILE STATUS IS CM-FILE-STATUS.
005400     SELECT DAY-SUMMARY ASSIGN TO 'DAYSUMM'
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS DS-KEY
005800         FILE STATUS IS DS-FILE-STATUS.
006800     SELECT EXCEPT-WORKQUEUE ASSIGN TO 'EXCPWORK'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS EW-FILE-STATUS.
007100     SELECT AGE-CONTROL ASSIGN TO 'EXCPAGEC'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS AG-FILE-STATUS.
007700     SELECT MONTH-HISTORY ASSIGN TO 'MOHIST'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS MH-FILE-STATUS.
008000     SELECT YEAR-HISTORY ASSIGN TO 'YRHIST'
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS YH-FILE-STATUS.
008300     SELECT BRANCH-HISTORY ASSIGN TO 'BRHIST'
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS BH-KEY
008700         FILE STATUS IS BH-FILE-STATUS.
008800     SELECT SCORE-SORT ASSIGN TO 'BRSSRTWK'.
008900     SELECT REPORT-OUT ASSIGN TO 'BRSCORE'
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS RO-FILE-STATUS.
009200*
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  CUSTOMER-MASTER
009600     LABEL RECORDS ARE STANDARD.
009700     COPY "custrec.cpy".
009800*
009900 FD  DAY-SUMMARY
010000     LABEL RECORDS ARE STANDARD.
010100     COPY "daysumm.cpy".
010200*
011500 FD  EXCEPT-WORKQUEUE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY "excpwkrc.cpy".
011800*
011900 FD  AGE-CONTROL
012000     LABEL RECORDS ARE STANDARD.
012100 01  AGE-CTL-RECORD.
012200     05  AG-AGE-DAYS             PIC 9(03).
012300*
012800 FD  MONTH-HISTORY
012900     LABEL RECORDS ARE STANDARD.
013000     COPY "mohist.cpy".
013100*
013200 FD  YEAR-HISTORY
013300     LABEL RECORDS ARE STANDARD.
013400     COPY "yrhist.cpy".
013500*
013600 FD  BRANCH-HISTORY
013700     LABEL RECORDS ARE STANDARD.
013800     COPY "brhist.cpy".
013900*
014000 SD  SCORE-SORT.
014100 01  SR-SORT-RECORD.
014200     05  SR-BRANCH-CODE          PIC X(03).
014300     05  SR-FIGURE-NBR           PIC 9(02).
014400     05  SR-AMOUNT               PIC S9(09)V99.
014500*
014600 FD  REPORT-OUT
014700     LABEL RECORDS ARE STANDARD.
014800 01  REPORT-LINE                 PIC X(132).
014900*
015000 WORKING-STORAGE SECTION.
015100 01  CM-FILE-STATUS              PIC X(02).
015200 01  DS-FILE-STATUS              PIC X(02).
015600 01  EW-FILE-STATUS              PIC X(02).
015700 01  AG-FILE-STATUS              PIC X(02).
015900 01  MH-FILE-STATUS              PIC X(02).
016000 01  YH-FILE-STATUS              PIC X(02).
016100 01  BH-FILE-STATUS              PIC X(02).
016200 01  RO-FILE-STATUS              PIC X(02).
016300*
017100 01  WS-FILE-EOF-SW              PIC X(01).
017200     88  WS-FILE-EOF             VALUE 'Y' FALSE 'N'.
017300 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
017400     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
017500 01  WS-CM-OPEN-SW               PIC X(01) VALUE 'N'.
017600     88  WS-CM-OPEN              VALUE 'Y' FALSE 'N'.
017700 01  WS-BH-OPEN-SW               PIC X(01) VALUE 'N'.
017800     88  WS-BH-OPEN              VALUE 'Y' FALSE 'N'.
017820 01  WS-DS-OPEN-SW               PIC X(01) VALUE 'N'.
017840     88  WS-DS-OPEN              VALUE 'Y' FALSE 'N'.
017900 01  WS-BRANCH-STARTED-SW        PIC X(01) VALUE 'N'.
018000     88  WS-BRANCH-STARTED       VALUE 'Y' FALSE 'N'.
018100 01  WS-PRIOR-FOUND-SW           PIC X(01).
018200     88  WS-PRIOR-FOUND          VALUE 'Y' FALSE 'N'.
018300 01  WS-YAGO-FOUND-SW            PIC X(01).
018400     88  WS-YAGO-FOUND           VALUE 'Y' FALSE 'N'.
018500*
018600 01  WS-REPORT-MONTH             PIC 9(06).
018700 01  WS-PRIOR-MONTH              PIC 9(06).
018800 01  WS-YAGO-MONTH               PIC 9(06).
018900 01  WS-LAST-YEAR                PIC 9(04).
019000 01  WS-MONTH-IN                 PIC X(06).
019100 01  WS-MONTH-IN-NUM REDEFINES WS-MONTH-IN
019200                                 PIC 9(06).
019300 01  WS-MONTH-WORK.
019400     05  WS-MW-YEAR              PIC 9(04).
019500     05  WS-MW-MONTH             PIC 9(02).
019510 01  WS-START-DATE.
019520     05  WS-SD-MONTH             PIC 9(06).
019530     05  WS-SD-DAY               PIC 9(02) VALUE 01.
019540 01  WS-START-DATE-NUM REDEFINES WS-START-DATE
019550                                 PIC 9(08).
019600*
019700*    The figure released to the sort, and the customer
019800*    whose branch it belongs to.
019900 01  WS-REL-BRANCH               PIC X(03).
020000 01  WS-REL-FIGURE               PIC 9(02).
020100 01  WS-REL-AMOUNT               PIC S9(09)V99.
020200 01  WS-LOOKUP-ID                PIC 9(06).
020300 01  WS-LOOKUP-ID-X REDEFINES WS-LOOKUP-ID
020400                                 PIC X(06).
020500*
020600*    The page in hand, the company totals, and the two
020700*    comparison months, all in the BRHIST figure order.
020800 01  WS-CUR-BRANCH               PIC X(03).
020900 01  WS-CUR-FIGURES.
021000     05  WS-CUR-FIGURE           PIC S9(09)V99
021100                                 OCCURS 11 TIMES.
021200 01  WS-CO-FIGURES.
021300     05  WS-CO-FIGURE            PIC S9(09)V99
021400                                 OCCURS 11 TIMES.
021500 01  WS-PRIOR-FIGURES.
021600     05  WS-PRIOR-FIGURE         PIC S9(09)V99
021700                                 OCCURS 11 TIMES.
021800 01  WS-YAGO-FIGURES.
021900     05  WS-YAGO-FIGURE          PIC S9(09)V99
022000                                 OCCURS 11 TIMES.
022100 01  WS-CHANGE                   PIC S9(09)V99.
022200 01  WS-FIG-SUB                  PIC 9(02) COMP.
022300 01  WS-BRANCH-COUNT             PIC 9(05) COMP VALUE 0.
022400 77  WS-FIG-COST                 PIC 9(02) VALUE 11.
022500*
022600 01  WS-FIG-LABEL-VALUES.
022700     05  FILLER                  PIC X(30) VALUE
022800         'NEW CUSTOMERS'.
022900     05  FILLER                  PIC X(30) VALUE
023000         'INTAKE REJECTS'.
023100     05  FILLER                  PIC X(30) VALUE
023200         'LOAD REJECTS'.
023300     05  FILLER                  PIC X(30) VALUE
023400         'NEWLY DORMANT'.
023500     05  FILLER                  PIC X(30) VALUE
023600         'CLOSED'.
023700     05  FILLER                  PIC X(30) VALUE
023800         'STATEMENTS PRODUCED'.
023900     05  FILLER                  PIC X(30) VALUE
024000         'STATEMENTS SUPPRESSED'.
024100     05  FILLER                  PIC X(30) VALUE
024200         'RETURNED MAIL'.
024300     05  FILLER                  PIC X(30) VALUE
024400         'EXCEPTIONS OPEN'.
024500     05  FILLER                  PIC X(30) VALUE
024600         'EXCEPTIONS AGED'.
024700     05  FILLER                  PIC X(30) VALUE
024800         'GL EXCEPTION COST'.
024900 01  WS-FIG-LABELS REDEFINES WS-FIG-LABEL-VALUES.
025000     05  WS-FIG-LABEL            PIC X(30)
025100                                 OCCURS 11 TIMES.
025200*
025300*    The MOHIST months this, prior, and a year ago, and
025400*    last year's YRHIST totals, held for the tie-out.
025500 01  WS-MOHIST-HELD.
025600     05  WS-MHH-ENTRY            OCCURS 3 TIMES.
025700         10  WS-MHH-FOUND-SW     PIC X(01).
025800             88  WS-MHH-FOUND    VALUE 'Y' FALSE 'N'.
025900         10  WS-MHH-RECORD.
026000             15  WS-MHH-MONTH    PIC 9(06).
026100             15  WS-MHH-INTAKE-ADDS
026200                                 PIC 9(07).
026300             15  FILLER          PIC X(07).
026400             15  WS-MHH-REJECTS-INTAKE
026500                                 PIC 9(07).
026600             15  WS-MHH-REJECTS-LOAD
026700                                 PIC 9(07).
026800             15  FILLER          PIC X(28).
026900             15  WS-MHH-EXC-TOTAL
027000                                 PIC 9(07).
027100             15  FILLER          PIC X(06).
027200 01  WS-MHH-SUB                  PIC 9(01) COMP.
027300 01  WS-YRH-FOUND-SW             PIC X(01) VALUE 'N'.
027400     88  WS-YRH-FOUND            VALUE 'Y' FALSE 'N'.
027500 01  WS-YRH-INTAKE-ADDS          PIC 9(09) VALUE 0.
027600 01  WS-YRH-REJECTS-INTAKE       PIC 9(09) VALUE 0.
027700 01  WS-YRH-REJECTS-LOAD         PIC 9(09) VALUE 0.
027800 01  WS-YRH-EXC-TOTAL            PIC 9(09) VALUE 0.
027900 01  WS-TIE-VALUES.
028000     05  WS-TIE-VALUE            PIC 9(09)
028100                                 OCCURS 4 TIMES.
028200 01  WS-TIE-FOUND-SWS.
028300     05  WS-TIE-FOUND-SW         PIC X(01)
028400                                 OCCURS 4 TIMES.
028500 01  WS-TIE-SUB                  PIC 9(01) COMP.
028600*
028700 01  WS-AGE-DAYS                 PIC 9(03) VALUE 3.
028800 01  WS-WALK-DATE.
028900     05  WS-WALK-YEAR            PIC 9(04).
029000     05  WS-WALK-MONTH           PIC 9(02).
029100     05  WS-WALK-DAY             PIC 9(02).
029200 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
029300                                 PIC 9(08).
029400 01  WS-DAYS-IN-MONTH            PIC 9(02).
029500 01  WS-LEAP-WORK                PIC 9(04).
029600 01  WS-LEAP-REM                 PIC 9(04).
029700 01  WS-LEAP-SW                  PIC X(01).
029800     88  WS-LEAP-YEAR            VALUE 'Y'.
029900 01  WS-BUS-DAY-AGE              PIC 9(04) COMP.
030000 77  WS-WALK-LIMIT               PIC 9(04) COMP VALUE 400.
030100 01  WS-WALK-COUNT               PIC 9(04) COMP.
030200*
030300 COPY "rundate.cpy".
030400 COPY "calinfpm.cpy".
030500 COPY "jobhstpm.cpy".
030600*
030700 01  RPT-PAGE-HEADER.
030800     05  FILLER                  PIC X(19) VALUE
030900         'BRANCH SCORECARD - '.
031000     05  RPH-SCOPE               PIC X(15).
031100     05  FILLER                  PIC X(08) VALUE '  MONTH '.
031200     05  RPH-MONTH               PIC 9(06).
031300     05  FILLER                  PIC X(11) VALUE
031400         '  RUN DATE '.
031500     05  RPH-RUN-DATE            PIC 9(08).
031600 01  RPT-SCOPE-BRANCH.
031700     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
031800     05  RPS-BRANCH-CODE         PIC X(03).
031900     05  FILLER                  PIC X(05) VALUE SPACES.
032000*
032100 01  RPT-COLUMN-HEADER.
032200     05  FILLER                  PIC X(30) VALUE 'FIGURE'.
032300     05  FILLER                  PIC X(15) VALUE
032400         '     THIS MONTH'.
032500     05  FILLER                  PIC X(02) VALUE SPACES.
032600     05  FILLER                  PIC X(15) VALUE
032700         '    PRIOR MONTH'.
032800     05  FILLER                  PIC X(02) VALUE SPACES.
032900     05  FILLER                  PIC X(15) VALUE
033000         '         CHANGE'.
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  FILLER                  PIC X(15) VALUE
033300         '   YEAR EARLIER'.
033400     05  FILLER                  PIC X(02) VALUE SPACES.
033500     05  FILLER                  PIC X(15) VALUE
033600         '         CHANGE'.
033700*
033800 01  RPT-COUNT-LINE.
033900     05  RPC-LABEL               PIC X(30).
034000     05  RPC-THIS                PIC ZZZ,ZZZ,ZZZ,ZZ9.
034100     05  FILLER                  PIC X(02) VALUE SPACES.
034200     05  RPC-PRIOR               PIC ZZZ,ZZZ,ZZZ,ZZ9.
034300     05  RPC-PRIOR-X REDEFINES RPC-PRIOR
034400                                 PIC X(15).
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  RPC-MOM-CHANGE          PIC +++,+++,+++,++9.
034700     05  RPC-MOM-CHANGE-X REDEFINES RPC-MOM-CHANGE
034800                                 PIC X(15).
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  RPC-YAGO                PIC ZZZ,ZZZ,ZZZ,ZZ9.
035100     05  RPC-YAGO-X REDEFINES RPC-YAGO
035200                                 PIC X(15).
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  RPC-YOY-CHANGE          PIC +++,+++,+++,++9.
035500     05  RPC-YOY-CHANGE-X REDEFINES RPC-YOY-CHANGE
035600                                 PIC X(15).
035700*
035800 01  RPT-AMOUNT-LINE.
035900     05  RPA-LABEL               PIC X(30).
036000     05  RPA-THIS                PIC -ZZZ,ZZZ,ZZ9.99.
036100     05  FILLER                  PIC X(02) VALUE SPACES.
036200     05  RPA-PRIOR               PIC -ZZZ,ZZZ,ZZ9.99.
036300     05  RPA-PRIOR-X REDEFINES RPA-PRIOR
036400                                 PIC X(15).
036500     05  FILLER                  PIC X(02) VALUE SPACES.
036600     05  RPA-MOM-CHANGE          PIC ++++,+++,++9.99.
036700     05  RPA-MOM-CHANGE-X REDEFINES RPA-MOM-CHANGE
036800                                 PIC X(15).
036900     05  FILLER                  PIC X(02) VALUE SPACES.
037000     05  RPA-YAGO                PIC -ZZZ,ZZZ,ZZ9.99.
037100     05  RPA-YAGO-X REDEFINES RPA-YAGO
037200                                 PIC X(15).
037300     05  FILLER                  PIC X(02) VALUE SPACES.
037400     05  RPA-YOY-CHANGE          PIC ++++,+++,++9.99.
037500     05  RPA-YOY-CHANGE-X REDEFINES RPA-YOY-CHANGE
037600                                 PIC X(15).
037700*
037800 01  WS-NOT-AVAILABLE            PIC X(15) VALUE
037900     '            N/A'.
038000*
038100 01  RPT-TIE-HEADER.
038200     05  FILLER                  PIC X(30) VALUE
038300         'MONTH-END HISTORY TIE-OUT'.
038400     05  FILLER                  PIC X(15) VALUE
038500         '     THIS MONTH'.
038600     05  FILLER                  PIC X(02) VALUE SPACES.
038700     05  FILLER                  PIC X(15) VALUE
038800         '    PRIOR MONTH'.
038900     05  FILLER                  PIC X(02) VALUE SPACES.
039000     05  FILLER                  PIC X(15) VALUE
039100         '   YEAR EARLIER'.
039200     05  FILLER                  PIC X(02) VALUE SPACES.
039300     05  FILLER                  PIC X(15) VALUE
039400         '  LAST YR TOTAL'.
039500*
039600 01  RPT-TIE-LINE.
039700     05  RPT-TIE-LABEL           PIC X(30).
039800     05  RPT-TIE-COLUMNS.
039900         10  RPT-TIE-COLUMN      OCCURS 4 TIMES.
040000             15  RPT-TIE-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZ9.
040100             15  RPT-TIE-VALUE-X REDEFINES RPT-TIE-VALUE
040200                                 PIC X(15).
040300             15  FILLER          PIC X(02).
040400*
040500 01  RPT-COUNT-TRAILER.
040600     05  FILLER                  PIC X(30) VALUE
040700         'BRANCH PAGES PRINTED:'.
040800     05  RPT-BRANCH-COUNT        PIC ZZ,ZZ9.
040900*
041000 PROCEDURE DIVISION.
041100*----------------------------------------------------------
041200* 0000-MAINLINE
041300*----------------------------------------------------------
041400 0000-MAINLINE.
041500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041600     SORT SCORE-SORT
041700         ON ASCENDING KEY SR-BRANCH-CODE
041800         INPUT PROCEDURE IS 2000-GATHER-FIGURES
041900             THRU 2000-EXIT
042000         OUTPUT PROCEDURE IS 5000-BUILD-SCORECARD
042100             THRU 5000-EXIT.
042200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
042300     GOBACK.
042400*----------------------------------------------------------
042450* 1000-INITIALIZE - the month defaults to the business
042500*     date's month, as MONTH-END's does; a rerun may name
042550*     any month whose days are summarised on DAYSUMM. With
042600*     no DAYSUMM to read, BRHIST is left untouched.
042800*----------------------------------------------------------
042900 1000-INITIALIZE.
043000     CALL 'BUS-DATE' USING WS-RUN-DATE.
043100     SET JB-FUNC-START TO TRUE.
043200     MOVE 'BRANCH-SCORE' TO JB-PROGRAM-ID.
043300     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
043400     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
043500     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
043600     DISPLAY 'Month to score YYYYMM ',
043700         '(blank = business-date month): '.
043800     ACCEPT WS-MONTH-IN.
043900     IF WS-MONTH-IN = SPACES
044000             OR WS-MONTH-IN IS NOT NUMERIC
044100         MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
044200     ELSE
044300         MOVE WS-MONTH-IN-NUM TO WS-REPORT-MONTH
044400     END-IF.
044500     MOVE WS-REPORT-MONTH TO WS-MONTH-WORK.
044600     IF WS-MW-MONTH = 1
044700         SUBTRACT 1 FROM WS-MW-YEAR
044800         MOVE 12 TO WS-MW-MONTH
044900     ELSE
045000         SUBTRACT 1 FROM WS-MW-MONTH
045100     END-IF.
045200     MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH.
045300     MOVE WS-REPORT-MONTH TO WS-MONTH-WORK.
045400     SUBTRACT 1 FROM WS-MW-YEAR.
045500     MOVE WS-MONTH-WORK TO WS-YAGO-MONTH.
045600     MOVE WS-MW-YEAR TO WS-LAST-YEAR.
045700     PERFORM 1100-READ-AGE-CONTROL THRU 1100-EXIT.
045800     OPEN INPUT CUSTOMER-MASTER.
045900     IF CM-FILE-STATUS = '00'
046000         SET WS-CM-OPEN TO TRUE
046100     ELSE
046200         DISPLAY 'BRANCH-SCORE - CUSTMAST NOT AVAILABLE, '
046300             'STATUS ', CM-FILE-STATUS
046400     END-IF.
046420     PERFORM 1150-OPEN-DAY-SUMMARY THRU 1150-EXIT.
046440     IF WS-DS-OPEN
046460         PERFORM 1200-OPEN-BRANCH-HISTORY THRU 1200-EXIT
046480     END-IF.
046600     PERFORM 1400-LOAD-MONTH-HISTORY THRU 1400-EXIT.
046700     PERFORM 1500-LOAD-YEAR-HISTORY THRU 1500-EXIT.
046800     INITIALIZE WS-CO-FIGURES.
046900     OPEN OUTPUT REPORT-OUT.
047000 1000-EXIT.
047100     EXIT.
047200*----------------------------------------------------------
047300* 1100-READ-AGE-CONTROL - the same threshold EXCP-AGING
047400*     reports against; three days when none is on file.
047500*----------------------------------------------------------
047600 1100-READ-AGE-CONTROL.
047700     OPEN INPUT AGE-CONTROL.
047800     IF AG-FILE-STATUS = '00'
047900         READ AGE-CONTROL
048000             AT END
048100                 CONTINUE
048200             NOT AT END
048300                 IF AG-AGE-DAYS IS NUMERIC
048400                     AND AG-AGE-DAYS > 0
048500                     MOVE AG-AGE-DAYS TO WS-AGE-DAYS
048600                 END-IF
048700         END-READ
048800         CLOSE AGE-CONTROL
048900     END-IF.
049000 1100-EXIT.
049100     EXIT.
049105*----------------------------------------------------------
049110* 1150-OPEN-DAY-SUMMARY
049115*----------------------------------------------------------
049120 1150-OPEN-DAY-SUMMARY.
049125     OPEN INPUT DAY-SUMMARY.
049130     IF DS-FILE-STATUS = '00'
049135         SET WS-DS-OPEN TO TRUE
049140     ELSE
049145         DISPLAY 'BRANCH-SCORE - DAYSUMM NOT AVAILABLE, '
049150             'STATUS ', DS-FILE-STATUS, ' - BRHIST NOT BANKED'
049155         MOVE 8 TO RETURN-CODE
049160     END-IF.
049165 1150-EXIT.
049170     EXIT.
049200*----------------------------------------------------------
049300* 1200-OPEN-BRANCH-HISTORY - created empty on the first
049400*     run; any month already banked for the report month
049500*     is cleared so a rerun replaces it whole.
049600*----------------------------------------------------------
049700 1200-OPEN-BRANCH-HISTORY.
049800     OPEN I-O BRANCH-HISTORY.
049900     IF BH-FILE-STATUS = '35'
050000         OPEN OUTPUT BRANCH-HISTORY
050100         CLOSE BRANCH-HISTORY
050200         OPEN I-O BRANCH-HISTORY
050300     END-IF.
050400     IF BH-FILE-STATUS NOT = '00'
050500         DISPLAY 'BRANCH-SCORE - BRHIST NOT AVAILABLE, '
050600             'STATUS ', BH-FILE-STATUS
050700         MOVE 8 TO RETURN-CODE
050800         GO TO 1200-EXIT
050900     END-IF.
051000     SET WS-BH-OPEN TO TRUE.
051100     PERFORM 1300-CLEAR-REPORT-MONTH THRU 1300-EXIT.
051200 1200-EXIT.
051300     EXIT.
051400*----------------------------------------------------------
051500* 1300-CLEAR-REPORT-MONTH
051600*----------------------------------------------------------
051700 1300-CLEAR-REPORT-MONTH.
051800     MOVE WS-REPORT-MONTH TO BH-MONTH.
051900     MOVE LOW-VALUES TO BH-BRANCH-CODE.
052000     START BRANCH-HISTORY KEY IS NOT LESS THAN BH-KEY
052100         INVALID KEY
052200             GO TO 1300-EXIT
052300     END-START.
052400     SET WS-FILE-EOF TO FALSE.
052500     PERFORM 1310-CLEAR-ONE THRU 1310-EXIT
052600         UNTIL WS-FILE-EOF.
052700 1300-EXIT.
052800     EXIT.
052900*----------------------------------------------------------
053000* 1310-CLEAR-ONE
053100*----------------------------------------------------------
053200 1310-CLEAR-ONE.
053300     READ BRANCH-HISTORY NEXT RECORD
053400         AT END
053500             SET WS-FILE-EOF TO TRUE
053600             GO TO 1310-EXIT
053700     END-READ.
053800     IF BH-MONTH NOT = WS-REPORT-MONTH
053900         SET WS-FILE-EOF TO TRUE
054000         GO TO 1310-EXIT
054100     END-IF.
054200     DELETE BRANCH-HISTORY RECORD
054300         INVALID KEY
054400             DISPLAY 'BRANCH-SCORE - BRHIST DELETE FAILED, '
054500                 'STATUS ', BH-FILE-STATUS
054600     END-DELETE.
054700 1310-EXIT.
054800     EXIT.
054900*----------------------------------------------------------
055000* 1400-LOAD-MONTH-HISTORY - hold the MOHIST records for
055100*     the report month, the prior month, and the same
055150*     month last year. The scorecard is by calendar month,
055200*     so fiscal periods banked under the fiscal basis are
055250*     passed over.
055300*----------------------------------------------------------
055400 1400-LOAD-MONTH-HISTORY.
055500     INITIALIZE WS-MOHIST-HELD.
055600     MOVE 'N' TO WS-MHH-FOUND-SW(1) WS-MHH-FOUND-SW(2)
055700         WS-MHH-FOUND-SW(3).
055800     SET WS-FILE-EOF TO FALSE.
055900     OPEN INPUT MONTH-HISTORY.
056000     IF MH-FILE-STATUS NOT = '00'
056100         GO TO 1400-EXIT
056200     END-IF.
056300     PERFORM 1410-HOLD-ONE-MONTH THRU 1410-EXIT
056400         UNTIL WS-FILE-EOF.
056500     CLOSE MONTH-HISTORY.
056600 1400-EXIT.
056700     EXIT.
056800*----------------------------------------------------------
056900* 1410-HOLD-ONE-MONTH
057000*----------------------------------------------------------
057100 1410-HOLD-ONE-MONTH.
057200     READ MONTH-HISTORY
057300         AT END
057400             SET WS-FILE-EOF TO TRUE
057500             GO TO 1410-EXIT
057600     END-READ.
057620     IF NOT MH-BASIS-CALENDAR
057640         GO TO 1410-EXIT
057660     END-IF.
057700     EVALUATE MH-MONTH
057800         WHEN WS-REPORT-MONTH
057900             MOVE 1 TO WS-MHH-SUB
058000         WHEN WS-PRIOR-MONTH
058100             MOVE 2 TO WS-MHH-SUB
058200         WHEN WS-YAGO-MONTH
058300             MOVE 3 TO WS-MHH-SUB
058400         WHEN OTHER
058500             GO TO 1410-EXIT
058600     END-EVALUATE.
058700     MOVE MONTH-HISTORY-RECORD TO WS-MHH-RECORD(WS-MHH-SUB).
058800     SET WS-MHH-FOUND(WS-MHH-SUB) TO TRUE.
058900 1410-EXIT.
059000     EXIT.
059100*----------------------------------------------------------
059200* 1500-LOAD-YEAR-HISTORY - hold last year's YRHIST totals.
059300*----------------------------------------------------------
059400 1500-LOAD-YEAR-HISTORY.
059500     SET WS-FILE-EOF TO FALSE.
059600     OPEN INPUT YEAR-HISTORY.
059700     IF YH-FILE-STATUS NOT = '00'
059800         GO TO 1500-EXIT
059900     END-IF.
060000     PERFORM 1510-HOLD-ONE-YEAR THRU 1510-EXIT
060100         UNTIL WS-FILE-EOF.
060200     CLOSE YEAR-HISTORY.
060300 1500-EXIT.
060400     EXIT.
060500*----------------------------------------------------------
060600* 1510-HOLD-ONE-YEAR
060700*----------------------------------------------------------
060800 1510-HOLD-ONE-YEAR.
060900     READ YEAR-HISTORY
061000         AT END
061100             SET WS-FILE-EOF TO TRUE
061200             GO TO 1510-EXIT
061300     END-READ.
061400     IF YH-YEAR = WS-LAST-YEAR
061450             AND YH-BASIS-CALENDAR
061500         MOVE YH-INTAKE-ADDS TO WS-YRH-INTAKE-ADDS
061600         MOVE YH-REJECTS-INTAKE TO WS-YRH-REJECTS-INTAKE
061700         MOVE YH-REJECTS-LOAD TO WS-YRH-REJECTS-LOAD
061800         MOVE YH-EXC-TOTAL TO WS-YRH-EXC-TOTAL
061900         SET WS-YRH-FOUND TO TRUE
062000     END-IF.
062100 1510-EXIT.
062200     EXIT.
062300*----------------------------------------------------------
062400* 2000-GATHER-FIGURES - sort input: one record per figure
062500*     a day's summary carries for a branch, with its
062600*     branch, figure number, and amount, then one per
062700*     exception item counted.
062800*----------------------------------------------------------
062900 2000-GATHER-FIGURES.
063000     PERFORM 2100-ROLL-DAY-SUMMARIES THRU 2100-EXIT.
063100     PERFORM 2600-SCAN-EXCEPTIONS THRU 2600-EXIT.
063600 2000-EXIT.
063700     EXIT.
063800*----------------------------------------------------------
063900* 2100-ROLL-DAY-SUMMARIES - the month's DAYSUMM records in
064000*     key order, from the first of the month until the
064100*     date leaves it.
064200*----------------------------------------------------------
064300 2100-ROLL-DAY-SUMMARIES.
064400     IF NOT WS-DS-OPEN
064500         GO TO 2100-EXIT
064600     END-IF.
064700     MOVE WS-REPORT-MONTH TO WS-SD-MONTH.
064800     MOVE WS-START-DATE-NUM TO DS-BUSINESS-DATE.
064900     MOVE LOW-VALUES TO DS-BRANCH-CODE.
065000     SET WS-FILE-EOF TO FALSE.
065100     START DAY-SUMMARY KEY IS NOT LESS THAN DS-KEY
065200         INVALID KEY
065300             SET WS-FILE-EOF TO TRUE
065400     END-START.
065500     PERFORM 2110-ROLL-ONE-SUMMARY THRU 2110-EXIT
065600         UNTIL WS-FILE-EOF.
065700 2100-EXIT.
065800     EXIT.
065900*----------------------------------------------------------
066000* 2110-ROLL-ONE-SUMMARY - each of the day's activity
066100*     figures for the branch, in the BRHIST figure order.
066200*----------------------------------------------------------
066300 2110-ROLL-ONE-SUMMARY.
066400     READ DAY-SUMMARY NEXT RECORD
066500         AT END
066600             SET WS-FILE-EOF TO TRUE
066700             GO TO 2110-EXIT
066800     END-READ.
066900     IF DS-BUSINESS-DATE(1:6) NOT = WS-REPORT-MONTH
067000         SET WS-FILE-EOF TO TRUE
067100         GO TO 2110-EXIT
067200     END-IF.
067300     MOVE DS-BRANCH-CODE TO WS-REL-BRANCH.
067400     MOVE 1 TO WS-REL-FIGURE.
067500     MOVE DS-NEW-CUSTOMERS TO WS-REL-AMOUNT.
067600     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
067700     MOVE 2 TO WS-REL-FIGURE.
067800     MOVE DS-INTAKE-REJ-LOGGED TO WS-REL-AMOUNT.
067900     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
068000     MOVE 3 TO WS-REL-FIGURE.
068100     MOVE DS-REJECTS-LOAD TO WS-REL-AMOUNT.
068200     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
068300     MOVE 4 TO WS-REL-FIGURE.
068400     MOVE DS-NEWLY-DORMANT TO WS-REL-AMOUNT.
068500     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
068600     MOVE 5 TO WS-REL-FIGURE.
068700     MOVE DS-CLOSED TO WS-REL-AMOUNT.
068800     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
068900     MOVE 6 TO WS-REL-FIGURE.
069000     MOVE DS-STATEMENTS TO WS-REL-AMOUNT.
069100     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
069200     MOVE 7 TO WS-REL-FIGURE.
069300     MOVE DS-SUPPRESSED TO WS-REL-AMOUNT.
069400     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
069500     MOVE 8 TO WS-REL-FIGURE.
069600     MOVE DS-RETURNED-MAIL TO WS-REL-AMOUNT.
069700     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
069800     MOVE WS-FIG-COST TO WS-REL-FIGURE.
069900     MOVE DS-GL-EXC-COST TO WS-REL-AMOUNT.
070000     PERFORM 2150-RELEASE-IF-ANY THRU 2150-EXIT.
070100 2110-EXIT.
070200     EXIT.
070300*----------------------------------------------------------
070400* 2150-RELEASE-IF-ANY - a zero figure is not released, so
070500*     a branch with nothing in the month gets no page.
070600*----------------------------------------------------------
070700 2150-RELEASE-IF-ANY.
070800     IF WS-REL-AMOUNT NOT = 0
070900         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
071000     END-IF.
071100 2150-EXIT.
071200     EXIT.
082600*----------------------------------------------------------
082700* 2600-SCAN-EXCEPTIONS - the items Open on the workqueue
082800*     now, and of those the ones past the ageing
082900*     threshold. An item belongs to a branch only when its
083000*     value is a customer number on the master.
083100*----------------------------------------------------------
083200 2600-SCAN-EXCEPTIONS.
083300     SET WS-FILE-EOF TO FALSE.
083400     OPEN INPUT EXCEPT-WORKQUEUE.
083500     IF EW-FILE-STATUS NOT = '00'
083600         GO TO 2600-EXIT
083700     END-IF.
083800     PERFORM 2610-TALLY-ONE-EXCEPTION THRU 2610-EXIT
083900         UNTIL WS-FILE-EOF.
084000     CLOSE EXCEPT-WORKQUEUE.
084100 2600-EXIT.
084200     EXIT.
084300*----------------------------------------------------------
084400* 2610-TALLY-ONE-EXCEPTION
084500*----------------------------------------------------------
084600 2610-TALLY-ONE-EXCEPTION.
084700     READ EXCEPT-WORKQUEUE
084800         AT END
084900             SET WS-FILE-EOF TO TRUE
085000             GO TO 2610-EXIT
085100     END-READ.
085200     IF NOT EW-STAT-OPEN
085300         GO TO 2610-EXIT
085400     END-IF.
085500     IF EW-VALUE(1:6) IS NUMERIC
085600             AND EW-VALUE(7:9) = SPACES
085700         MOVE EW-VALUE(1:6) TO WS-LOOKUP-ID-X
085800         PERFORM 2950-FIND-CUSTOMER-BRANCH THRU 2950-EXIT
085900     ELSE
086000         MOVE SPACES TO WS-REL-BRANCH
086100     END-IF.
086200     MOVE 9 TO WS-REL-FIGURE.
086300     MOVE 1 TO WS-REL-AMOUNT.
086400     PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT.
086500     PERFORM 2650-COUNT-BUSINESS-DAYS THRU 2650-EXIT.
086600     IF WS-BUS-DAY-AGE > WS-AGE-DAYS
086700         MOVE 10 TO WS-REL-FIGURE
086800         PERFORM 2900-RELEASE-FIGURE THRU 2900-EXIT
086900     END-IF.
087000 2610-EXIT.
087100     EXIT.
087200*----------------------------------------------------------
087300* 2650-COUNT-BUSINESS-DAYS - EXCP-AGING's walk from the
087400*     day after the queue date up to the run date,
087500*     counting the days CAL-INFO calls business days.
087600*----------------------------------------------------------
087700 2650-COUNT-BUSINESS-DAYS.
087800     MOVE 0 TO WS-BUS-DAY-AGE.
087900     MOVE 0 TO WS-WALK-COUNT.
088000     IF EW-QUEUE-DATE NOT < WS-RUN-DATE
088100         GO TO 2650-EXIT
088200     END-IF.
088300     MOVE EW-QUEUE-DATE TO WS-WALK-DATE-NUM.
088400     PERFORM 2660-WALK-ONE-DAY THRU 2660-EXIT
088500         UNTIL WS-WALK-DATE-NUM NOT < WS-RUN-DATE
088600             OR WS-WALK-COUNT NOT < WS-WALK-LIMIT.
088700 2650-EXIT.
088800     EXIT.
088900*----------------------------------------------------------
089000* 2660-WALK-ONE-DAY
089100*----------------------------------------------------------
089200 2660-WALK-ONE-DAY.
089300     ADD 1 TO WS-WALK-COUNT.
089400     PERFORM 2670-SET-DAYS-IN-MONTH THRU 2670-EXIT.
089500     IF WS-WALK-DAY < WS-DAYS-IN-MONTH
089600         ADD 1 TO WS-WALK-DAY
089700     ELSE
089800         MOVE 1 TO WS-WALK-DAY
089900         IF WS-WALK-MONTH < 12
090000             ADD 1 TO WS-WALK-MONTH
090100         ELSE
090200             MOVE 1 TO WS-WALK-MONTH
090300             ADD 1 TO WS-WALK-YEAR
090400         END-IF
090500     END-IF.
090600     IF WS-WALK-DATE-NUM NOT > WS-RUN-DATE
090700         MOVE WS-WALK-DATE-NUM TO CI-CHECK-DATE
090800         CALL 'CAL-INFO' USING CAL-INFO-PARMS
090900         IF CI-BUSINESS-DAY
091000             ADD 1 TO WS-BUS-DAY-AGE
091100         END-IF
091200     END-IF.
091300 2660-EXIT.
091400     EXIT.
091500*----------------------------------------------------------
091600* 2670-SET-DAYS-IN-MONTH
091700*----------------------------------------------------------
091800 2670-SET-DAYS-IN-MONTH.
091900     EVALUATE WS-WALK-MONTH
092000         WHEN 01
092100         WHEN 03
092200         WHEN 05
092300         WHEN 07
092400         WHEN 08
092500         WHEN 10
092600         WHEN 12
092700             MOVE 31 TO WS-DAYS-IN-MONTH
092800         WHEN 04
092900         WHEN 06
093000         WHEN 09
093100         WHEN 11
093200             MOVE 30 TO WS-DAYS-IN-MONTH
093300         WHEN 02
093400             PERFORM 2680-CHECK-LEAP-YEAR THRU 2680-EXIT
093500             IF WS-LEAP-YEAR
093600                 MOVE 29 TO WS-DAYS-IN-MONTH
093700             ELSE
093800                 MOVE 28 TO WS-DAYS-IN-MONTH
093900             END-IF
094000     END-EVALUATE.
094100 2670-EXIT.
094200     EXIT.
094300*----------------------------------------------------------
094400* 2680-CHECK-LEAP-YEAR
094500*----------------------------------------------------------
094600 2680-CHECK-LEAP-YEAR.
094700     MOVE 'N' TO WS-LEAP-SW.
094800     DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-WORK
094900         REMAINDER WS-LEAP-REM.
095000     IF WS-LEAP-REM = 0
095100         MOVE 'Y' TO WS-LEAP-SW
095200         DIVIDE WS-WALK-YEAR BY 100 GIVING WS-LEAP-WORK
095300             REMAINDER WS-LEAP-REM
095400         IF WS-LEAP-REM = 0
095500             DIVIDE WS-WALK-YEAR BY 400 GIVING WS-LEAP-WORK
095600                 REMAINDER WS-LEAP-REM
095700             IF WS-LEAP-REM NOT = 0
095800                 MOVE 'N' TO WS-LEAP-SW
095900             END-IF
096000         END-IF
096100     END-IF.
096200 2680-EXIT.
096300     EXIT.
100300*----------------------------------------------------------
100400* 2900-RELEASE-FIGURE
100500*----------------------------------------------------------
100600 2900-RELEASE-FIGURE.
100700     IF WS-REL-BRANCH = SPACES
100800         MOVE '---' TO WS-REL-BRANCH
100900     END-IF.
101000     MOVE WS-REL-BRANCH TO SR-BRANCH-CODE.
101100     MOVE WS-REL-FIGURE TO SR-FIGURE-NBR.
101200     MOVE WS-REL-AMOUNT TO SR-AMOUNT.
101300     RELEASE SR-SORT-RECORD.
101400 2900-EXIT.
101500     EXIT.
101600*----------------------------------------------------------
101700* 2950-FIND-CUSTOMER-BRANCH - the branch of the customer
101800*     in WS-LOOKUP-ID; spaces when it cannot be found.
101900*----------------------------------------------------------
102000 2950-FIND-CUSTOMER-BRANCH.
102100     MOVE SPACES TO WS-REL-BRANCH.
102200     IF NOT WS-CM-OPEN
102300             OR WS-LOOKUP-ID-X IS NOT NUMERIC
102400         GO TO 2950-EXIT
102500     END-IF.
102600     MOVE WS-LOOKUP-ID TO CM-CUST-ID.
102700     READ CUSTOMER-MASTER
102800         KEY IS CM-CUST-ID
102900         INVALID KEY
103000             GO TO 2950-EXIT
103100     END-READ.
103200     MOVE CM-BRANCH-CODE TO WS-REL-BRANCH.
103300 2950-EXIT.
103400     EXIT.
103500*----------------------------------------------------------
103600* 5000-BUILD-SCORECARD - sort output: a page per branch as
103700*     its figures close, then the company page.
103800*----------------------------------------------------------
103900 5000-BUILD-SCORECARD.
104000     MOVE SPACES TO WS-CUR-BRANCH.
104100     PERFORM 5100-RETURN-ONE-FIGURE THRU 5100-EXIT
104200         UNTIL WS-SORT-EOF.
104300     IF WS-BRANCH-STARTED
104400         PERFORM 5200-FINISH-BRANCH THRU 5200-EXIT
104500     END-IF.
104600     MOVE SPACES TO WS-CUR-BRANCH.
104700     MOVE WS-CO-FIGURES TO WS-CUR-FIGURES.
104800     PERFORM 5300-LOAD-COMPARISONS THRU 5300-EXIT.
104900     MOVE 'COMPANY SUMMARY' TO RPH-SCOPE.
105000     PERFORM 6000-PRINT-PAGE THRU 6000-EXIT.
105100     PERFORM 6500-PRINT-HISTORY-TIE-OUT THRU 6500-EXIT.
105200     PERFORM 5400-BANK-FIGURES THRU 5400-EXIT.
105300     MOVE SPACES TO REPORT-LINE.
105400     WRITE REPORT-LINE.
105500     MOVE WS-BRANCH-COUNT TO RPT-BRANCH-COUNT.
105600     WRITE REPORT-LINE FROM RPT-COUNT-TRAILER.
105700 5000-EXIT.
105800     EXIT.
105900*----------------------------------------------------------
106000* 5100-RETURN-ONE-FIGURE
106100*----------------------------------------------------------
106200 5100-RETURN-ONE-FIGURE.
106300     RETURN SCORE-SORT
106400         AT END
106500             SET WS-SORT-EOF TO TRUE
106600             GO TO 5100-EXIT
106700     END-RETURN.
106800     IF SR-BRANCH-CODE NOT = WS-CUR-BRANCH
106900         IF WS-BRANCH-STARTED
107000             PERFORM 5200-FINISH-BRANCH THRU 5200-EXIT
107100         END-IF
107200         MOVE SR-BRANCH-CODE TO WS-CUR-BRANCH
107300         INITIALIZE WS-CUR-FIGURES
107400         SET WS-BRANCH-STARTED TO TRUE
107500     END-IF.
107600     ADD SR-AMOUNT TO WS-CUR-FIGURE(SR-FIGURE-NBR)
107700         WS-CO-FIGURE(SR-FIGURE-NBR).
107800 5100-EXIT.
107900     EXIT.
108000*----------------------------------------------------------
108100* 5200-FINISH-BRANCH
108200*----------------------------------------------------------
108300 5200-FINISH-BRANCH.
108400     ADD 1 TO WS-BRANCH-COUNT.
108500     PERFORM 5300-LOAD-COMPARISONS THRU 5300-EXIT.
108600     MOVE WS-CUR-BRANCH TO RPS-BRANCH-CODE.
108700     MOVE RPT-SCOPE-BRANCH TO RPH-SCOPE.
108800     PERFORM 6000-PRINT-PAGE THRU 6000-EXIT.
108900     PERFORM 5400-BANK-FIGURES THRU 5400-EXIT.
109000 5200-EXIT.
109100     EXIT.
109200*----------------------------------------------------------
109300* 5300-LOAD-COMPARISONS - the page's figures for the prior
109400*     month and the same month last year, where banked.
109500*----------------------------------------------------------
109600 5300-LOAD-COMPARISONS.
109700     SET WS-PRIOR-FOUND TO FALSE.
109800     SET WS-YAGO-FOUND TO FALSE.
109900     IF NOT WS-BH-OPEN
110000         GO TO 5300-EXIT
110100     END-IF.
110200     MOVE WS-PRIOR-MONTH TO BH-MONTH.
110300     MOVE WS-CUR-BRANCH TO BH-BRANCH-CODE.
110400     READ BRANCH-HISTORY
110500         KEY IS BH-KEY
110600         INVALID KEY
110700             CONTINUE
110800         NOT INVALID KEY
110900             MOVE BH-FIGURES TO WS-PRIOR-FIGURES
111000             SET WS-PRIOR-FOUND TO TRUE
111100     END-READ.
111200     MOVE WS-YAGO-MONTH TO BH-MONTH.
111300     MOVE WS-CUR-BRANCH TO BH-BRANCH-CODE.
111400     READ BRANCH-HISTORY
111500         KEY IS BH-KEY
111600         INVALID KEY
111700             CONTINUE
111800         NOT INVALID KEY
111900             MOVE BH-FIGURES TO WS-YAGO-FIGURES
112000             SET WS-YAGO-FOUND TO TRUE
112100     END-READ.
112200 5300-EXIT.
112300     EXIT.
112400*----------------------------------------------------------
112500* 5400-BANK-FIGURES - the report month was cleared at
112600*     open, so every page is a fresh WRITE.
112700*----------------------------------------------------------
112800 5400-BANK-FIGURES.
112900     IF NOT WS-BH-OPEN
113000         GO TO 5400-EXIT
113100     END-IF.
113200     MOVE SPACES TO BRANCH-HISTORY-RECORD.
113300     MOVE WS-REPORT-MONTH TO BH-MONTH.
113400     MOVE WS-CUR-BRANCH TO BH-BRANCH-CODE.
113500     MOVE WS-CUR-FIGURES TO BH-FIGURES.
113600     MOVE WS-RUN-DATE TO BH-BANKED-DATE.
113700     WRITE BRANCH-HISTORY-RECORD
113800         INVALID KEY
113900             DISPLAY 'BRANCH-SCORE - BRHIST WRITE FAILED, '
114000                 'STATUS ', BH-FILE-STATUS
114100             MOVE 8 TO RETURN-CODE
114200     END-WRITE.
114300 5400-EXIT.
114400     EXIT.
114500*----------------------------------------------------------
114600* 6000-PRINT-PAGE
114700*----------------------------------------------------------
114800 6000-PRINT-PAGE.
114900     MOVE WS-REPORT-MONTH TO RPH-MONTH.
115000     MOVE WS-RUN-DATE TO RPH-RUN-DATE.
115100     WRITE REPORT-LINE FROM RPT-PAGE-HEADER.
115200     MOVE ALL '-' TO REPORT-LINE.
115300     WRITE REPORT-LINE.
115400     WRITE REPORT-LINE FROM RPT-COLUMN-HEADER.
115500     PERFORM 6100-PRINT-ONE-FIGURE THRU 6100-EXIT
115600         VARYING WS-FIG-SUB FROM 1 BY 1
115700         UNTIL WS-FIG-SUB > 11.
115800     MOVE SPACES TO REPORT-LINE.
115900     WRITE REPORT-LINE.
116000 6000-EXIT.
116100     EXIT.
116200*----------------------------------------------------------
116300* 6100-PRINT-ONE-FIGURE - counts and the cost figure print
116400*     through their own pictures; N/A stands in for a
116500*     comparison month not yet banked.
116600*----------------------------------------------------------
116700 6100-PRINT-ONE-FIGURE.
116800     IF WS-FIG-SUB = WS-FIG-COST
116900         GO TO 6100-PRINT-AMOUNT
117000     END-IF.
117100     MOVE WS-FIG-LABEL(WS-FIG-SUB) TO RPC-LABEL.
117200     MOVE WS-CUR-FIGURE(WS-FIG-SUB) TO RPC-THIS.
117300     IF WS-PRIOR-FOUND
117400         MOVE WS-PRIOR-FIGURE(WS-FIG-SUB) TO RPC-PRIOR
117500         COMPUTE WS-CHANGE = WS-CUR-FIGURE(WS-FIG-SUB)
117600             - WS-PRIOR-FIGURE(WS-FIG-SUB)
117700         MOVE WS-CHANGE TO RPC-MOM-CHANGE
117800     ELSE
117900         MOVE WS-NOT-AVAILABLE TO RPC-PRIOR-X
118000             RPC-MOM-CHANGE-X
118100     END-IF.
118200     IF WS-YAGO-FOUND
118300         MOVE WS-YAGO-FIGURE(WS-FIG-SUB) TO RPC-YAGO
118400         COMPUTE WS-CHANGE = WS-CUR-FIGURE(WS-FIG-SUB)
118500             - WS-YAGO-FIGURE(WS-FIG-SUB)
118600         MOVE WS-CHANGE TO RPC-YOY-CHANGE
118700     ELSE
118800         MOVE WS-NOT-AVAILABLE TO RPC-YAGO-X
118900             RPC-YOY-CHANGE-X
119000     END-IF.
119100     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
119200     GO TO 6100-EXIT.
119300 6100-PRINT-AMOUNT.
119400     MOVE WS-FIG-LABEL(WS-FIG-SUB) TO RPA-LABEL.
119500     MOVE WS-CUR-FIGURE(WS-FIG-SUB) TO RPA-THIS.
119600     IF WS-PRIOR-FOUND
119700         MOVE WS-PRIOR-FIGURE(WS-FIG-SUB) TO RPA-PRIOR
119800         COMPUTE WS-CHANGE = WS-CUR-FIGURE(WS-FIG-SUB)
119900             - WS-PRIOR-FIGURE(WS-FIG-SUB)
120000         MOVE WS-CHANGE TO RPA-MOM-CHANGE
120100     ELSE
120200         MOVE WS-NOT-AVAILABLE TO RPA-PRIOR-X
120300             RPA-MOM-CHANGE-X
120400     END-IF.
120500     IF WS-YAGO-FOUND
120600         MOVE WS-YAGO-FIGURE(WS-FIG-SUB) TO RPA-YAGO
120700         COMPUTE WS-CHANGE = WS-CUR-FIGURE(WS-FIG-SUB)
120800             - WS-YAGO-FIGURE(WS-FIG-SUB)
120900         MOVE WS-CHANGE TO RPA-YOY-CHANGE
121000     ELSE
121100         MOVE WS-NOT-AVAILABLE TO RPA-YAGO-X
121200             RPA-YOY-CHANGE-X
121300     END-IF.
121400     WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
121500 6100-EXIT.
121600     EXIT.
121700*----------------------------------------------------------
121800* 6500-PRINT-HISTORY-TIE-OUT - the company-level figures
121900*     MONTH-END banked on MOHIST for the same three months,
122000*     and YEAR-END's YRHIST totals for last year.
122100*----------------------------------------------------------
122200 6500-PRINT-HISTORY-TIE-OUT.
122300     WRITE REPORT-LINE FROM RPT-TIE-HEADER.
122400     MOVE ALL '-' TO REPORT-LINE.
122500     WRITE REPORT-LINE.
122600     MOVE WS-MHH-FOUND-SW(1) TO WS-TIE-FOUND-SW(1).
122700     MOVE WS-MHH-FOUND-SW(2) TO WS-TIE-FOUND-SW(2).
122800     MOVE WS-MHH-FOUND-SW(3) TO WS-TIE-FOUND-SW(3).
122900     MOVE WS-YRH-FOUND-SW TO WS-TIE-FOUND-SW(4).
123000     MOVE 'INTAKE ADDS' TO RPT-TIE-LABEL.
123100     MOVE WS-MHH-INTAKE-ADDS(1) TO WS-TIE-VALUE(1).
123200     MOVE WS-MHH-INTAKE-ADDS(2) TO WS-TIE-VALUE(2).
123300     MOVE WS-MHH-INTAKE-ADDS(3) TO WS-TIE-VALUE(3).
123400     MOVE WS-YRH-INTAKE-ADDS TO WS-TIE-VALUE(4).
123500     PERFORM 6600-PRINT-TIE-LINE THRU 6600-EXIT.
123600     MOVE 'INTAKE REJECTS' TO RPT-TIE-LABEL.
123700     MOVE WS-MHH-REJECTS-INTAKE(1) TO WS-TIE-VALUE(1).
123800     MOVE WS-MHH-REJECTS-INTAKE(2) TO WS-TIE-VALUE(2).
123900     MOVE WS-MHH-REJECTS-INTAKE(3) TO WS-TIE-VALUE(3).
124000     MOVE WS-YRH-REJECTS-INTAKE TO WS-TIE-VALUE(4).
124100     PERFORM 6600-PRINT-TIE-LINE THRU 6600-EXIT.
124200     MOVE 'LOAD REJECTS' TO RPT-TIE-LABEL.
124300     MOVE WS-MHH-REJECTS-LOAD(1) TO WS-TIE-VALUE(1).
124400     MOVE WS-MHH-REJECTS-LOAD(2) TO WS-TIE-VALUE(2).
124500     MOVE WS-MHH-REJECTS-LOAD(3) TO WS-TIE-VALUE(3).
124600     MOVE WS-YRH-REJECTS-LOAD TO WS-TIE-VALUE(4).
124700     PERFORM 6600-PRINT-TIE-LINE THRU 6600-EXIT.
124800     MOVE 'EXCEPTIONS LOGGED' TO RPT-TIE-LABEL.
124900     MOVE WS-MHH-EXC-TOTAL(1) TO WS-TIE-VALUE(1).
125000     MOVE WS-MHH-EXC-TOTAL(2) TO WS-TIE-VALUE(2).
125100     MOVE WS-MHH-EXC-TOTAL(3) TO WS-TIE-VALUE(3).
125200     MOVE WS-YRH-EXC-TOTAL TO WS-TIE-VALUE(4).
125300     PERFORM 6600-PRINT-TIE-LINE THRU 6600-EXIT.
125400 6500-EXIT.
125500     EXIT.
125600*----------------------------------------------------------
125700* 6600-PRINT-TIE-LINE
125800*----------------------------------------------------------
125900 6600-PRINT-TIE-LINE.
126000     MOVE SPACES TO RPT-TIE-COLUMNS.
126100     PERFORM 6610-SET-TIE-COLUMN THRU 6610-EXIT
126200         VARYING WS-TIE-SUB FROM 1 BY 1
126300         UNTIL WS-TIE-SUB > 4.
126400     WRITE REPORT-LINE FROM RPT-TIE-LINE.
126500 6600-EXIT.
126600     EXIT.
126700*----------------------------------------------------------
126800* 6610-SET-TIE-COLUMN
126900*----------------------------------------------------------
127000 6610-SET-TIE-COLUMN.
127100     IF WS-TIE-FOUND-SW(WS-TIE-SUB) = 'Y'
127200         MOVE WS-TIE-VALUE(WS-TIE-SUB)
127300             TO RPT-TIE-VALUE(WS-TIE-SUB)
127400     ELSE
127500         MOVE WS-NOT-AVAILABLE TO RPT-TIE-VALUE-X(WS-TIE-SUB)
127600     END-IF.
127700 6610-EXIT.
127800     EXIT.
127900*----------------------------------------------------------
128000* 9000-TERMINATE
128100*----------------------------------------------------------
128200 9000-TERMINATE.
128300     IF WS-CM-OPEN
128400         CLOSE CUSTOMER-MASTER
128500     END-IF.
128520     IF WS-DS-OPEN
128540         CLOSE DAY-SUMMARY
128560     END-IF.
128600     IF WS-BH-OPEN
128700         CLOSE BRANCH-HISTORY
128800     END-IF.
128900     CLOSE REPORT-OUT.
129000     DISPLAY 'BRANCH-SCORE - MONTH ', WS-REPORT-MONTH,
129100         ' BRANCH PAGES ', WS-BRANCH-COUNT.
129200     SET JB-FUNC-END TO TRUE.
129300     MOVE WS-BRANCH-COUNT TO JB-RECORD-COUNT.
129400     MOVE RETURN-CODE TO JB-RETURN-CODE.
129500     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
129600 9000-EXIT.
129700     EXIT.
