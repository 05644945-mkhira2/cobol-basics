000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CASE-AGING-RPT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Nightly service-case aging and resolution report over
000900* the CUSTCASE file. Every unresolved case past its
001000* target resolution date prints, the longest overdue
001100* first, with the business days (CAL-INFO) it is past
001200* target and the operator who owns it.
001300*
001400* A closing summary by category gives the complaint
001500* volumes and resolution times for the reporting period
001600* in force (fiscal period or calendar month, as CAL-INFO
001700* answers for the business date): cases opened and
001800* resolved in the period, how many were resolved on or
001900* before their target and how many after, the average
002000* business days from opening to resolution, and the
002100* cases open and past target now - with a total line
002200* for the whole company.
002300*----------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE        INIT  DESCRIPTION
002600*    2026-10-15   DN   Original program.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CUST-CASE-FILE ASSIGN TO 'CUSTCASE'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CK-CASE-NUMBER
003500         ALTERNATE RECORD KEY IS CK-CUST-ID
003600             WITH DUPLICATES
003700         FILE STATUS IS CK-FILE-STATUS.
003800     SELECT CASE-SORT ASSIGN TO 'CASESRWK'.
003900     SELECT REPORT-OUT ASSIGN TO 'CASEAGER'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS RO-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CUST-CASE-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY "custcase.cpy".
004800*
004900 SD  CASE-SORT.
005000 01  KS-SORT-RECORD.
005100     05  KS-DAYS-PAST            PIC 9(04).
005200     05  KS-CASE-NUMBER          PIC 9(08).
005300     05  KS-CUST-ID              PIC 9(06).
005400     05  KS-BRANCH-CODE          PIC X(03).
005500     05  KS-CATEGORY             PIC X(02).
005600     05  KS-STATUS               PIC X(01).
005700     05  KS-OPEN-DATE            PIC 9(08).
005800     05  KS-TARGET-DATE          PIC 9(08).
005900     05  KS-ASSIGNED-OPER        PIC X(08).
006000     05  KS-SUMMARY              PIC X(60).
006100*
006200 FD  REPORT-OUT
006300     LABEL RECORDS ARE STANDARD.
006400 01  REPORT-LINE                 PIC X(120).
006500*
006600 WORKING-STORAGE SECTION.
006700 01  CK-FILE-STATUS              PIC X(02).
006800 01  RO-FILE-STATUS              PIC X(02).
006900*
007000 01  WS-CASE-EOF-SW              PIC X(01) VALUE 'N'.
007100     88  WS-CASE-EOF             VALUE 'Y' FALSE 'N'.
007200 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
007300     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
007400 01  WS-CASES-OPEN-SW            PIC X(01) VALUE 'N'.
007500     88  WS-CASES-OPEN           VALUE 'Y' FALSE 'N'.
007600*
007700*    The reporting period in force on the business date.
007800 01  WS-PERIOD-ID                PIC 9(06).
007900 01  WS-PERIOD-START             PIC 9(08).
008000 01  WS-PERIOD-LAST              PIC 9(08).
008100*
008200*    The categories CUSTCASE knows, and a last row for
008300*    any code it does not.
008400 01  WS-CAT-LIST-VALUES.
008500     05  FILLER                  PIC X(15) VALUE
008600         'STSTATEMENT    '.
008700     05  FILLER                  PIC X(15) VALUE
008800         'NTNOTICE       '.
008900     05  FILLER                  PIC X(15) VALUE
009000         'RMRETURNED MAIL'.
009100     05  FILLER                  PIC X(15) VALUE
009200         'BLBILLING      '.
009300     05  FILLER                  PIC X(15) VALUE
009400         'SVSERVICE      '.
009500     05  FILLER                  PIC X(15) VALUE
009600         'OTOTHER        '.
009700     05  FILLER                  PIC X(15) VALUE
009800         '??UNRECOGNISED '.
009900 01  WS-CAT-LIST REDEFINES WS-CAT-LIST-VALUES.
010000     05  WS-CAT-ENTRY OCCURS 7 TIMES
010100             INDEXED BY WS-CAT-IDX.
010200         10  WS-CAT-CODE         PIC X(02).
010300         10  WS-CAT-NAME         PIC X(13).
010400 77  WS-CAT-LIMIT                PIC 9(02) COMP VALUE 7.
010500 77  WS-TOTAL-ROW                PIC 9(02) COMP VALUE 8.
010600 01  WS-CAT-SUB                  PIC 9(02) COMP.
010700*
010800*    Period and standing counts by category; row 8 is
010900*    the company total.
011000 01  WS-CAT-COUNTS.
011100     05  WS-CC-ENTRY OCCURS 8 TIMES.
011200         10  WS-CC-OPENED        PIC 9(07) COMP.
011300         10  WS-CC-RESOLVED      PIC 9(07) COMP.
011400         10  WS-CC-IN-TARGET     PIC 9(07) COMP.
011500         10  WS-CC-PAST-TARGET   PIC 9(07) COMP.
011600         10  WS-CC-RESOLVE-DAYS  PIC 9(09) COMP.
011700         10  WS-CC-OPEN-NOW      PIC 9(07) COMP.
011800         10  WS-CC-BREACHING     PIC 9(07) COMP.
011900 01  WS-AVG-DAYS                 PIC 9(05)V9.
012000*
012100*    Business days after WS-FROM-DATE up to and including
012200*    WS-TO-DATE, walked a day at a time, the EXCP-AGING
012300*    way.
012400 01  WS-FROM-DATE                PIC 9(08).
012500 01  WS-TO-DATE                  PIC 9(08).
012600 01  WS-BUS-DAYS                 PIC 9(04) COMP.
012700 01  WS-WALK-DATE.
012800     05  WS-WALK-YEAR            PIC 9(04).
012900     05  WS-WALK-MONTH           PIC 9(02).
013000     05  WS-WALK-DAY             PIC 9(02).
013100 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
013200                                 PIC 9(08).
013300 01  WS-DAYS-IN-MONTH            PIC 9(02).
013400 01  WS-LEAP-WORK                PIC 9(04).
013500 01  WS-LEAP-REM                 PIC 9(04).
013600 01  WS-LEAP-SW                  PIC X(01).
013700     88  WS-LEAP-YEAR            VALUE 'Y'.
013800 77  WS-WALK-LIMIT               PIC 9(04) COMP VALUE 400.
013900 01  WS-WALK-COUNT               PIC 9(04) COMP.
014000*
014100 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
014200 01  WS-BREACH-COUNT             PIC 9(07) COMP VALUE 0.
014300*
014400 COPY "rundate.cpy".
014500 COPY "calinfpm.cpy".
014600 COPY "jobhstpm.cpy".
014700*
014800 01  RPT-HEADER-LINE.
014900     05  FILLER                  PIC X(40) VALUE
015000         'SERVICE CASE AGING AND RESOLUTION      '.
015100     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
015200     05  HDR-RUN-DATE            PIC 9999/99/99.
015300*
015400 01  RPT-PERIOD-LINE.
015500     05  FILLER                  PIC X(18) VALUE
015600         'REPORTING PERIOD: '.
015700     05  RPP-PERIOD-ID           PIC 9(06).
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  RPP-BASIS               PIC X(16).
016000     05  FILLER                  PIC X(01) VALUE SPACE.
016100     05  RPP-PERIOD-START        PIC 9999/99/99.
016200     05  FILLER                  PIC X(06) VALUE ' THRU '.
016300     05  RPP-PERIOD-LAST         PIC 9999/99/99.
016400*
016500 01  RPT-BREACH-HEAD-LINE.
016600     05  FILLER                  PIC X(40) VALUE
016700         'UNRESOLVED CASES PAST THEIR TARGET DATE'.
016800*
016900 01  RPT-COL-HEAD-LINE.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  FILLER                  PIC X(09) VALUE 'CASE NO'.
017200     05  FILLER                  PIC X(07) VALUE 'CUST'.
017300     05  FILLER                  PIC X(04) VALUE 'BR'.
017400     05  FILLER                  PIC X(04) VALUE 'CAT'.
017500     05  FILLER                  PIC X(04) VALUE 'ST'.
017600     05  FILLER                  PIC X(11) VALUE 'OPENED'.
017700     05  FILLER                  PIC X(11) VALUE 'TARGET'.
017800     05  FILLER                  PIC X(06) VALUE 'DAYS'.
017900     05  FILLER                  PIC X(10) VALUE 'OWNER'.
018000     05  FILLER                  PIC X(40) VALUE 'SUMMARY'.
018100*
018200 01  RPT-DETAIL-LINE.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  RPD-CASE-NUMBER         PIC 9(08).
018500     05  FILLER                  PIC X(01) VALUE SPACE.
018600     05  RPD-CUST-ID             PIC 9(06).
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  RPD-BRANCH-CODE         PIC X(03).
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  RPD-CATEGORY            PIC X(02).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  RPD-STATUS              PIC X(01).
019300     05  FILLER                  PIC X(03) VALUE SPACES.
019400     05  RPD-OPEN-DATE           PIC 9999/99/99.
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  RPD-TARGET-DATE         PIC 9999/99/99.
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  RPD-DAYS-PAST           PIC ZZZ9.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  RPD-ASSIGNED-OPER       PIC X(08).
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  RPD-SUMMARY             PIC X(40).
020300*
020400 01  RPT-NONE-LINE.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  FILLER                  PIC X(30) VALUE
020700         'NO CASES PAST THEIR TARGET'.
020800*
020900 01  RPT-SUMM-HEAD-LINE.
021000     05  FILLER                  PIC X(40) VALUE
021100         'CASES BY CATEGORY - PERIOD AND STANDING'.
021200*
021300 01  RPT-SUMM-COL-LINE-1.
021400     05  FILLER                  PIC X(15) VALUE SPACES.
021500     05  FILLER                  PIC X(50) VALUE
021600         '------------- IN THE PERIOD -------------'.
021700     05  FILLER                  PIC X(20) VALUE
021800         '----- NOW -----'.
021900*
022000 01  RPT-SUMM-COL-LINE-2.
022100     05  FILLER                  PIC X(15) VALUE 'CATEGORY'.
022200     05  FILLER                  PIC X(10) VALUE '  OPENED'.
022300     05  FILLER                  PIC X(10) VALUE 'RESOLVED'.
022400     05  FILLER                  PIC X(10) VALUE 'IN TARGET'.
022500     05  FILLER                  PIC X(10) VALUE 'LATE'.
022600     05  FILLER                  PIC X(10) VALUE 'AVG DAYS'.
022700     05  FILLER                  PIC X(10) VALUE 'OPEN'.
022800     05  FILLER                  PIC X(10) VALUE 'PAST TGT'.
022900*
023000 01  RPT-SUMM-LINE.
023100     05  RPS-CATEGORY            PIC X(13).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  RPS-OPENED              PIC ZZZ,ZZ9.
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  RPS-RESOLVED            PIC ZZZ,ZZ9.
023600     05  FILLER                  PIC X(03) VALUE SPACES.
023700     05  RPS-IN-TARGET           PIC ZZZ,ZZ9.
023800     05  FILLER                  PIC X(03) VALUE SPACES.
023900     05  RPS-PAST-TARGET         PIC ZZZ,ZZ9.
024000     05  FILLER                  PIC X(03) VALUE SPACES.
024100     05  RPS-AVG-DAYS            PIC ZZZZ9.9.
024200     05  FILLER                  PIC X(03) VALUE SPACES.
024300     05  RPS-OPEN-NOW            PIC ZZZ,ZZ9.
024400     05  FILLER                  PIC X(03) VALUE SPACES.
024500     05  RPS-BREACHING           PIC ZZZ,ZZ9.
024600*
024700 PROCEDURE DIVISION.
024800*----------------------------------------------------------
024900* 0000-MAINLINE
025000*----------------------------------------------------------
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025300     SORT CASE-SORT
025400         ON DESCENDING KEY KS-DAYS-PAST
025500         ON ASCENDING KEY KS-CASE-NUMBER
025600         INPUT PROCEDURE IS 2000-SWEEP-CASES
025700             THRU 2000-EXIT
025800         OUTPUT PROCEDURE IS 3000-PRINT-BREACHES
025900             THRU 3000-EXIT.
026000     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026200     GOBACK.
026300*----------------------------------------------------------
026400* 1000-INITIALIZE - the reporting period in force comes
026500*     off CAL-INFO for the business date.
026600*----------------------------------------------------------
026700 1000-INITIALIZE.
026800     CALL 'BUS-DATE' USING WS-RUN-DATE.
026900     SET JB-FUNC-START TO TRUE.
027000     MOVE 'CASE-AGING-RPT' TO JB-PROGRAM-ID.
027100     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
027200     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
027300     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
027400     MOVE WS-RUN-DATE TO CI-CHECK-DATE.
027500     CALL 'CAL-INFO' USING CAL-INFO-PARMS.
027600     MOVE CI-PERIOD-ID TO WS-PERIOD-ID.
027700     MOVE CI-PERIOD-START TO WS-PERIOD-START.
027800     MOVE CI-PERIOD-LAST TO WS-PERIOD-LAST.
027900     PERFORM 1100-CLEAR-ONE-ROW THRU 1100-EXIT
028000         VARYING WS-CAT-SUB FROM 1 BY 1
028100         UNTIL WS-CAT-SUB > WS-TOTAL-ROW.
028200     OPEN OUTPUT REPORT-OUT.
028300     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
028400     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
028500     MOVE WS-PERIOD-ID TO RPP-PERIOD-ID.
028600     IF CI-BASIS-FISCAL
028700         MOVE 'FISCAL PERIOD' TO RPP-BASIS
028800     ELSE
028900         MOVE 'CALENDAR MONTH' TO RPP-BASIS
029000     END-IF.
029100     MOVE WS-PERIOD-START TO RPP-PERIOD-START.
029200     MOVE WS-PERIOD-LAST TO RPP-PERIOD-LAST.
029300     WRITE REPORT-LINE FROM RPT-PERIOD-LINE.
029400     MOVE ALL '-' TO REPORT-LINE.
029500     WRITE REPORT-LINE.
029600 1000-EXIT.
029700     EXIT.
029800*----------------------------------------------------------
029900* 1100-CLEAR-ONE-ROW
030000*----------------------------------------------------------
030100 1100-CLEAR-ONE-ROW.
030200     MOVE 0 TO WS-CC-OPENED (WS-CAT-SUB)
030300               WS-CC-RESOLVED (WS-CAT-SUB)
030400               WS-CC-IN-TARGET (WS-CAT-SUB)
030500               WS-CC-PAST-TARGET (WS-CAT-SUB)
030600               WS-CC-RESOLVE-DAYS (WS-CAT-SUB)
030700               WS-CC-OPEN-NOW (WS-CAT-SUB)
030800               WS-CC-BREACHING (WS-CAT-SUB).
030900 1100-EXIT.
031000     EXIT.
031100*----------------------------------------------------------
031200* 2000-SWEEP-CASES - one pass of the case file counts the
031300*     period and standing figures and releases every
031400*     unresolved case past its target to the sort.
031500*----------------------------------------------------------
031600 2000-SWEEP-CASES.
031700     OPEN INPUT CUST-CASE-FILE.
031800     IF CK-FILE-STATUS NOT = '00'
031900         DISPLAY 'CASE-AGING-RPT - NO CASE FILE - NO ',
032000             'CASES TO REPORT'
032100         GO TO 2000-EXIT
032200     END-IF.
032300     SET WS-CASES-OPEN TO TRUE.
032400     SET WS-CASE-EOF TO FALSE.
032500     PERFORM 2100-SWEEP-ONE-CASE THRU 2100-EXIT
032600         UNTIL WS-CASE-EOF.
032700     CLOSE CUST-CASE-FILE.
032800 2000-EXIT.
032900     EXIT.
033000*----------------------------------------------------------
033100* 2100-SWEEP-ONE-CASE
033200*----------------------------------------------------------
033300 2100-SWEEP-ONE-CASE.
033400     READ CUST-CASE-FILE NEXT RECORD
033500         AT END
033600             SET WS-CASE-EOF TO TRUE
033700             GO TO 2100-EXIT
033800     END-READ.
033900     ADD 1 TO WS-READ-COUNT.
034000     PERFORM 2200-FIND-CATEGORY THRU 2200-EXIT.
034100     IF CK-OPEN-DATE NOT < WS-PERIOD-START
034200         AND CK-OPEN-DATE NOT > WS-PERIOD-LAST
034300         ADD 1 TO WS-CC-OPENED (WS-CAT-SUB)
034400     END-IF.
034500     IF CK-STAT-RESOLVED
034600         IF CK-RESOLVE-DATE NOT < WS-PERIOD-START
034700             AND CK-RESOLVE-DATE NOT > WS-PERIOD-LAST
034800             PERFORM 2300-COUNT-RESOLVED THRU 2300-EXIT
034900         END-IF
035000         GO TO 2100-EXIT
035100     END-IF.
035200     ADD 1 TO WS-CC-OPEN-NOW (WS-CAT-SUB).
035300     IF CK-TARGET-DATE < WS-RUN-DATE
035400         PERFORM 2400-RELEASE-BREACH THRU 2400-EXIT
035500     END-IF.
035600 2100-EXIT.
035700     EXIT.
035800*----------------------------------------------------------
035900* 2200-FIND-CATEGORY - an unknown code falls to the last
036000*     row.
036100*----------------------------------------------------------
036200 2200-FIND-CATEGORY.
036300     SET WS-CAT-IDX TO 1.
036400     SEARCH WS-CAT-ENTRY
036500         AT END
036600             MOVE WS-CAT-LIMIT TO WS-CAT-SUB
036700         WHEN WS-CAT-CODE (WS-CAT-IDX) = CK-CATEGORY
036800             SET WS-CAT-SUB TO WS-CAT-IDX
036900     END-SEARCH.
037000 2200-EXIT.
037100     EXIT.
037200*----------------------------------------------------------
037300* 2300-COUNT-RESOLVED - a resolution on or before the
037400*     target date is in target; the business days from
037500*     opening feed the average.
037600*----------------------------------------------------------
037700 2300-COUNT-RESOLVED.
037800     ADD 1 TO WS-CC-RESOLVED (WS-CAT-SUB).
037900     IF CK-RESOLVE-DATE NOT > CK-TARGET-DATE
038000         ADD 1 TO WS-CC-IN-TARGET (WS-CAT-SUB)
038100     ELSE
038200         ADD 1 TO WS-CC-PAST-TARGET (WS-CAT-SUB)
038300     END-IF.
038400     MOVE CK-OPEN-DATE TO WS-FROM-DATE.
038500     MOVE CK-RESOLVE-DATE TO WS-TO-DATE.
038600     PERFORM 5000-COUNT-BUSINESS-DAYS THRU 5000-EXIT.
038700     ADD WS-BUS-DAYS TO WS-CC-RESOLVE-DAYS (WS-CAT-SUB).
038800 2300-EXIT.
038900     EXIT.
039000*----------------------------------------------------------
039100* 2400-RELEASE-BREACH
039200*----------------------------------------------------------
039300 2400-RELEASE-BREACH.
039400     ADD 1 TO WS-CC-BREACHING (WS-CAT-SUB).
039500     ADD 1 TO WS-BREACH-COUNT.
039600     MOVE CK-TARGET-DATE TO WS-FROM-DATE.
039700     MOVE WS-RUN-DATE TO WS-TO-DATE.
039800     PERFORM 5000-COUNT-BUSINESS-DAYS THRU 5000-EXIT.
039900     MOVE SPACES TO KS-SORT-RECORD.
040000     MOVE WS-BUS-DAYS TO KS-DAYS-PAST.
040100     MOVE CK-CASE-NUMBER TO KS-CASE-NUMBER.
040200     MOVE CK-CUST-ID TO KS-CUST-ID.
040300     MOVE CK-BRANCH-CODE TO KS-BRANCH-CODE.
040400     MOVE CK-CATEGORY TO KS-CATEGORY.
040500     MOVE CK-STATUS TO KS-STATUS.
040600     MOVE CK-OPEN-DATE TO KS-OPEN-DATE.
040700     MOVE CK-TARGET-DATE TO KS-TARGET-DATE.
040800     MOVE CK-ASSIGNED-OPER TO KS-ASSIGNED-OPER.
040900     MOVE CK-SUMMARY TO KS-SUMMARY.
041000     RELEASE KS-SORT-RECORD.
041100 2400-EXIT.
041200     EXIT.
041300*----------------------------------------------------------
041400* 3000-PRINT-BREACHES
041500*----------------------------------------------------------
041600 3000-PRINT-BREACHES.
041700     WRITE REPORT-LINE FROM RPT-BREACH-HEAD-LINE.
041800     WRITE REPORT-LINE FROM RPT-COL-HEAD-LINE.
041900     SET WS-SORT-EOF TO FALSE.
042000     PERFORM 3100-RETURN-BREACH THRU 3100-EXIT.
042100     IF WS-SORT-EOF
042200         WRITE REPORT-LINE FROM RPT-NONE-LINE
042300         GO TO 3000-EXIT
042400     END-IF.
042500     PERFORM 3200-PRINT-ONE-BREACH THRU 3200-EXIT
042600         UNTIL WS-SORT-EOF.
042700 3000-EXIT.
042800     EXIT.
042900*----------------------------------------------------------
043000* 3100-RETURN-BREACH
043100*----------------------------------------------------------
043200 3100-RETURN-BREACH.
043300     RETURN CASE-SORT
043400         AT END
043500             SET WS-SORT-EOF TO TRUE
043600     END-RETURN.
043700 3100-EXIT.
043800     EXIT.
043900*----------------------------------------------------------
044000* 3200-PRINT-ONE-BREACH
044100*----------------------------------------------------------
044200 3200-PRINT-ONE-BREACH.
044300     MOVE KS-CASE-NUMBER TO RPD-CASE-NUMBER.
044400     MOVE KS-CUST-ID TO RPD-CUST-ID.
044500     MOVE KS-BRANCH-CODE TO RPD-BRANCH-CODE.
044600     MOVE KS-CATEGORY TO RPD-CATEGORY.
044700     MOVE KS-STATUS TO RPD-STATUS.
044800     MOVE KS-OPEN-DATE TO RPD-OPEN-DATE.
044900     MOVE KS-TARGET-DATE TO RPD-TARGET-DATE.
045000     MOVE KS-DAYS-PAST TO RPD-DAYS-PAST.
045100     MOVE KS-ASSIGNED-OPER TO RPD-ASSIGNED-OPER.
045200     MOVE KS-SUMMARY TO RPD-SUMMARY.
045300     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
045400     PERFORM 3100-RETURN-BREACH THRU 3100-EXIT.
045500 3200-EXIT.
045600     EXIT.
045700*----------------------------------------------------------
045800* 5000-COUNT-BUSINESS-DAYS - walk from the day after
045900*     WS-FROM-DATE up to WS-TO-DATE, counting the days
046000*     CAL-INFO calls business days; the walk is capped so
046100*     a garbled date cannot spin the report.
046200*----------------------------------------------------------
046300 5000-COUNT-BUSINESS-DAYS.
046400     MOVE 0 TO WS-BUS-DAYS.
046500     MOVE 0 TO WS-WALK-COUNT.
046600     IF WS-FROM-DATE NOT < WS-TO-DATE
046700         GO TO 5000-EXIT
046800     END-IF.
046900     MOVE WS-FROM-DATE TO WS-WALK-DATE-NUM.
047000     PERFORM 5100-WALK-ONE-DAY THRU 5100-EXIT
047100         UNTIL WS-WALK-DATE-NUM NOT < WS-TO-DATE
047200             OR WS-WALK-COUNT NOT < WS-WALK-LIMIT.
047300 5000-EXIT.
047400     EXIT.
047500*----------------------------------------------------------
047600* 5100-WALK-ONE-DAY
047700*----------------------------------------------------------
047800 5100-WALK-ONE-DAY.
047900     ADD 1 TO WS-WALK-COUNT.
048000     PERFORM 5200-SET-DAYS-IN-MONTH THRU 5200-EXIT.
048100     IF WS-WALK-DAY < WS-DAYS-IN-MONTH
048200         ADD 1 TO WS-WALK-DAY
048300     ELSE
048400         MOVE 1 TO WS-WALK-DAY
048500         IF WS-WALK-MONTH < 12
048600             ADD 1 TO WS-WALK-MONTH
048700         ELSE
048800             MOVE 1 TO WS-WALK-MONTH
048900             ADD 1 TO WS-WALK-YEAR
049000         END-IF
049100     END-IF.
049200     IF WS-WALK-DATE-NUM NOT > WS-TO-DATE
049300         MOVE WS-WALK-DATE-NUM TO CI-CHECK-DATE
049400         CALL 'CAL-INFO' USING CAL-INFO-PARMS
049500         IF CI-BUSINESS-DAY
049600             ADD 1 TO WS-BUS-DAYS
049700         END-IF
049800     END-IF.
049900 5100-EXIT.
050000     EXIT.
050100*----------------------------------------------------------
050200* 5200-SET-DAYS-IN-MONTH
050300*----------------------------------------------------------
050400 5200-SET-DAYS-IN-MONTH.
050500     EVALUATE WS-WALK-MONTH
050600         WHEN 01
050700         WHEN 03
050800         WHEN 05
050900         WHEN 07
051000         WHEN 08
051100         WHEN 10
051200         WHEN 12
051300             MOVE 31 TO WS-DAYS-IN-MONTH
051400         WHEN 04
051500         WHEN 06
051600         WHEN 09
051700         WHEN 11
051800             MOVE 30 TO WS-DAYS-IN-MONTH
051900         WHEN 02
052000             PERFORM 5300-CHECK-LEAP-YEAR THRU 5300-EXIT
052100             IF WS-LEAP-YEAR
052200                 MOVE 29 TO WS-DAYS-IN-MONTH
052300             ELSE
052400                 MOVE 28 TO WS-DAYS-IN-MONTH
052500             END-IF
052600     END-EVALUATE.
052700 5200-EXIT.
052800     EXIT.
052900*----------------------------------------------------------
053000* 5300-CHECK-LEAP-YEAR
053100*----------------------------------------------------------
053200 5300-CHECK-LEAP-YEAR.
053300     MOVE 'N' TO WS-LEAP-SW.
053400     DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-WORK
053500         REMAINDER WS-LEAP-REM.
053600     IF WS-LEAP-REM = 0
053700         MOVE 'Y' TO WS-LEAP-SW
053800         DIVIDE WS-WALK-YEAR BY 100 GIVING WS-LEAP-WORK
053900             REMAINDER WS-LEAP-REM
054000         IF WS-LEAP-REM = 0
054100             DIVIDE WS-WALK-YEAR BY 400 GIVING WS-LEAP-WORK
054200                 REMAINDER WS-LEAP-REM
054300             IF WS-LEAP-REM NOT = 0
054400                 MOVE 'N' TO WS-LEAP-SW
054500             END-IF
054600         END-IF
054700     END-IF.
054800 5300-EXIT.
054900     EXIT.
055000*----------------------------------------------------------
055100* 8000-PRINT-SUMMARY - a line per category, then the
055200*     company total.
055300*----------------------------------------------------------
055400 8000-PRINT-SUMMARY.
055500     MOVE SPACES TO REPORT-LINE.
055600     WRITE REPORT-LINE.
055700     WRITE REPORT-LINE FROM RPT-SUMM-HEAD-LINE.
055800     WRITE REPORT-LINE FROM RPT-SUMM-COL-LINE-1.
055900     WRITE REPORT-LINE FROM RPT-SUMM-COL-LINE-2.
056000     PERFORM 8100-PRINT-ONE-CATEGORY THRU 8100-EXIT
056100         VARYING WS-CAT-SUB FROM 1 BY 1
056200         UNTIL WS-CAT-SUB > WS-CAT-LIMIT.
056300     MOVE WS-TOTAL-ROW TO WS-CAT-SUB.
056400     PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
056500     DISPLAY 'CASE-AGING-RPT - ', WS-BREACH-COUNT,
056600         ' CASE(S) PAST TARGET, ',
056700         WS-CC-OPEN-NOW (WS-TOTAL-ROW), ' OPEN'.
056800 8000-EXIT.
056900     EXIT.
057000*----------------------------------------------------------
057100* 8100-PRINT-ONE-CATEGORY - every known category prints,
057200*     even when empty; the unrecognised row only when
057300*     something fell into it. Each row adds into the
057400*     total.
057500*----------------------------------------------------------
057600 8100-PRINT-ONE-CATEGORY.
057700     ADD WS-CC-OPENED (WS-CAT-SUB)
057800         TO WS-CC-OPENED (WS-TOTAL-ROW).
057900     ADD WS-CC-RESOLVED (WS-CAT-SUB)
058000         TO WS-CC-RESOLVED (WS-TOTAL-ROW).
058100     ADD WS-CC-IN-TARGET (WS-CAT-SUB)
058200         TO WS-CC-IN-TARGET (WS-TOTAL-ROW).
058300     ADD WS-CC-PAST-TARGET (WS-CAT-SUB)
058400         TO WS-CC-PAST-TARGET (WS-TOTAL-ROW).
058500     ADD WS-CC-RESOLVE-DAYS (WS-CAT-SUB)
058600         TO WS-CC-RESOLVE-DAYS (WS-TOTAL-ROW).
058700     ADD WS-CC-OPEN-NOW (WS-CAT-SUB)
058800         TO WS-CC-OPEN-NOW (WS-TOTAL-ROW).
058900     ADD WS-CC-BREACHING (WS-CAT-SUB)
059000         TO WS-CC-BREACHING (WS-TOTAL-ROW).
059100     IF WS-CAT-SUB = WS-CAT-LIMIT
059200         AND WS-CC-OPENED (WS-CAT-SUB) = 0
059300         AND WS-CC-RESOLVED (WS-CAT-SUB) = 0
059400         AND WS-CC-OPEN-NOW (WS-CAT-SUB) = 0
059500         GO TO 8100-EXIT
059600     END-IF.
059700     PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
059800 8100-EXIT.
059900     EXIT.
060000*----------------------------------------------------------
060100* 8200-PRINT-ROW
060200*----------------------------------------------------------
060300 8200-PRINT-ROW.
060400     IF WS-CAT-SUB = WS-TOTAL-ROW
060500         MOVE 'TOTAL' TO RPS-CATEGORY
060600     ELSE
060700         MOVE WS-CAT-NAME (WS-CAT-SUB) TO RPS-CATEGORY
060800     END-IF.
060900     MOVE WS-CC-OPENED (WS-CAT-SUB) TO RPS-OPENED.
061000     MOVE WS-CC-RESOLVED (WS-CAT-SUB) TO RPS-RESOLVED.
061100     MOVE WS-CC-IN-TARGET (WS-CAT-SUB) TO RPS-IN-TARGET.
061200     MOVE WS-CC-PAST-TARGET (WS-CAT-SUB) TO RPS-PAST-TARGET.
061300     IF WS-CC-RESOLVED (WS-CAT-SUB) = 0
061400         MOVE 0 TO WS-AVG-DAYS
061500     ELSE
061600         DIVIDE WS-CC-RESOLVE-DAYS (WS-CAT-SUB)
061700             BY WS-CC-RESOLVED (WS-CAT-SUB)
061800             GIVING WS-AVG-DAYS ROUNDED
061900     END-IF.
062000     MOVE WS-AVG-DAYS TO RPS-AVG-DAYS.
062100     MOVE WS-CC-OPEN-NOW (WS-CAT-SUB) TO RPS-OPEN-NOW.
062200     MOVE WS-CC-BREACHING (WS-CAT-SUB) TO RPS-BREACHING.
062300     WRITE REPORT-LINE FROM RPT-SUMM-LINE.
062400 8200-EXIT.
062500     EXIT.
062600*----------------------------------------------------------
062700* 9000-TERMINATE
062800*----------------------------------------------------------
062900 9000-TERMINATE.
063000     CLOSE REPORT-OUT.
063100     SET JB-FUNC-END TO TRUE.
063200     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
063300     MOVE RETURN-CODE TO JB-RETURN-CODE.
063400     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
063500 9000-EXIT.
063600     EXIT.
