000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CAL-DUE-RPT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Weekly calibration-due report off the SRCMAST source
000900* master. Every active source on a calibration schedule
001000* whose next due date falls within a week of the business
001100* date prints with its interval, last calibration, and
001200* due date - OVERDUE when the date has already passed (its
001300* readings are being flagged at capture and rejected by
001400* BATCH-EDIT), DUE when it comes due before the next run,
001500* NO CAL ON RECORD when a schedule was set but no
001600* calibration has been recorded yet. Retired sources and
001700* sources with no interval are counted, not listed.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-10-15   DN   Original program.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SOURCE-MASTER ASSIGN TO 'SRCMAST'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS SRM-SOURCE-REF
003000         FILE STATUS IS SRM-FILE-STATUS.
003100     SELECT REPORT-OUT ASSIGN TO 'CALDUERP'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS RO-FILE-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SOURCE-MASTER
003800     LABEL RECORDS ARE STANDARD.
003900     COPY "srcmast.cpy".
004000*
004100 FD  REPORT-OUT
004200     LABEL RECORDS ARE STANDARD.
004300 01  REPORT-LINE                 PIC X(120).
004400*
004500 WORKING-STORAGE SECTION.
004600 01  SRM-FILE-STATUS             PIC X(02).
004700 01  RO-FILE-STATUS              PIC X(02).
004800*
004900 01  WS-EOF-SW                   PIC X(01).
005000     88  WS-EOF                  VALUE 'Y' FALSE 'N'.
005100*
005200*    The report runs weekly, so it looks one run ahead.
005300 01  WS-LOOKAHEAD-DAYS           PIC 9(03) VALUE 7.
005400 01  WS-DUE-THROUGH-DATE         PIC 9(08).
005500*
005600 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
005700 01  WS-OVERDUE-COUNT            PIC 9(05) COMP VALUE 0.
005800 01  WS-DUE-COUNT                PIC 9(05) COMP VALUE 0.
005900 01  WS-UNSCHED-COUNT            PIC 9(05) COMP VALUE 0.
006000 01  WS-RETIRED-COUNT            PIC 9(05) COMP VALUE 0.
006100*
006200 01  WS-DAY-COUNTER              PIC 9(04) COMP.
006300 01  WS-WORK-DATE.
006400     05  WS-WORK-YEAR            PIC 9(04).
006500     05  WS-WORK-MONTH           PIC 9(02).
006600     05  WS-WORK-DAY             PIC 9(02).
006700 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
006800                                 PIC 9(08).
006900 01  WS-DAYS-IN-MONTH            PIC 9(02).
007000 01  WS-LEAP-WORK                PIC 9(04).
007100 01  WS-LEAP-REM                 PIC 9(04).
007200 01  WS-LEAP-SW                  PIC X(01).
007300     88  WS-LEAP-YEAR            VALUE 'Y'.
007400*
007500 COPY "rundate.cpy".
007600 COPY "jobhstpm.cpy".
007700*
007800 01  RPT-HEADER-LINE.
007900     05  FILLER                  PIC X(32) VALUE
008000         'CALIBRATION DUE REPORT          '.
008100     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
008200     05  HDR-RUN-DATE            PIC 9999/99/99.
008300     05  FILLER                  PIC X(16) VALUE
008400         '  DUE THROUGH: '.
008500     05  HDR-THROUGH-DATE        PIC 9999/99/99.
008600*
008700 01  RPT-COLUMN-LINE.
008800     05  FILLER                  PIC X(14) VALUE 'SOURCE'.
008900     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
009000     05  FILLER                  PIC X(22) VALUE 'LOCATION'.
009100     05  FILLER                  PIC X(06) VALUE 'DAYS'.
009200     05  FILLER                  PIC X(12) VALUE 'LAST CAL'.
009300     05  FILLER                  PIC X(12) VALUE 'NEXT DUE'.
009400     05  FILLER                  PIC X(12) VALUE 'STATUS'.
009500*
009600 01  RPT-DETAIL-LINE.
009700     05  RPD-SOURCE-REF          PIC X(12).
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  RPD-DESC                PIC X(30).
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  RPD-LOCATION            PIC X(20).
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  RPD-INTERVAL            PIC ZZ9.
010400     05  FILLER                  PIC X(03) VALUE SPACES.
010500     05  RPD-LAST-CAL            PIC X(10).
010600     05  RPD-LAST-CAL-ED REDEFINES RPD-LAST-CAL
010700                                 PIC 9999/99/99.
010800     05  FILLER                  PIC X(02) VALUE SPACES.
010900     05  RPD-NEXT-DUE            PIC X(10).
011000     05  RPD-NEXT-DUE-ED REDEFINES RPD-NEXT-DUE
011100                                 PIC 9999/99/99.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  RPD-STATUS              PIC X(16).
011400*
011500 01  RPT-TOTAL-LINE.
011600     05  FILLER                  PIC X(09) VALUE 'OVERDUE: '.
011700     05  RPT-OVERDUE             PIC ZZ,ZZ9.
011800     05  FILLER                  PIC X(08) VALUE '  DUE: '.
011900     05  RPT-DUE                 PIC ZZ,ZZ9.
012000     05  FILLER                  PIC X(18) VALUE
012100         '  NOT SCHEDULED: '.
012200     05  RPT-UNSCHED             PIC ZZ,ZZ9.
012300     05  FILLER                  PIC X(12) VALUE
012400         '  RETIRED: '.
012500     05  RPT-RETIRED             PIC ZZ,ZZ9.
012600     05  FILLER                  PIC X(16) VALUE
012700         '  SOURCES READ: '.
012800     05  RPT-READ                PIC ZZ,ZZ9.
012900*
013000 PROCEDURE DIVISION.
013100*----------------------------------------------------------
013200* 0000-MAINLINE
013300*----------------------------------------------------------
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013600     PERFORM 2000-SCAN-SOURCES THRU 2000-EXIT.
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013800     GOBACK.
013900*----------------------------------------------------------
014000* 1000-INITIALIZE - the due-through date is the business
014100*     date plus the look-ahead.
014200*----------------------------------------------------------
014300 1000-INITIALIZE.
014400     CALL 'BUS-DATE' USING WS-RUN-DATE.
014500     SET JB-FUNC-START TO TRUE.
014600     MOVE 'CAL-DUE-RPT' TO JB-PROGRAM-ID.
014700     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
014800     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
014900     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
015000     MOVE WS-RUN-DATE TO WS-WORK-DATE-NUM.
015100     MOVE 1 TO WS-DAY-COUNTER.
015200     PERFORM 2420-ADVANCE-ONE-DAY THRU 2420-EXIT
015300         UNTIL WS-DAY-COUNTER > WS-LOOKAHEAD-DAYS.
015400     MOVE WS-WORK-DATE-NUM TO WS-DUE-THROUGH-DATE.
015500     OPEN OUTPUT REPORT-OUT.
015600     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
015700     MOVE WS-DUE-THROUGH-DATE TO HDR-THROUGH-DATE.
015800     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
015900     MOVE ALL '-' TO REPORT-LINE.
016000     WRITE REPORT-LINE.
016100     WRITE REPORT-LINE FROM RPT-COLUMN-LINE.
016200 1000-EXIT.
016300     EXIT.
016400*----------------------------------------------------------
016500* 2000-SCAN-SOURCES - the whole master in source order.
016600*----------------------------------------------------------
016700 2000-SCAN-SOURCES.
016800     OPEN INPUT SOURCE-MASTER.
016900     IF SRM-FILE-STATUS NOT = '00'
017000         DISPLAY 'CAL-DUE-RPT - NO SOURCE MASTER ON FILE'
017100         MOVE 'NO SOURCE MASTER ON FILE' TO REPORT-LINE
017200         WRITE REPORT-LINE
017300         GO TO 2000-EXIT
017400     END-IF.
017500     SET WS-EOF TO FALSE.
017600     PERFORM 2100-CHECK-ONE-SOURCE THRU 2100-EXIT
017700         UNTIL WS-EOF.
017800     CLOSE SOURCE-MASTER.
017900 2000-EXIT.
018000     EXIT.
018100*----------------------------------------------------------
018200* 2100-CHECK-ONE-SOURCE - a scheduled source with no due
018300*     date has never had a calibration recorded and is
018400*     treated as overdue, the same as BATCH-EDIT does.
018500*----------------------------------------------------------
018600 2100-CHECK-ONE-SOURCE.
018700     READ SOURCE-MASTER NEXT RECORD
018800         AT END
018900             SET WS-EOF TO TRUE
019000             GO TO 2100-EXIT
019100     END-READ.
019200     ADD 1 TO WS-READ-COUNT.
019300     IF NOT SRM-STAT-ACTIVE
019400         ADD 1 TO WS-RETIRED-COUNT
019500         GO TO 2100-EXIT
019600     END-IF.
019700     IF SRM-CAL-INTERVAL IS NOT NUMERIC
019800         OR SRM-CAL-INTERVAL = 0
019900         ADD 1 TO WS-UNSCHED-COUNT
020000         GO TO 2100-EXIT
020100     END-IF.
020200     MOVE SRM-CAL-INTERVAL TO RPD-INTERVAL.
020300     IF SRM-LAST-CAL-DATE IS NUMERIC
020400         AND SRM-LAST-CAL-DATE > 0
020500         MOVE SRM-LAST-CAL-DATE TO RPD-LAST-CAL-ED
020600     ELSE
020700         MOVE 'NONE' TO RPD-LAST-CAL
020800     END-IF.
020900     IF SRM-NEXT-DUE-DATE IS NOT NUMERIC
021000         OR SRM-NEXT-DUE-DATE = 0
021100         MOVE SPACES TO RPD-NEXT-DUE
021200         MOVE 'NO CAL ON RECORD' TO RPD-STATUS
021300         ADD 1 TO WS-OVERDUE-COUNT
021400         PERFORM 2200-PRINT-SOURCE THRU 2200-EXIT
021500         GO TO 2100-EXIT
021600     END-IF.
021700     IF SRM-NEXT-DUE-DATE > WS-DUE-THROUGH-DATE
021800         GO TO 2100-EXIT
021900     END-IF.
022000     MOVE SRM-NEXT-DUE-DATE TO RPD-NEXT-DUE-ED.
022100     IF SRM-NEXT-DUE-DATE < WS-RUN-DATE
022200         MOVE 'OVERDUE' TO RPD-STATUS
022300         ADD 1 TO WS-OVERDUE-COUNT
022400     ELSE
022500         MOVE 'DUE' TO RPD-STATUS
022600         ADD 1 TO WS-DUE-COUNT
022700     END-IF.
022800     PERFORM 2200-PRINT-SOURCE THRU 2200-EXIT.
022900 2100-EXIT.
023000     EXIT.
023100*----------------------------------------------------------
023200* 2200-PRINT-SOURCE - the caller has set the interval,
023300*     dates, and status.
023400*----------------------------------------------------------
023500 2200-PRINT-SOURCE.
023600     MOVE SRM-SOURCE-REF TO RPD-SOURCE-REF.
023700     MOVE SRM-DESC TO RPD-DESC.
023800     MOVE SRM-LOCATION TO RPD-LOCATION.
023900     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
024000 2200-EXIT.
024100     EXIT.
024200*----------------------------------------------------------
024300* 2420-ADVANCE-ONE-DAY - plain calendar arithmetic, the
024400*     same roll EOD-DATE-ROLL uses.
024500*----------------------------------------------------------
024600 2420-ADVANCE-ONE-DAY.
024700     PERFORM 2430-SET-DAYS-IN-MONTH THRU 2430-EXIT.
024800     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
024900         ADD 1 TO WS-WORK-DAY
025000     ELSE
025100         MOVE 1 TO WS-WORK-DAY
025200         IF WS-WORK-MONTH < 12
025300             ADD 1 TO WS-WORK-MONTH
025400         ELSE
025500             MOVE 1 TO WS-WORK-MONTH
025600             ADD 1 TO WS-WORK-YEAR
025700         END-IF
025800     END-IF.
025900     ADD 1 TO WS-DAY-COUNTER.
026000 2420-EXIT.
026100     EXIT.
026200*----------------------------------------------------------
026300* 2430-SET-DAYS-IN-MONTH
026400*----------------------------------------------------------
026500 2430-SET-DAYS-IN-MONTH.
026600     EVALUATE WS-WORK-MONTH
026700         WHEN 01
026800         WHEN 03
026900         WHEN 05
027000         WHEN 07
027100         WHEN 08
027200         WHEN 10
027300         WHEN 12
027400             MOVE 31 TO WS-DAYS-IN-MONTH
027500         WHEN 04
027600         WHEN 06
027700         WHEN 09
027800         WHEN 11
027900             MOVE 30 TO WS-DAYS-IN-MONTH
028000         WHEN OTHER
028100             PERFORM 2440-CHECK-LEAP-YEAR THRU 2440-EXIT
028200             IF WS-LEAP-YEAR
028300                 MOVE 29 TO WS-DAYS-IN-MONTH
028400             ELSE
028500                 MOVE 28 TO WS-DAYS-IN-MONTH
028600             END-IF
028700     END-EVALUATE.
028800 2430-EXIT.
028900     EXIT.
029000*----------------------------------------------------------
029100* 2440-CHECK-LEAP-YEAR - divisible by 4, except centuries
029200*     not divisible by 400.
029300*----------------------------------------------------------
029400 2440-CHECK-LEAP-YEAR.
029500     MOVE 'N' TO WS-LEAP-SW.
029600     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-WORK
029700         REMAINDER WS-LEAP-REM.
029800     IF WS-LEAP-REM = 0
029900         MOVE 'Y' TO WS-LEAP-SW
030000         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-WORK
030100             REMAINDER WS-LEAP-REM
030200         IF WS-LEAP-REM = 0
030300             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-WORK
030400                 REMAINDER WS-LEAP-REM
030500             IF WS-LEAP-REM NOT = 0
030600                 MOVE 'N' TO WS-LEAP-SW
030700             END-IF
030800         END-IF
030900     END-IF.
031000 2440-EXIT.
031100     EXIT.
031200*----------------------------------------------------------
031300* 9000-TERMINATE
031400*----------------------------------------------------------
031500 9000-TERMINATE.
031600     MOVE ALL '-' TO REPORT-LINE.
031700     WRITE REPORT-LINE.
031800     MOVE WS-OVERDUE-COUNT TO RPT-OVERDUE.
031900     MOVE WS-DUE-COUNT TO RPT-DUE.
032000     MOVE WS-UNSCHED-COUNT TO RPT-UNSCHED.
032100     MOVE WS-RETIRED-COUNT TO RPT-RETIRED.
032200     MOVE WS-READ-COUNT TO RPT-READ.
032300     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
032400     CLOSE REPORT-OUT.
032500     SET JB-FUNC-END TO TRUE.
032600     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
032700     MOVE RETURN-CODE TO JB-RETURN-CODE.
032800     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
032900 9000-EXIT.
033000     EXIT.
