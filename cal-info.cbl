001200* and is it the last calendar day of its month. Pulled
001300* into a subprogram so the job-stream driver and the
001400* other calendar-aware batch work ask one place instead
001420* of each recoding the congruence. Also places the date on
001440* the FISCCAL 4-4-5 fiscal calendar and answers for the
001460* reporting period PERIODCTL puts in force - the fiscal
001480* period holding the date, or its calendar month - so the
001500* period-end programs and the job-stream frequency rules
001520* close on the same period.
001600*----------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-09-01   DN   Original program.
001910*    2026-10-15   DN   Place the date on the FISCCAL fiscal
001920*                      calendar (year, quarter, period, week
001930*                      and the period, quarter and year
001940*                      ends) and return the reporting period
001950*                      in force under PERIODCTL, calendar
001960*                      months when the fiscal calendar is
001970*                      not chosen or does not reach the
001975*                      date. The reporting period closes on
001980*                      its last date or, when the days left
001985*                      are all weekend or holiday, on its
001990*                      last business day.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002400     SELECT HOLIDAY-CALENDAR ASSIGN TO 'HOLCAL'
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS HC-FILE-STATUS.
002610     SELECT FISCAL-CALENDAR ASSIGN TO 'FISCCAL'
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS FC-FILE-STATUS.
002640     SELECT PERIOD-CONTROL ASSIGN TO 'PERIODCTL'
002650         ORGANIZATION IS LINE SEQUENTIAL
002660         FILE STATUS IS PC-FILE-STATUS.
002700*
002800 DATA DIVISION.
002900 FILE SECTION.
003100     LABEL RECORDS ARE STANDARD.
003200     COPY "holcal.cpy".
003300*
003310 FD  FISCAL-CALENDAR
003320     LABEL RECORDS ARE STANDARD.
003330     COPY "fisccal.cpy".
003340*
003350 FD  PERIOD-CONTROL
003360     LABEL RECORDS ARE STANDARD.
003370     COPY "prdctl.cpy".
003380*
003400 WORKING-STORAGE SECTION.
003500 01  HC-FILE-STATUS          PIC X(02).
003520 01  FC-FILE-STATUS          PIC X(02).
003540 01  PC-FILE-STATUS          PIC X(02).
003600*
003700 01  WS-CAL-EOF-SW           PIC X(01).
003800     88  WS-CAL-EOF          VALUE 'Y' FALSE 'N'.
003820 01  WS-FISC-EOF-SW          PIC X(01).
003840     88  WS-FISC-EOF         VALUE 'Y' FALSE 'N'.
003860 01  WS-FISCAL-WANTED-SW     PIC X(01).
003880     88  WS-FISCAL-WANTED    VALUE 'Y' FALSE 'N'.
003882 01  WS-LATER-BUS-DAY-SW     PIC X(01).
003884     88  WS-LATER-BUS-DAY    VALUE 'Y' FALSE 'N'.
003886 01  WS-SAVE-HOLIDAY-SW      PIC X(01).
003888 01  WS-SAVE-BUSINESS-SW     PIC X(01).
003900*
004000 01  WS-WORK-DATE.
004100     05  WS-WORK-YEAR        PIC 9(04).
004500                             PIC 9(08).
004600*
004700 01  WS-DAYS-IN-MONTH        PIC 9(02).
004720 01  WS-DIM-YEAR             PIC 9(04).
004740 01  WS-DIM-MONTH            PIC 9(02).
004800 01  WS-DAY-OF-WEEK          PIC 9(01).
004900*
005000 01  WS-ZELLER-MONTH         PIC 9(02).
006000 01  WS-LEAP-REM             PIC 9(04).
006100 01  WS-LEAP-SW              PIC X(01).
006200     88  WS-LEAP-YEAR        VALUE 'Y'.
006205*
006210*    The fiscal period holding the date, and the walk from
006215*    its first date that gives the fiscal week.
006220 01  WS-FP-START             PIC 9(08).
006225 01  WS-FP-END               PIC 9(08).
006230 01  WS-FP-FIRST-WEEK        PIC 9(02).
006235 01  WS-STEP-DATE.
006240     05  WS-STEP-YEAR        PIC 9(04).
006245     05  WS-STEP-MONTH       PIC 9(02).
006250     05  WS-STEP-DAY         PIC 9(02).
006255 01  WS-STEP-DATE-NUM REDEFINES WS-STEP-DATE
006260                             PIC 9(08).
006265 01  WS-DAYS-INTO-PERIOD     PIC 9(03) COMP.
006270 01  WS-WEEK-OFFSET          PIC 9(02).
006300*
006400 LINKAGE SECTION.
006500 COPY "calinfpm.cpy".
007900         SET CI-BUSINESS-DAY TO FALSE
008000     END-IF.
008100     PERFORM 3000-CHECK-MONTH-END THRU 3000-EXIT.
008120     PERFORM 4000-CHECK-FISCAL THRU 4000-EXIT.
008140     PERFORM 5000-SET-REPORT-PERIOD THRU 5000-EXIT.
008200     GOBACK.
008300*----------------------------------------------------------
008400* 1000-CHECK-HOLIDAY - an absent calendar just means no
010500             GO TO 1100-EXIT
010600     END-READ.
010700     IF HC-HOLIDAY-DATE IS NUMERIC
010800         AND HC-HOLIDAY-DATE = WS-WORK-DATE-NUM
010900         SET CI-HOLIDAY TO TRUE
011000     END-IF.
011100 1100-EXIT.
014400* 3000-CHECK-MONTH-END
014500*----------------------------------------------------------
014600 3000-CHECK-MONTH-END.
014610     MOVE WS-WORK-YEAR TO WS-DIM-YEAR.
014620     MOVE WS-WORK-MONTH TO WS-DIM-MONTH.
014630     PERFORM 3050-SET-DAYS-IN-MONTH THRU 3050-EXIT.
014640     IF WS-WORK-DAY = WS-DAYS-IN-MONTH
014650         SET CI-MONTH-END TO TRUE
014660     END-IF.
014670 3000-EXIT.
014680     EXIT.
014690*----------------------------------------------------------
014700* 3050-SET-DAYS-IN-MONTH - for WS-DIM-YEAR and WS-DIM-MONTH.
014710*----------------------------------------------------------
014720 3050-SET-DAYS-IN-MONTH.
014730     EVALUATE WS-DIM-MONTH
014800         WHEN 01
014900         WHEN 03
015000         WHEN 05
016600                 MOVE 28 TO WS-DAYS-IN-MONTH
016700             END-IF
016800     END-EVALUATE.
016900 3050-EXIT.
017300     EXIT.
017400*----------------------------------------------------------
017500* 3100-CHECK-LEAP-YEAR - divisible by 4, except centuries
017700*----------------------------------------------------------
017800 3100-CHECK-LEAP-YEAR.
017900     MOVE 'N' TO WS-LEAP-SW.
018000     DIVIDE WS-DIM-YEAR BY 4 GIVING WS-LEAP-WORK
018100         REMAINDER WS-LEAP-REM.
018200     IF WS-LEAP-REM = 0
018300         MOVE 'Y' TO WS-LEAP-SW
018400         DIVIDE WS-DIM-YEAR BY 100 GIVING WS-LEAP-WORK
018500             REMAINDER WS-LEAP-REM
018600         IF WS-LEAP-REM = 0
018700             DIVIDE WS-DIM-YEAR BY 400 GIVING WS-LEAP-WORK
018800                 REMAINDER WS-LEAP-REM
018900             IF WS-LEAP-REM NOT = 0
019000                 MOVE 'N' TO WS-LEAP-SW
019300     END-IF.
019400 3100-EXIT.
019500     EXIT.
019600*----------------------------------------------------------
019700* 4000-CHECK-FISCAL - the FISCCAL period whose dates hold
019800*     the date; an absent calendar, or one that does not
019900*     reach the date, leaves it unplaced.
020000*----------------------------------------------------------
020100 4000-CHECK-FISCAL.
020200     SET CI-FISCAL-FOUND TO FALSE.
020300     MOVE 0 TO CI-FISCAL-YEAR CI-FISCAL-QTR CI-FISCAL-PERIOD
020400         CI-FISCAL-WEEK.
020500     SET CI-FISCAL-PERIOD-END TO FALSE.
020600     SET CI-FISCAL-QTR-END TO FALSE.
020700     SET CI-FISCAL-YEAR-END TO FALSE.
020800     OPEN INPUT FISCAL-CALENDAR.
020900     IF FC-FILE-STATUS NOT = '00'
021000         GO TO 4000-EXIT
021100     END-IF.
021200     SET WS-FISC-EOF TO FALSE.
021300     PERFORM 4100-CHECK-ONE-PERIOD THRU 4100-EXIT
021400         UNTIL WS-FISC-EOF OR CI-FISCAL-FOUND.
021500     CLOSE FISCAL-CALENDAR.
021600     IF NOT CI-FISCAL-FOUND
021700         GO TO 4000-EXIT
021800     END-IF.
021900     PERFORM 4200-COUNT-FISCAL-WEEK THRU 4200-EXIT.
022000 4000-EXIT.
022100     EXIT.
022200*----------------------------------------------------------
022300* 4100-CHECK-ONE-PERIOD - a period's last date closes it;
022400*     the third, sixth, ninth and twelfth close a quarter,
022500*     and the twelfth closes the fiscal year.
022600*----------------------------------------------------------
022700 4100-CHECK-ONE-PERIOD.
022800     READ FISCAL-CALENDAR
022900         AT END
023000             SET WS-FISC-EOF TO TRUE
023100             GO TO 4100-EXIT
023200     END-READ.
023300     IF FC-START-DATE IS NOT NUMERIC
023400         OR FC-END-DATE IS NOT NUMERIC
023500         GO TO 4100-EXIT
023600     END-IF.
023700     IF FC-START-DATE > CI-CHECK-DATE
023800         OR FC-END-DATE < CI-CHECK-DATE
023900         GO TO 4100-EXIT
024000     END-IF.
024100     SET CI-FISCAL-FOUND TO TRUE.
024200     MOVE FC-FISCAL-YEAR TO CI-FISCAL-YEAR.
024300     MOVE FC-QUARTER TO CI-FISCAL-QTR.
024400     MOVE FC-PERIOD TO CI-FISCAL-PERIOD.
024500     MOVE FC-START-DATE TO WS-FP-START.
024600     MOVE FC-END-DATE TO WS-FP-END.
024700     MOVE FC-FIRST-WEEK TO WS-FP-FIRST-WEEK.
024800     IF FC-END-DATE = CI-CHECK-DATE
024900         SET CI-FISCAL-PERIOD-END TO TRUE
025000         IF FC-PERIOD = 3 OR FC-PERIOD = 6
025100                 OR FC-PERIOD = 9 OR FC-PERIOD = 12
025200             SET CI-FISCAL-QTR-END TO TRUE
025300         END-IF
025400         IF FC-PERIOD = 12
025500             SET CI-FISCAL-YEAR-END TO TRUE
025600         END-IF
025700     END-IF.
025800 4100-EXIT.
025900     EXIT.
026000*----------------------------------------------------------
026100* 4200-COUNT-FISCAL-WEEK - whole weeks from the period's
026200*     first date, on from the period's first week number.
026300*----------------------------------------------------------
026400 4200-COUNT-FISCAL-WEEK.
026500     MOVE WS-FP-START TO WS-STEP-DATE-NUM.
026600     MOVE 0 TO WS-DAYS-INTO-PERIOD.
026700     PERFORM 4210-STEP-ONE-DAY THRU 4210-EXIT
026800         UNTIL WS-STEP-DATE-NUM NOT < CI-CHECK-DATE
026900         OR WS-DAYS-INTO-PERIOD > 370.
027000     DIVIDE WS-DAYS-INTO-PERIOD BY 7 GIVING WS-WEEK-OFFSET.
027100     COMPUTE CI-FISCAL-WEEK =
027200         WS-FP-FIRST-WEEK + WS-WEEK-OFFSET.
027300 4200-EXIT.
027400     EXIT.
027500*----------------------------------------------------------
027600* 4210-STEP-ONE-DAY
027700*----------------------------------------------------------
027800 4210-STEP-ONE-DAY.
027900     MOVE WS-STEP-YEAR TO WS-DIM-YEAR.
028000     MOVE WS-STEP-MONTH TO WS-DIM-MONTH.
028100     PERFORM 3050-SET-DAYS-IN-MONTH THRU 3050-EXIT.
028200     IF WS-STEP-DAY < WS-DAYS-IN-MONTH
028300         ADD 1 TO WS-STEP-DAY
028400     ELSE
028500         MOVE 1 TO WS-STEP-DAY
028600         IF WS-STEP-MONTH < 12
028700             ADD 1 TO WS-STEP-MONTH
028800         ELSE
028900             MOVE 1 TO WS-STEP-MONTH
029000             ADD 1 TO WS-STEP-YEAR
029100         END-IF
029200     END-IF.
029300     ADD 1 TO WS-DAYS-INTO-PERIOD.
029400 4210-EXIT.
029500     EXIT.
029600*----------------------------------------------------------
029700* 5000-SET-REPORT-PERIOD - the fiscal period when PERIODCTL
029800*     chooses the fiscal calendar and it reaches the date,
029900*     otherwise the calendar month.
030000*----------------------------------------------------------
030100 5000-SET-REPORT-PERIOD.
030200     SET WS-FISCAL-WANTED TO FALSE.
030300     OPEN INPUT PERIOD-CONTROL.
030400     IF PC-FILE-STATUS = '00'
030500         READ PERIOD-CONTROL
030600             AT END
030700                 CONTINUE
030800             NOT AT END
030900                 IF PC-BASIS-FISCAL
031000                     SET WS-FISCAL-WANTED TO TRUE
031100                 END-IF
031200         END-READ
031300         CLOSE PERIOD-CONTROL
031400     END-IF.
031500     SET CI-PERIOD-END TO FALSE.
031600     SET CI-YEAR-END TO FALSE.
031700     IF WS-FISCAL-WANTED AND CI-FISCAL-FOUND
031800         SET CI-BASIS-FISCAL TO TRUE
031900         COMPUTE CI-PERIOD-ID =
032000             CI-FISCAL-YEAR * 100 + CI-FISCAL-PERIOD
032100         MOVE WS-FP-START TO CI-PERIOD-START
032200         MOVE WS-FP-END TO CI-PERIOD-LAST
032300         PERFORM 5100-CHECK-PERIOD-CLOSE THRU 5100-EXIT
032400         IF CI-PERIOD-END AND CI-FISCAL-PERIOD = 12
032700             SET CI-YEAR-END TO TRUE
032800         END-IF
032900         GO TO 5000-EXIT
033000     END-IF.
033100     IF WS-FISCAL-WANTED
033200         SET CI-BASIS-DEFAULTED TO TRUE
033300     ELSE
033400         MOVE 'C' TO CI-BASIS-SW
033500     END-IF.
033600     COMPUTE CI-PERIOD-ID =
033700         WS-WORK-YEAR * 100 + WS-WORK-MONTH.
033800     COMPUTE CI-PERIOD-START = CI-PERIOD-ID * 100 + 1.
033900     MOVE WS-WORK-YEAR TO WS-DIM-YEAR.
034000     MOVE WS-WORK-MONTH TO WS-DIM-MONTH.
034100     PERFORM 3050-SET-DAYS-IN-MONTH THRU 3050-EXIT.
034200     COMPUTE CI-PERIOD-LAST =
034300         CI-PERIOD-ID * 100 + WS-DAYS-IN-MONTH.
034400     PERFORM 5100-CHECK-PERIOD-CLOSE THRU 5100-EXIT.
034500     IF CI-PERIOD-END AND WS-WORK-MONTH = 12
034600         SET CI-YEAR-END TO TRUE
034900     END-IF.
035000 5000-EXIT.
035100     EXIT.
035200*----------------------------------------------------------
035300* 5100-CHECK-PERIOD-CLOSE - the period closes on its last
035400*     date, or on a business day when every day left in
035500*     the period is a weekend or holiday, so a period that
035600*     ends on a Saturday still closes in the week's batch.
035700*     The date's own holiday and business-day answers are
035800*     put back once the later days are checked.
035900*----------------------------------------------------------
036000 5100-CHECK-PERIOD-CLOSE.
036100     IF CI-CHECK-DATE = CI-PERIOD-LAST
036200         SET CI-PERIOD-END TO TRUE
036300         GO TO 5100-EXIT
036400     END-IF.
036500     IF NOT CI-BUSINESS-DAY
036600         OR CI-CHECK-DATE > CI-PERIOD-LAST
036700         GO TO 5100-EXIT
036800     END-IF.
036900     MOVE CI-HOLIDAY-SW TO WS-SAVE-HOLIDAY-SW.
037000     MOVE CI-BUSINESS-SW TO WS-SAVE-BUSINESS-SW.
037100     MOVE CI-CHECK-DATE TO WS-STEP-DATE-NUM.
037200     SET WS-LATER-BUS-DAY TO FALSE.
037300     PERFORM 5110-CHECK-NEXT-DAY THRU 5110-EXIT
037400         UNTIL WS-LATER-BUS-DAY
037500         OR WS-STEP-DATE-NUM NOT < CI-PERIOD-LAST.
037600     IF NOT WS-LATER-BUS-DAY
037700         SET CI-PERIOD-END TO TRUE
037800     END-IF.
037900     MOVE WS-SAVE-HOLIDAY-SW TO CI-HOLIDAY-SW.
038000     MOVE WS-SAVE-BUSINESS-SW TO CI-BUSINESS-SW.
038100     MOVE CI-CHECK-DATE TO WS-WORK-DATE-NUM.
038200 5100-EXIT.
038300     EXIT.
038400*----------------------------------------------------------
038500* 5110-CHECK-NEXT-DAY
038600*----------------------------------------------------------
038700 5110-CHECK-NEXT-DAY.
038800     PERFORM 4210-STEP-ONE-DAY THRU 4210-EXIT.
038900     MOVE WS-STEP-DATE-NUM TO WS-WORK-DATE-NUM.
039000     SET CI-HOLIDAY TO FALSE.
039100     SET CI-BUSINESS-DAY TO TRUE.
039200     PERFORM 1000-CHECK-HOLIDAY THRU 1000-EXIT.
039300     PERFORM 2000-CHECK-WEEKDAY THRU 2000-EXIT.
039400     IF CI-BUSINESS-DAY AND NOT CI-HOLIDAY
039500         SET WS-LATER-BUS-DAY TO TRUE
039600     END-IF.
039700 5110-EXIT.
039800     EXIT.
