000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FISC-MAINT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Supervisor-only fiscal calendar maintenance. Lists the
000900* FISCCAL fiscal periods and takes one action at a time:
001000* generate a fiscal year of twelve 4-4-5 periods (or 4-5-4
001100* or 5-4-4 in each quarter) from its first date, with the
001200* extra week of a 53-week year in period 12; drop a fiscal
001300* year that has not yet begun; or set the PERIODCTL
001400* reporting basis - fiscal periods or calendar months -
001500* that MONTH-END, YEAR-END, GL-TRIAL-RPT and the job-stream
001600* period-end steps close on. A year must not overlap one
001700* already listed, and the fiscal basis is refused while
001800* the calendar does not reach the business date. Every
001900* change is logged to OPERACT through ACT-LOG.
002000*----------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002300*    2026-10-15   DN   Original program.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FISCAL-CALENDAR ASSIGN TO 'FISCCAL'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS FC-FILE-STATUS.
003100     SELECT PERIOD-CONTROL ASSIGN TO 'PERIODCTL'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS PC-FILE-STATUS.
003400     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS AF-FILE-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  FISCAL-CALENDAR
004100     LABEL RECORDS ARE STANDARD.
004200     COPY "fisccal.cpy".
004300*
004400 FD  PERIOD-CONTROL
004500     LABEL RECORDS ARE STANDARD.
004600     COPY "prdctl.cpy".
004700*
004800 FD  AUTH-FAIL-LOG
004900     LABEL RECORDS ARE STANDARD.
005000     COPY "authfailrc.cpy".
005100*
005200 WORKING-STORAGE SECTION.
005300 COPY "operauth.cpy".
005400 COPY "signonws.cpy".
005500 COPY "actlogpm.cpy".
005600 COPY "rundate.cpy".
005700*
005800 01  FC-FILE-STATUS          PIC X(02).
005900 01  PC-FILE-STATUS          PIC X(02).
006000 01  AF-FILE-STATUS          PIC X(02).
006100*
006200 01  WS-OPERATOR-ID          PIC X(08).
006300 01  WS-AUTH-CODE            PIC X(04).
006400 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
006500     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
006600*
006700 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
006800     88  WS-DONE             VALUE 'Y'.
006900 01  WS-FISC-EOF-SW          PIC X(01).
007000     88  WS-FISC-EOF         VALUE 'Y' FALSE 'N'.
007100 01  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
007200     88  WS-OVERFLOW         VALUE 'Y' FALSE 'N'.
007300 01  WS-CHANGED-SW           PIC X(01) VALUE 'N'.
007400     88  WS-CHANGED          VALUE 'Y' FALSE 'N'.
007500 01  WS-BASIS-CHANGED-SW     PIC X(01) VALUE 'N'.
007600     88  WS-BASIS-CHANGED    VALUE 'Y' FALSE 'N'.
007700 01  WS-FOUND-SW             PIC X(01).
007800     88  WS-FOUND            VALUE 'Y' FALSE 'N'.
007900 01  WS-CONFLICT-SW          PIC X(01).
008000     88  WS-CONFLICT         VALUE 'Y' FALSE 'N'.
008100 01  WS-DATE-OK-SW           PIC X(01).
008200     88  WS-DATE-OK          VALUE 'Y' FALSE 'N'.
008300*
008400*    The calendar held in storage and written back whole
008500*    when the session changed it - twenty years of periods.
008600 77  WS-FC-LIMIT             PIC 9(03) COMP VALUE 240.
008700 01  WS-FC-COUNT             PIC 9(03) COMP VALUE 0.
008800 01  WS-FC-SUB               PIC 9(03) COMP.
008900 01  WS-FC-KEEP              PIC 9(03) COMP.
009000 01  WS-FC-TABLE.
009100     05  WS-FC-REC           PIC X(52) OCCURS 240 TIMES.
009200 01  WS-LAST-END             PIC 9(08) VALUE 0.
009300*
009400*    The year being generated, built here and added to the
009500*    calendar only once it fits and is confirmed.
009600 01  WS-NEW-TABLE.
009700     05  WS-NEW-REC          PIC X(52) OCCURS 12 TIMES.
009800 01  WS-NEW-SUB              PIC 9(02) COMP.
009900 01  WS-PATTERN-SUB          PIC 9(01) COMP.
010000 01  WS-WEEK-COUNT           PIC 9(02) VALUE 0.
010100 01  WS-PERIOD-WEEKS         PIC 9(01).
010200 01  WS-PERIOD-DAYS          PIC 9(02).
010300 01  WS-NEW-FIRST            PIC 9(08).
010400 01  WS-NEW-LAST             PIC 9(08).
010500*
010600 01  WS-BASIS                PIC X(01) VALUE 'C'.
010700     88  WS-BASIS-FISCAL     VALUE 'F'.
010800     88  WS-BASIS-CALENDAR   VALUE 'C'.
010900 01  WS-BASIS-TEXT           PIC X(15).
011000*
011100 01  WS-ACTION               PIC X(01).
011200 01  WS-CONFIRM              PIC X(01).
011300 01  WS-YEAR-IN              PIC X(04).
011400 01  WS-YEAR-NUM REDEFINES WS-YEAR-IN
011500                             PIC 9(04).
011600 01  WS-DATE-IN              PIC X(08).
011700 01  WS-DATE-NUM REDEFINES WS-DATE-IN
011800                             PIC 9(08).
011900 01  WS-PATTERN-IN           PIC X(03).
012000 01  WS-PATTERN-TABLE REDEFINES WS-PATTERN-IN.
012100     05  WS-PATTERN-WEEKS    PIC X(01) OCCURS 3 TIMES.
012200 01  WS-LONG-YEAR-IN         PIC X(01).
012300 01  WS-ACTION-CODE          PIC X(08).
012400 01  WS-ACTION-KEY           PIC X(20).
012500*
012600*    Date arithmetic - one day at a time, as CAL-INFO walks.
012700 01  WS-STEP-DATE.
012800     05  WS-STEP-YEAR        PIC 9(04).
012900     05  WS-STEP-MONTH       PIC 9(02).
013000     05  WS-STEP-DAY         PIC 9(02).
013100 01  WS-STEP-DATE-NUM REDEFINES WS-STEP-DATE
013200                             PIC 9(08).
013300 01  WS-DAYS-IN-MONTH        PIC 9(02).
013400 01  WS-LEAP-WORK            PIC 9(04).
013500 01  WS-LEAP-REM             PIC 9(04).
013600 01  WS-LEAP-SW              PIC X(01).
013700     88  WS-LEAP-YEAR        VALUE 'Y'.
013800*
013900 PROCEDURE DIVISION.
014000*----------------------------------------------------------
014100* 0000-MAINLINE
014200*----------------------------------------------------------
014300 0000-MAINLINE.
014400     CALL 'BUS-DATE' USING WS-RUN-DATE.
014500     OPEN EXTEND AUTH-FAIL-LOG.
014600     IF AF-FILE-STATUS = '35'
014700         OPEN OUTPUT AUTH-FAIL-LOG
014800     END-IF.
014900     PERFORM 1700-CHECK-OPERATOR-AUTH THRU 1700-EXIT.
015000     IF NOT WS-AUTHORIZED
015100         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED FOR ',
015200             'FISCAL CALENDAR MAINTENANCE'
015300         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
015400         CLOSE AUTH-FAIL-LOG
015500         GOBACK
015600     END-IF.
015700     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
015800     IF WS-OVERFLOW
015900         DISPLAY 'FISCAL CALENDAR EXCEEDS ', WS-FC-LIMIT,
016000             ' PERIODS - SESSION REFUSED, FILE LEFT ',
016100             'UNTOUCHED'
016200         CLOSE AUTH-FAIL-LOG
016300         GOBACK
016400     END-IF.
016500     PERFORM 2200-LOAD-BASIS THRU 2200-EXIT.
016600     PERFORM 2500-LIST-CALENDAR THRU 2500-EXIT.
016700     PERFORM 3000-TAKE-ONE-ACTION THRU 3000-EXIT
016800         UNTIL WS-DONE.
016900     IF WS-CHANGED
017000         PERFORM 4000-REWRITE-CALENDAR THRU 4000-EXIT
017100         DISPLAY 'FISCAL CALENDAR UPDATED'
017200     END-IF.
017300     IF WS-BASIS-CHANGED
017400         PERFORM 4200-REWRITE-BASIS THRU 4200-EXIT
017500         DISPLAY 'REPORTING BASIS UPDATED'
017600     END-IF.
017700     IF NOT WS-CHANGED AND NOT WS-BASIS-CHANGED
017800         DISPLAY 'NO FISCAL CALENDAR CHANGES MADE'
017900     END-IF.
018000     CLOSE AUTH-FAIL-LOG.
018100     GOBACK.
018200*----------------------------------------------------------
018300* 1700-CHECK-OPERATOR-AUTH - supervisor gate, same as the
018400*     other supervisor-only programs.
018500*----------------------------------------------------------
018600 1700-CHECK-OPERATOR-AUTH.
018700     IF SO-SIGNED-ON
018800         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
018900         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
019000     ELSE
019100         DISPLAY 'Enter your operator ID: '
019200         ACCEPT WS-OPERATOR-ID
019300         DISPLAY 'Enter your authorization code: '
019400         ACCEPT WS-AUTH-CODE
019500     END-IF.
019600     SET WS-AUTHORIZED TO FALSE.
019700     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
019800     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
019900     MOVE '3' TO OA-REQUIRED-ROLE.
020000     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
020100     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
020200     IF OA-AUTHORIZED
020300         SET WS-AUTHORIZED TO TRUE
020400     END-IF.
020500 1700-EXIT.
020600     EXIT.
020700*----------------------------------------------------------
020800* 1730-WRITE-AUTH-FAIL
020900*----------------------------------------------------------
021000 1730-WRITE-AUTH-FAIL.
021100     MOVE 'FISC-MAINT' TO AF-SOURCE-PGM.
021200     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
021300     ACCEPT AF-REJECT-TIME FROM TIME.
021400     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
021500     MOVE 'OPERATOR NOT AUTHORIZED' TO AF-REASON.
021600     WRITE AUTH-FAIL-RECORD.
021700 1730-EXIT.
021800     EXIT.
021900*----------------------------------------------------------
022000* 2000-LOAD-CALENDAR - the whole file into the work table,
022100*     noting the last date the calendar reaches.
022200*----------------------------------------------------------
022300 2000-LOAD-CALENDAR.
022400     OPEN INPUT FISCAL-CALENDAR.
022500     IF FC-FILE-STATUS NOT = '00'
022600         GO TO 2000-EXIT
022700     END-IF.
022800     SET WS-FISC-EOF TO FALSE.
022900     PERFORM 2100-LOAD-ONE-PERIOD THRU 2100-EXIT
023000         UNTIL WS-FISC-EOF
023100         OR WS-FC-COUNT = WS-FC-LIMIT.
023200     IF NOT WS-FISC-EOF
023300         READ FISCAL-CALENDAR
023400             AT END
023500                 SET WS-FISC-EOF TO TRUE
023600         END-READ
023700     END-IF.
023800     IF NOT WS-FISC-EOF
023900         SET WS-OVERFLOW TO TRUE
024000     END-IF.
024100     CLOSE FISCAL-CALENDAR.
024200 2000-EXIT.
024300     EXIT.
024400*----------------------------------------------------------
024500* 2100-LOAD-ONE-PERIOD
024600*----------------------------------------------------------
024700 2100-LOAD-ONE-PERIOD.
024800     READ FISCAL-CALENDAR
024900         AT END
025000             SET WS-FISC-EOF TO TRUE
025100             GO TO 2100-EXIT
025200     END-READ.
025300     ADD 1 TO WS-FC-COUNT.
025400     MOVE FISCAL-CAL-RECORD TO WS-FC-REC (WS-FC-COUNT).
025500     IF FC-END-DATE > WS-LAST-END
025600         MOVE FC-END-DATE TO WS-LAST-END
025700     END-IF.
025800 2100-EXIT.
025900     EXIT.
026000*----------------------------------------------------------
026100* 2200-LOAD-BASIS - an absent control reads as calendar
026200*     months, as CAL-INFO reads it.
026300*----------------------------------------------------------
026400 2200-LOAD-BASIS.
026500     OPEN INPUT PERIOD-CONTROL.
026600     IF PC-FILE-STATUS NOT = '00'
026700         GO TO 2200-EXIT
026800     END-IF.
026900     READ PERIOD-CONTROL
027000         AT END
027100             CONTINUE
027200         NOT AT END
027300             IF PC-BASIS-FISCAL
027400                 SET WS-BASIS-FISCAL TO TRUE
027500             END-IF
027600     END-READ.
027700     CLOSE PERIOD-CONTROL.
027800 2200-EXIT.
027900     EXIT.
028000*----------------------------------------------------------
028100* 2500-LIST-CALENDAR
028200*----------------------------------------------------------
028300 2500-LIST-CALENDAR.
028400     DISPLAY ' '.
028500     DISPLAY 'YEAR  PD  QTR  START     END       WEEKS  ',
028600         'FIRST WK'.
028700     PERFORM 2510-LIST-ONE-PERIOD THRU 2510-EXIT
028800         VARYING WS-FC-SUB FROM 1 BY 1
028900         UNTIL WS-FC-SUB > WS-FC-COUNT.
029000     IF WS-FC-COUNT = 0
029100         DISPLAY 'NO FISCAL PERIODS ON FILE'
029200     ELSE
029300         DISPLAY 'FISCAL CALENDAR REACHES ', WS-LAST-END
029400     END-IF.
029500     PERFORM 2600-SET-BASIS-TEXT THRU 2600-EXIT.
029600     DISPLAY 'REPORTING BASIS: ', WS-BASIS-TEXT.
029700 2500-EXIT.
029800     EXIT.
029900*----------------------------------------------------------
030000* 2510-LIST-ONE-PERIOD
030100*----------------------------------------------------------
030200 2510-LIST-ONE-PERIOD.
030300     MOVE WS-FC-REC (WS-FC-SUB) TO FISCAL-CAL-RECORD.
030400     DISPLAY FC-FISCAL-YEAR, '  ', FC-PERIOD, '   ',
030500         FC-QUARTER, '   ', FC-START-DATE, '  ',
030600         FC-END-DATE, '  ', FC-WEEKS, '      ',
030700         FC-FIRST-WEEK.
030800 2510-EXIT.
030900     EXIT.
031000*----------------------------------------------------------
031100* 2600-SET-BASIS-TEXT
031200*----------------------------------------------------------
031300 2600-SET-BASIS-TEXT.
031400     IF WS-BASIS-FISCAL
031500         MOVE 'FISCAL PERIODS' TO WS-BASIS-TEXT
031600     ELSE
031700         MOVE 'CALENDAR MONTHS' TO WS-BASIS-TEXT
031800     END-IF.
031900 2600-EXIT.
032000     EXIT.
032100*----------------------------------------------------------
032200* 3000-TAKE-ONE-ACTION - blank action ends the session.
032300*----------------------------------------------------------
032400 3000-TAKE-ONE-ACTION.
032500     DISPLAY ' '.
032600     DISPLAY 'G=generate year, D=drop year, B=reporting ',
032700         'basis, L=list, blank=exit: '.
032800     ACCEPT WS-ACTION.
032900     EVALUATE WS-ACTION
033000         WHEN SPACE
033100             SET WS-DONE TO TRUE
033200         WHEN 'G'
033300         WHEN 'g'
033400             PERFORM 3100-GENERATE-YEAR THRU 3100-EXIT
033500         WHEN 'D'
033600         WHEN 'd'
033700             PERFORM 3300-DROP-YEAR THRU 3300-EXIT
033800         WHEN 'B'
033900         WHEN 'b'
034000             PERFORM 3500-SET-BASIS THRU 3500-EXIT
034100         WHEN 'L'
034200         WHEN 'l'
034300             PERFORM 2500-LIST-CALENDAR THRU 2500-EXIT
034400         WHEN OTHER
034500             DISPLAY 'UNKNOWN ACTION'
034600     END-EVALUATE.
034700 3000-EXIT.
034800     EXIT.
034900*----------------------------------------------------------
035000* 3100-GENERATE-YEAR - twelve periods from the year's first
035100*     date in the quarter's week pattern, the 53rd week (if
035200*     any) added to period 12. The year is shown and must
035300*     be confirmed before it joins the calendar.
035400*----------------------------------------------------------
035500 3100-GENERATE-YEAR.
035600     IF WS-FC-COUNT + 12 > WS-FC-LIMIT
035700         DISPLAY 'FISCAL CALENDAR FULL - YEAR NOT ADDED'
035800         GO TO 3100-EXIT
035900     END-IF.
036000     DISPLAY 'Fiscal year (YYYY): '.
036100     ACCEPT WS-YEAR-IN.
036200     IF WS-YEAR-IN IS NOT NUMERIC
036300         OR WS-YEAR-NUM = 0
036400         DISPLAY 'FISCAL YEAR MUST BE NUMERIC - NOT ADDED'
036500         GO TO 3100-EXIT
036600     END-IF.
036700     SET WS-FOUND TO FALSE.
036800     PERFORM 3810-MATCH-ONE-YEAR THRU 3810-EXIT
036900         VARYING WS-FC-SUB FROM 1 BY 1
037000         UNTIL WS-FC-SUB > WS-FC-COUNT OR WS-FOUND.
037100     IF WS-FOUND
037200         DISPLAY 'FISCAL YEAR ', WS-YEAR-NUM,
037300             ' ALREADY ON FILE - NOT ADDED'
037400         GO TO 3100-EXIT
037500     END-IF.
037600     DISPLAY 'First date (YYYYMMDD, blank = day after ',
037700         'the last period on file): '.
037800     ACCEPT WS-DATE-IN.
037900     IF WS-DATE-IN = SPACES
038000         IF WS-LAST-END = 0
038100             DISPLAY 'NO PERIODS ON FILE - FIRST DATE ',
038200                 'REQUIRED'
038300             GO TO 3100-EXIT
038400         END-IF
038500         MOVE WS-LAST-END TO WS-STEP-DATE-NUM
038600         PERFORM 5100-STEP-ONE-DAY THRU 5100-EXIT
038700         MOVE WS-STEP-DATE-NUM TO WS-DATE-NUM
038800     END-IF.
038900     PERFORM 5200-CHECK-DATE THRU 5200-EXIT.
039000     IF NOT WS-DATE-OK
039100         DISPLAY 'FIRST DATE ', WS-DATE-IN,
039200             ' IS NOT A VALID DATE - NOT ADDED'
039300         GO TO 3100-EXIT
039400     END-IF.
039500     DISPLAY 'Weeks per period in each quarter - 445, 454 ',
039600         'or 544 (blank = 445): '.
039700     ACCEPT WS-PATTERN-IN.
039800     IF WS-PATTERN-IN = SPACES
039900         MOVE '445' TO WS-PATTERN-IN
040000     END-IF.
040100     IF WS-PATTERN-IN NOT = '445'
040200         AND WS-PATTERN-IN NOT = '454'
040300         AND WS-PATTERN-IN NOT = '544'
040400         DISPLAY 'WEEK PATTERN MUST BE 445, 454 OR 544 - ',
040500             'NOT ADDED'
040600         GO TO 3100-EXIT
040700     END-IF.
040800     DISPLAY '53-week year - extra week in period 12 (Y/N): '.
040900     ACCEPT WS-LONG-YEAR-IN.
041000     MOVE WS-DATE-NUM TO WS-STEP-DATE-NUM.
041100     MOVE 0 TO WS-WEEK-COUNT.
041200     PERFORM 3150-BUILD-ONE-PERIOD THRU 3150-EXIT
041300         VARYING WS-NEW-SUB FROM 1 BY 1
041400         UNTIL WS-NEW-SUB > 12.
041500     MOVE WS-NEW-REC (1) TO FISCAL-CAL-RECORD.
041600     MOVE FC-START-DATE TO WS-NEW-FIRST.
041700     MOVE WS-NEW-REC (12) TO FISCAL-CAL-RECORD.
041800     MOVE FC-END-DATE TO WS-NEW-LAST.
041900     SET WS-CONFLICT TO FALSE.
042000     PERFORM 3110-CHECK-OVERLAP THRU 3110-EXIT
042100         VARYING WS-FC-SUB FROM 1 BY 1
042200         UNTIL WS-FC-SUB > WS-FC-COUNT OR WS-CONFLICT.
042300     IF WS-CONFLICT
042400         DISPLAY 'DATES CLASH WITH FISCAL PERIOD ',
042500             FC-FISCAL-YEAR, '/', FC-PERIOD, ' - NOT ADDED'
042600         GO TO 3100-EXIT
042700     END-IF.
042800     DISPLAY ' '.
042900     DISPLAY 'YEAR  PD  QTR  START     END       WEEKS  ',
043000         'FIRST WK'.
043100     PERFORM 3160-SHOW-ONE-NEW THRU 3160-EXIT
043200         VARYING WS-NEW-SUB FROM 1 BY 1
043300         UNTIL WS-NEW-SUB > 12.
043400     DISPLAY 'Add fiscal year ', WS-YEAR-NUM, ' - ',
043500         WS-WEEK-COUNT, ' weeks (Y/N): '.
043600     ACCEPT WS-CONFIRM.
043700     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
043800         DISPLAY 'FISCAL YEAR NOT ADDED'
043900         GO TO 3100-EXIT
044000     END-IF.
044100     PERFORM 3170-ADD-ONE-NEW THRU 3170-EXIT
044200         VARYING WS-NEW-SUB FROM 1 BY 1
044300         UNTIL WS-NEW-SUB > 12.
044400     IF WS-NEW-LAST > WS-LAST-END
044500         MOVE WS-NEW-LAST TO WS-LAST-END
044600     END-IF.
044700     SET WS-CHANGED TO TRUE.
044800     MOVE 'FISCADD' TO WS-ACTION-CODE.
044900     MOVE WS-YEAR-IN TO WS-ACTION-KEY.
045000     PERFORM 3900-LOG-ACTION THRU 3900-EXIT.
045100     DISPLAY 'FISCAL YEAR ', WS-YEAR-NUM, ' ADDED - ',
045200         WS-NEW-FIRST, ' TO ', WS-NEW-LAST.
045300 3100-EXIT.
045400     EXIT.
045500*----------------------------------------------------------
045600* 3110-CHECK-OVERLAP
045700*----------------------------------------------------------
045800 3110-CHECK-OVERLAP.
045900     MOVE WS-FC-REC (WS-FC-SUB) TO FISCAL-CAL-RECORD.
046000     IF WS-NEW-FIRST NOT > FC-END-DATE
046100         AND WS-NEW-LAST NOT < FC-START-DATE
046200         SET WS-CONFLICT TO TRUE
046300     END-IF.
046400 3110-EXIT.
046500     EXIT.
046600*----------------------------------------------------------
046700* 3150-BUILD-ONE-PERIOD - the period starts on the step
046800*     date and leaves it on the next period's first date.
046900*----------------------------------------------------------
047000 3150-BUILD-ONE-PERIOD.
047100     MOVE SPACES TO FISCAL-CAL-RECORD.
047200     MOVE WS-YEAR-NUM TO FC-FISCAL-YEAR.
047300     MOVE WS-NEW-SUB TO FC-PERIOD.
047400     COMPUTE FC-QUARTER = (WS-NEW-SUB + 2) / 3.
047500     COMPUTE WS-PATTERN-SUB =
047600         WS-NEW-SUB - ((FC-QUARTER - 1) * 3).
047700     MOVE WS-PATTERN-WEEKS (WS-PATTERN-SUB)
047800         TO WS-PERIOD-WEEKS.
047900     IF WS-NEW-SUB = 12
048000         AND (WS-LONG-YEAR-IN = 'Y' OR WS-LONG-YEAR-IN = 'y')
048100         ADD 1 TO WS-PERIOD-WEEKS
048200     END-IF.
048300     MOVE WS-PERIOD-WEEKS TO FC-WEEKS.
048400     COMPUTE FC-FIRST-WEEK = WS-WEEK-COUNT + 1.
048500     ADD WS-PERIOD-WEEKS TO WS-WEEK-COUNT.
048600     MOVE WS-STEP-DATE-NUM TO FC-START-DATE.
048700     COMPUTE WS-PERIOD-DAYS = WS-PERIOD-WEEKS * 7 - 1.
048800     PERFORM 5100-STEP-ONE-DAY THRU 5100-EXIT
048900         WS-PERIOD-DAYS TIMES.
049000     MOVE WS-STEP-DATE-NUM TO FC-END-DATE.
049100     PERFORM 5100-STEP-ONE-DAY THRU 5100-EXIT.
049200     MOVE WS-RUN-DATE TO FC-ADDED-DATE.
049300     MOVE WS-OPERATOR-ID TO FC-ADDED-BY.
049400     MOVE FISCAL-CAL-RECORD TO WS-NEW-REC (WS-NEW-SUB).
049500 3150-EXIT.
049600     EXIT.
049700*----------------------------------------------------------
049800* 3160-SHOW-ONE-NEW
049900*----------------------------------------------------------
050000 3160-SHOW-ONE-NEW.
050100     MOVE WS-NEW-REC (WS-NEW-SUB) TO FISCAL-CAL-RECORD.
050200     DISPLAY FC-FISCAL-YEAR, '  ', FC-PERIOD, '   ',
050300         FC-QUARTER, '   ', FC-START-DATE, '  ',
050400         FC-END-DATE, '  ', FC-WEEKS, '      ',
050500         FC-FIRST-WEEK.
050600 3160-EXIT.
050700     EXIT.
050800*----------------------------------------------------------
050900* 3170-ADD-ONE-NEW
051000*----------------------------------------------------------
051100 3170-ADD-ONE-NEW.
051200     ADD 1 TO WS-FC-COUNT.
051300     MOVE WS-NEW-REC (WS-NEW-SUB) TO WS-FC-REC (WS-FC-COUNT).
051400 3170-EXIT.
051500     EXIT.
051600*----------------------------------------------------------
051700* 3300-DROP-YEAR - only a year none of whose periods has
051800*     begun; one already reported on stays as it is.
051900*----------------------------------------------------------
052000 3300-DROP-YEAR.
052100     DISPLAY 'Fiscal year to drop (YYYY): '.
052200     ACCEPT WS-YEAR-IN.
052300     IF WS-YEAR-IN IS NOT NUMERIC
052400         DISPLAY 'FISCAL YEAR MUST BE NUMERIC'
052500         GO TO 3300-EXIT
052600     END-IF.
052700     SET WS-FOUND TO FALSE.
052800     SET WS-CONFLICT TO FALSE.
052900     PERFORM 3310-CHECK-YEAR-BEGUN THRU 3310-EXIT
053000         VARYING WS-FC-SUB FROM 1 BY 1
053100         UNTIL WS-FC-SUB > WS-FC-COUNT.
053200     IF NOT WS-FOUND
053300         DISPLAY 'FISCAL YEAR ', WS-YEAR-IN, ' NOT ON FILE'
053400         GO TO 3300-EXIT
053500     END-IF.
053600     IF WS-CONFLICT
053700         DISPLAY 'FISCAL YEAR ', WS-YEAR-IN, ' HAS BEGUN - ',
053800             'NOT DROPPED'
053900         GO TO 3300-EXIT
054000     END-IF.
054100     DISPLAY 'Drop fiscal year ', WS-YEAR-IN, ' (Y/N): '.
054200     ACCEPT WS-CONFIRM.
054300     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
054400         DISPLAY 'FISCAL YEAR NOT DROPPED'
054500         GO TO 3300-EXIT
054600     END-IF.
054700     MOVE 0 TO WS-FC-KEEP.
054800     MOVE 0 TO WS-LAST-END.
054900     PERFORM 3320-KEEP-ONE-PERIOD THRU 3320-EXIT
055000         VARYING WS-FC-SUB FROM 1 BY 1
055100         UNTIL WS-FC-SUB > WS-FC-COUNT.
055200     MOVE WS-FC-KEEP TO WS-FC-COUNT.
055300     SET WS-CHANGED TO TRUE.
055400     MOVE 'FISCDROP' TO WS-ACTION-CODE.
055500     MOVE WS-YEAR-IN TO WS-ACTION-KEY.
055600     PERFORM 3900-LOG-ACTION THRU 3900-EXIT.
055700     DISPLAY 'FISCAL YEAR ', WS-YEAR-IN, ' DROPPED'.
055800 3300-EXIT.
055900     EXIT.
056000*----------------------------------------------------------
056100* 3310-CHECK-YEAR-BEGUN
056200*----------------------------------------------------------
056300 3310-CHECK-YEAR-BEGUN.
056400     MOVE WS-FC-REC (WS-FC-SUB) TO FISCAL-CAL-RECORD.
056500     IF FC-FISCAL-YEAR NOT = WS-YEAR-NUM
056600         GO TO 3310-EXIT
056700     END-IF.
056800     SET WS-FOUND TO TRUE.
056900     IF FC-START-DATE NOT > WS-RUN-DATE
057000         SET WS-CONFLICT TO TRUE
057100     END-IF.
057200 3310-EXIT.
057300     EXIT.
057400*----------------------------------------------------------
057500* 3320-KEEP-ONE-PERIOD - close the table up over the
057600*     dropped year's periods.
057700*----------------------------------------------------------
057800 3320-KEEP-ONE-PERIOD.
057900     MOVE WS-FC-REC (WS-FC-SUB) TO FISCAL-CAL-RECORD.
058000     IF FC-FISCAL-YEAR = WS-YEAR-NUM
058100         GO TO 3320-EXIT
058200     END-IF.
058300     ADD 1 TO WS-FC-KEEP.
058400     MOVE FISCAL-CAL-RECORD TO WS-FC-REC (WS-FC-KEEP).
058500     IF FC-END-DATE > WS-LAST-END
058600         MOVE FC-END-DATE TO WS-LAST-END
058700     END-IF.
058800 3320-EXIT.
058900     EXIT.
059000*----------------------------------------------------------
059100* 3500-SET-BASIS - the fiscal basis needs the calendar to
059200*     reach the business date, or CAL-INFO would fall back
059300*     to calendar months from the first run.
059400*----------------------------------------------------------
059500 3500-SET-BASIS.
059600     PERFORM 2600-SET-BASIS-TEXT THRU 2600-EXIT.
059700     DISPLAY 'Reporting basis is ', WS-BASIS-TEXT.
059800     DISPLAY 'F=fiscal periods, C=calendar months, ',
059900         'blank=no change: '.
060000     ACCEPT WS-ACTION.
060100     EVALUATE WS-ACTION
060200         WHEN SPACE
060300             GO TO 3500-EXIT
060400         WHEN 'F'
060500         WHEN 'f'
060600             IF WS-BASIS-FISCAL
060700                 GO TO 3500-EXIT
060800             END-IF
060900             SET WS-FOUND TO FALSE
061000             PERFORM 3510-CHECK-RUN-DATE THRU 3510-EXIT
061100                 VARYING WS-FC-SUB FROM 1 BY 1
061200                 UNTIL WS-FC-SUB > WS-FC-COUNT OR WS-FOUND
061300             IF NOT WS-FOUND
061400                 DISPLAY 'FISCAL CALENDAR DOES NOT REACH ',
061500                     WS-RUN-DATE, ' - BASIS NOT CHANGED'
061600                 GO TO 3500-EXIT
061700             END-IF
061800             SET WS-BASIS-FISCAL TO TRUE
061900         WHEN 'C'
062000         WHEN 'c'
062100             IF WS-BASIS-CALENDAR
062200                 GO TO 3500-EXIT
062300             END-IF
062400             SET WS-BASIS-CALENDAR TO TRUE
062500         WHEN OTHER
062600             DISPLAY 'BASIS MUST BE F OR C - NOT CHANGED'
062700             GO TO 3500-EXIT
062800     END-EVALUATE.
062900     SET WS-BASIS-CHANGED TO TRUE.
063000     MOVE 'PRDBASIS' TO WS-ACTION-CODE.
063100     MOVE WS-BASIS TO WS-ACTION-KEY.
063200     PERFORM 3900-LOG-ACTION THRU 3900-EXIT.
063300     PERFORM 2600-SET-BASIS-TEXT THRU 2600-EXIT.
063400     DISPLAY 'REPORTING BASIS NOW ', WS-BASIS-TEXT.
063500 3500-EXIT.
063600     EXIT.
063700*----------------------------------------------------------
063800* 3510-CHECK-RUN-DATE
063900*----------------------------------------------------------
064000 3510-CHECK-RUN-DATE.
064100     MOVE WS-FC-REC (WS-FC-SUB) TO FISCAL-CAL-RECORD.
064200     IF FC-START-DATE NOT > WS-RUN-DATE
064300         AND FC-END-DATE NOT < WS-RUN-DATE
064400         SET WS-FOUND TO TRUE
064500     END-IF.
064600 3510-EXIT.
064700     EXIT.
064800*----------------------------------------------------------
064900* 3810-MATCH-ONE-YEAR
065000*----------------------------------------------------------
065100 3810-MATCH-ONE-YEAR.
065200     MOVE WS-FC-REC (WS-FC-SUB) TO FISCAL-CAL-RECORD.
065300     IF FC-FISCAL-YEAR = WS-YEAR-NUM
065400         SET WS-FOUND TO TRUE
065500     END-IF.
065600 3810-EXIT.
065700     EXIT.
065800*----------------------------------------------------------
065900* 3900-LOG-ACTION
066000*----------------------------------------------------------
066100 3900-LOG-ACTION.
066200     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
066300     MOVE 'FISC-MAINT' TO AY-SOURCE-PGM.
066400     MOVE WS-ACTION-CODE TO AY-ACTION-CODE.
066500     MOVE WS-ACTION-KEY TO AY-ACTION-KEY.
066600     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
066700     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
066800 3900-EXIT.
066900     EXIT.
067000*----------------------------------------------------------
067100* 4000-REWRITE-CALENDAR
067200*----------------------------------------------------------
067300 4000-REWRITE-CALENDAR.
067400     OPEN OUTPUT FISCAL-CALENDAR.
067500     PERFORM 4100-WRITE-ONE-PERIOD THRU 4100-EXIT
067600         VARYING WS-FC-SUB FROM 1 BY 1
067700         UNTIL WS-FC-SUB > WS-FC-COUNT.
067800     CLOSE FISCAL-CALENDAR.
067900 4000-EXIT.
068000     EXIT.
068100*----------------------------------------------------------
068200* 4100-WRITE-ONE-PERIOD
068300*----------------------------------------------------------
068400 4100-WRITE-ONE-PERIOD.
068500     MOVE WS-FC-REC (WS-FC-SUB) TO FISCAL-CAL-RECORD.
068600     WRITE FISCAL-CAL-RECORD.
068700 4100-EXIT.
068800     EXIT.
068900*----------------------------------------------------------
069000* 4200-REWRITE-BASIS
069100*----------------------------------------------------------
069200 4200-REWRITE-BASIS.
069300     OPEN OUTPUT PERIOD-CONTROL.
069400     MOVE SPACES TO PERIOD-CTL-RECORD.
069500     MOVE WS-BASIS TO PC-BASIS.
069600     MOVE WS-RUN-DATE TO PC-CHANGED-DATE.
069700     MOVE WS-OPERATOR-ID TO PC-CHANGED-BY.
069800     WRITE PERIOD-CTL-RECORD.
069900     CLOSE PERIOD-CONTROL.
070000 4200-EXIT.
070100     EXIT.
070200*----------------------------------------------------------
070300* 5100-STEP-ONE-DAY - WS-STEP-DATE on to the next day.
070400*----------------------------------------------------------
070500 5100-STEP-ONE-DAY.
070600     PERFORM 5300-SET-DAYS-IN-MONTH THRU 5300-EXIT.
070700     IF WS-STEP-DAY < WS-DAYS-IN-MONTH
070800         ADD 1 TO WS-STEP-DAY
070900     ELSE
071000         MOVE 1 TO WS-STEP-DAY
071100         IF WS-STEP-MONTH < 12
071200             ADD 1 TO WS-STEP-MONTH
071300         ELSE
071400             MOVE 1 TO WS-STEP-MONTH
071500             ADD 1 TO WS-STEP-YEAR
071600         END-IF
071700     END-IF.
071800 5100-EXIT.
071900     EXIT.
072000*----------------------------------------------------------
072100* 5200-CHECK-DATE - WS-DATE-IN a real calendar date.
072200*----------------------------------------------------------
072300 5200-CHECK-DATE.
072400     SET WS-DATE-OK TO FALSE.
072500     IF WS-DATE-IN IS NOT NUMERIC
072600         GO TO 5200-EXIT
072700     END-IF.
072800     MOVE WS-DATE-NUM TO WS-STEP-DATE-NUM.
072900     IF WS-STEP-YEAR < 1900
073000         OR WS-STEP-MONTH < 1 OR WS-STEP-MONTH > 12
073100         GO TO 5200-EXIT
073200     END-IF.
073300     PERFORM 5300-SET-DAYS-IN-MONTH THRU 5300-EXIT.
073400     IF WS-STEP-DAY < 1 OR WS-STEP-DAY > WS-DAYS-IN-MONTH
073500         GO TO 5200-EXIT
073600     END-IF.
073700     SET WS-DATE-OK TO TRUE.
073800 5200-EXIT.
073900     EXIT.
074000*----------------------------------------------------------
074100* 5300-SET-DAYS-IN-MONTH - for WS-STEP-DATE's month.
074200*----------------------------------------------------------
074300 5300-SET-DAYS-IN-MONTH.
074400     EVALUATE WS-STEP-MONTH
074500         WHEN 02
074600             PERFORM 5310-CHECK-LEAP-YEAR THRU 5310-EXIT
074700             IF WS-LEAP-YEAR
074800                 MOVE 29 TO WS-DAYS-IN-MONTH
074900             ELSE
075000                 MOVE 28 TO WS-DAYS-IN-MONTH
075100             END-IF
075200         WHEN 04
075300         WHEN 06
075400         WHEN 09
075500         WHEN 11
075600             MOVE 30 TO WS-DAYS-IN-MONTH
075700         WHEN OTHER
075800             MOVE 31 TO WS-DAYS-IN-MONTH
075900     END-EVALUATE.
076000 5300-EXIT.
076100     EXIT.
076200*----------------------------------------------------------
076300* 5310-CHECK-LEAP-YEAR - divisible by 4, except centuries
076400*     not divisible by 400.
076500*----------------------------------------------------------
076600 5310-CHECK-LEAP-YEAR.
076700     MOVE 'N' TO WS-LEAP-SW.
076800     DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-WORK
076900         REMAINDER WS-LEAP-REM.
077000     IF WS-LEAP-REM = 0
077100         MOVE 'Y' TO WS-LEAP-SW
077200         DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-WORK
077300             REMAINDER WS-LEAP-REM
077400         IF WS-LEAP-REM = 0
077500             DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-WORK
077600                 REMAINDER WS-LEAP-REM
077700             IF WS-LEAP-REM NOT = 0
077800                 MOVE 'N' TO WS-LEAP-SW
077900             END-IF
078000         END-IF
078100     END-IF.
078200 5310-EXIT.
078300     EXIT.
