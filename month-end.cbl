000600 DATE-COMPILED.  2026-08-22.
000700*----------------------------------------------------------
000800* Month-end roll-up of the month's daily activity into the
000900* MOHIST processing-history file. Reads the month's DAYSUMM
001000* daily-summary records DAY-SUMMARY wrote each night - intake
001100* adds, rejects by source, sequence numbers generated and
001200* consumed, and threshold exceptions by severity, per branch
001300* per business date - banks one record per month (a rerun
001400* replaces that month's record), and prints the month-end
001500* summary with a month-over-month comparison against the
001600* prior month's banked figures. A day missing from DAYSUMM
001700* is rebuilt with DAY-SUMMARY before this is rerun; a month
001800* with no summaries at all leaves MOHIST as it was. The
001900* month is the reporting period CAL-INFO puts in force:
002000* a FISCCAL fiscal period, banked as fiscal YYYYPP, when
002010* PERIODCTL chooses the fiscal calendar, otherwise the
002020* calendar month.
002100*----------------------------------------------------------
002200*    MODIFICATION HISTORY
002300*    DATE        INIT  DESCRIPTION
002493*                      the checkpoint save area beside the
002494*                      figures - a restart past phase 1 was
002495*                      losing the branch subtotals.
002496*    2026-10-15   DN   Roll the month up off DAYSUMM in one
002497*                      keyed pass; drop the CHKPT-SVC checkpoint.
002498*    2026-10-15   DN   Roll up the CAL-INFO reporting period,
002499*                      fiscal or calendar, apart on MOHIST.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DAY-SUMMARY ASSIGN TO 'DAYSUMM'
002910         ORGANIZATION IS INDEXED
002920         ACCESS MODE IS DYNAMIC
002930         RECORD KEY IS DS-KEY
002940         FILE STATUS IS DS-FILE-STATUS.
002950     SELECT FISCAL-CALENDAR ASSIGN TO 'FISCCAL'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FC-FILE-STATUS.
005000     SELECT MONTH-HISTORY ASSIGN TO 'MOHIST'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS MH-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DAY-SUMMARY
006000     LABEL RECORDS ARE STANDARD.
006100     COPY "daysumm.cpy".
008600*
008620 FD  FISCAL-CALENDAR
008640     LABEL RECORDS ARE STANDARD.
008660     COPY "fisccal.cpy".
008680*
008700 FD  MONTH-HISTORY
008800     LABEL RECORDS ARE STANDARD.
008900     COPY "mohist.cpy".
009300 01  REPORT-LINE             PIC X(80).
009400*
009500 WORKING-STORAGE SECTION.
009600 01  DS-FILE-STATUS          PIC X(02).
009700 01  FC-FILE-STATUS          PIC X(02).
010300 01  MH-FILE-STATUS          PIC X(02).
010400 01  RO-FILE-STATUS          PIC X(02).
010500*
011300 01  WS-FILE-EOF-SW          PIC X(01).
011400     88  WS-FILE-EOF         VALUE 'Y' FALSE 'N'.
011420 01  WS-PERIOD-FOUND-SW      PIC X(01) VALUE 'Y'.
011440     88  WS-PERIOD-FOUND     VALUE 'Y' FALSE 'N'.
011500*
011600 01  WS-REPORT-MONTH         PIC 9(06).
011700 01  WS-PRIOR-MONTH          PIC 9(06).
012100 01  WS-MONTH-WORK.
012200     05  WS-MW-YEAR          PIC 9(04).
012300     05  WS-MW-MONTH         PIC 9(02).
012310*
012320*    The month's first key, and the days found on DAYSUMM.
012330 01  WS-START-DATE.
012340     05  WS-SD-MONTH         PIC 9(06).
012350     05  WS-SD-DAY           PIC 9(02) VALUE 01.
012360 01  WS-START-DATE-NUM REDEFINES WS-START-DATE
012370                             PIC 9(08).
012380 01  WS-LAST-DATE            PIC 9(08) VALUE 0.
012381*
012382*    The period's first and last dates and its basis - 'F'
012383*    fiscal period, 'C' calendar month.
012384 01  WS-PERIOD-FIRST         PIC 9(08).
012385 01  WS-PERIOD-LAST          PIC 9(08).
012386 01  WS-BASIS                PIC X(01).
012387     88  WS-BASIS-FISCAL     VALUE 'F'.
012388     88  WS-BASIS-CALENDAR   VALUE 'C'.
012389 01  WS-HST-BASIS-WORK       PIC X(01).
012390 01  WS-DAYS-ROLLED          PIC 9(02) VALUE 0.
012400*
012410*    The month's intake adds per capturing branch; DAYSUMM
012420*    already carries blank branches as '---'.
012430 01  WS-BRANCH-TABLE.
012440     05  WS-BR-ENTRY OCCURS 10 TIMES.
012450         10  WS-BR-CODE      PIC X(03).
012480 01  WS-BR-HIT-SUB           PIC 9(02) COMP.
012490 01  WS-BR-WORK-CODE         PIC X(03).
012491 01  WS-BR-COUNT-DISP        PIC 9(07).
012495*
012500*    This month's figures, accumulated before banking.
012600 01  WS-FIGURES.
014300 01  WS-HIST-SUB             PIC 9(03) COMP.
014400 01  WS-HST-MONTH-VIEW.
014500     05  WS-HST-MONTH        PIC 9(06).
014600     05  FILLER              PIC X(63).
014610     05  WS-HST-BASIS        PIC X(01).
014620     05  FILLER              PIC X(05).
014700*
014800 01  WS-PRIOR-FOUND-SW       PIC X(01) VALUE 'N'.
014900     88  WS-PRIOR-FOUND      VALUE 'Y' FALSE 'N'.
015800     05  PR-EXC-WARNING      PIC 9(07).
015900     05  PR-EXC-CRITICAL     PIC 9(07).
016000     05  PR-EXC-TOTAL        PIC 9(07).
016100     05  PR-PERIOD-BASIS     PIC X(01).
016110     05  FILLER              PIC X(05).
016200*
016300 01  RPT-FIGURE-LINE.
016400     05  RPT-LABEL           PIC X(30).
017500 COPY "eofsw.cpy".
017600 COPY "rundate.cpy".
017700 COPY "jobhstpm.cpy".
017750 COPY "calinfpm.cpy".
017800*
017900 PROCEDURE DIVISION.
018000*----------------------------------------------------------
018200*----------------------------------------------------------
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018410     IF WS-PERIOD-FOUND
018500         PERFORM 2000-ROLL-DAY-SUMMARIES THRU 2000-EXIT
018510         PERFORM 6000-BANK-MONTH-RECORD THRU 6000-EXIT
018520         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
018540     END-IF.
019100     SET JB-FUNC-END TO TRUE.
019200     MOVE WS-EXC-TOTAL TO JB-RECORD-COUNT.
019300     MOVE RETURN-CODE TO JB-RETURN-CODE.
019500     GOBACK.
019600*----------------------------------------------------------
019700* 1000-INITIALIZE - the month to roll up defaults to the
019800*     business date's reporting period; a rerun may name
019900*     any month, or under the fiscal basis any FISCCAL
019910*     fiscal period, whose days are summarised on DAYSUMM.
020000*----------------------------------------------------------
020100 1000-INITIALIZE.
020200     CALL 'BUS-DATE' USING WS-RUN-DATE.
020500     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
020600     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
020700     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
020800     MOVE WS-RUN-DATE TO CI-CHECK-DATE.
020900     CALL 'CAL-INFO' USING CAL-INFO-PARMS.
020905     IF CI-BASIS-FISCAL
020910         SET WS-BASIS-FISCAL TO TRUE
020915         DISPLAY 'Fiscal period to roll up YYYYPP ',
020920             '(blank = business-date period): '
020925     ELSE
020930         SET WS-BASIS-CALENDAR TO TRUE
020935         IF CI-BASIS-DEFAULTED
020940             DISPLAY 'MONTH-END - FISCCAL DOES NOT REACH ',
020945                 WS-RUN-DATE, ' - CALENDAR MONTH USED'
020950         END-IF
020955         DISPLAY 'Month to roll up YYYYMM ',
020960             '(blank = business-date month): '
020965     END-IF.
021000     ACCEPT WS-MONTH-IN.
021100     IF WS-MONTH-IN = SPACES
021200             OR WS-MONTH-IN IS NOT NUMERIC
021300         MOVE CI-PERIOD-ID TO WS-REPORT-MONTH
021310         MOVE CI-PERIOD-START TO WS-PERIOD-FIRST
021320         MOVE CI-PERIOD-LAST TO WS-PERIOD-LAST
021400     ELSE
021500         MOVE WS-MONTH-IN-NUM TO WS-REPORT-MONTH
021510         PERFORM 1200-SET-PERIOD-DATES THRU 1200-EXIT
021520     END-IF.
021530     IF NOT WS-PERIOD-FOUND
021540         MOVE 8 TO RETURN-CODE
021550         GO TO 1000-EXIT
021600     END-IF.
021700     MOVE WS-REPORT-MONTH TO WS-MONTH-WORK.
021800     IF WS-MW-MONTH = 1
022600 1000-EXIT.
022700     EXIT.
022800*----------------------------------------------------------
022900* 1200-SET-PERIOD-DATES - a named calendar month runs from
023000*     its first to the date leaving it; a named fiscal
023100*     period takes its dates from FISCCAL.
023200*----------------------------------------------------------
023300 1200-SET-PERIOD-DATES.
023400     IF WS-BASIS-CALENDAR
023500         MOVE WS-REPORT-MONTH TO WS-SD-MONTH
023600         MOVE WS-START-DATE-NUM TO WS-PERIOD-FIRST
023602         COMPUTE WS-PERIOD-LAST =
023604             WS-REPORT-MONTH * 100 + 31
023606         GO TO 1200-EXIT
023608     END-IF.
023610     SET WS-PERIOD-FOUND TO FALSE.
023612     OPEN INPUT FISCAL-CALENDAR.
023614     IF FC-FILE-STATUS = '00'
023616         SET WS-FILE-EOF TO FALSE
023618         PERFORM 1210-MATCH-ONE-PERIOD THRU 1210-EXIT
023620             UNTIL WS-FILE-EOF OR WS-PERIOD-FOUND
023622         CLOSE FISCAL-CALENDAR
023624     END-IF.
023626     IF NOT WS-PERIOD-FOUND
023628         DISPLAY 'MONTH-END - FISCAL PERIOD ',
023630             WS-REPORT-MONTH, ' NOT ON FISCCAL'
023632     END-IF.
023634 1200-EXIT.
023636     EXIT.
023638*----------------------------------------------------------
023640* 1210-MATCH-ONE-PERIOD
023642*----------------------------------------------------------
023644 1210-MATCH-ONE-PERIOD.
023646     READ FISCAL-CALENDAR
023648         AT END
023650             SET WS-FILE-EOF TO TRUE
023652             GO TO 1210-EXIT
023654     END-READ.
023656     IF FC-PERIOD-KEY = WS-MONTH-IN
023658         SET WS-PERIOD-FOUND TO TRUE
023660         MOVE FC-START-DATE TO WS-PERIOD-FIRST
023662         MOVE FC-END-DATE TO WS-PERIOD-LAST
023664     END-IF.
023666 1210-EXIT.
023668     EXIT.
023670*----------------------------------------------------------
023672* 2000-ROLL-DAY-SUMMARIES - the month's DAYSUMM records in
023674*     key order, from the period's first date until the
023676*     date leaves it: every branch's counts into the site
023678*     figures, and the intake adds into the branch table.
023680*----------------------------------------------------------
023682 2000-ROLL-DAY-SUMMARIES.
023684     OPEN INPUT DAY-SUMMARY.
023686     IF DS-FILE-STATUS NOT = '00'
023688         DISPLAY 'MONTH-END - DAYSUMM NOT AVAILABLE, STATUS ',
023690             DS-FILE-STATUS
023692         MOVE 8 TO RETURN-CODE
023700         GO TO 2000-EXIT
023800     END-IF.
023900     MOVE WS-PERIOD-FIRST TO DS-BUSINESS-DATE.
024000     MOVE LOW-VALUES TO DS-BRANCH-CODE.
024010     SET WS-FILE-EOF TO FALSE.
024020     START DAY-SUMMARY KEY IS NOT LESS THAN DS-KEY
024030         INVALID KEY
024040             SET WS-FILE-EOF TO TRUE
024050     END-START.
024060     PERFORM 2100-ROLL-ONE-SUMMARY THRU 2100-EXIT
024100         UNTIL WS-FILE-EOF.
024200     CLOSE DAY-SUMMARY.
024210     IF WS-DAYS-ROLLED = 0
024220         DISPLAY 'MONTH-END - NO DAILY SUMMARIES FOR ',
024230             WS-REPORT-MONTH, ' - MOHIST LEFT AS IT WAS'
024240         MOVE 4 TO RETURN-CODE
024250     END-IF.
024300 2000-EXIT.
024400     EXIT.
024500*----------------------------------------------------------
024600* 2100-ROLL-ONE-SUMMARY
024700*----------------------------------------------------------
024800 2100-ROLL-ONE-SUMMARY.
024900     READ DAY-SUMMARY NEXT RECORD
025000         AT END
025100             SET WS-FILE-EOF TO TRUE
025110             GO TO 2100-EXIT
025200     END-READ.
025202     IF DS-BUSINESS-DATE > WS-PERIOD-LAST
025204         SET WS-FILE-EOF TO TRUE
025206         GO TO 2100-EXIT
025208     END-IF.
025210     IF DS-BUSINESS-DATE NOT = WS-LAST-DATE
025212         ADD 1 TO WS-DAYS-ROLLED
025214         MOVE DS-BUSINESS-DATE TO WS-LAST-DATE
025216     END-IF.
025218     ADD DS-INTAKE-ADDS TO WS-INTAKE-ADDS.
025220     ADD DS-REJECTS-IFEX TO WS-REJECTS-IFEX.
025222     ADD DS-REJECTS-INTAKE TO WS-REJECTS-INTAKE.
025224     ADD DS-REJECTS-LOAD TO WS-REJECTS-LOAD.
025226     ADD DS-SEQ-GENERATED TO WS-SEQ-GENERATED.
025228     ADD DS-SEQ-CONSUMED TO WS-SEQ-CONSUMED.
025230     ADD DS-EXC-WARNING TO WS-EXC-WARNING.
025232     ADD DS-EXC-CRITICAL TO WS-EXC-CRITICAL.
025234     ADD DS-EXC-TOTAL TO WS-EXC-TOTAL.
025236     IF DS-INTAKE-ADDS > 0
025238         PERFORM 2250-TALLY-BRANCH-ADD THRU 2250-EXIT
025240     END-IF.
025300 2100-EXIT.
025400     EXIT.
026510*----------------------------------------------------------
026520* 2250-TALLY-BRANCH-ADD - the day's adds for the branch in
026530*     hand, into its slot in the month's table.
026540*----------------------------------------------------------
026550 2250-TALLY-BRANCH-ADD.
026551     MOVE DS-BRANCH-CODE TO WS-BR-WORK-CODE.
026556     MOVE 0 TO WS-BR-HIT-SUB.
026557     PERFORM 2260-MATCH-ONE-BRANCH THRU 2260-EXIT
026558         VARYING WS-BR-SUB FROM 1 BY 1
026559         UNTIL WS-BR-SUB > 10 OR WS-BR-HIT-SUB > 0.
026560     IF WS-BR-HIT-SUB > 0
026561         ADD DS-INTAKE-ADDS TO WS-BR-COUNT (WS-BR-HIT-SUB)
026562     END-IF.
026563 2250-EXIT.
026564     EXIT.
026576     END-IF.
026577 2260-EXIT.
026578     EXIT.
042300*----------------------------------------------------------
042400* 6000-BANK-MONTH-RECORD - hold the banked history in
042500*     storage, fold this month's record in (a rerun
042600*     replaces the month), remember the prior month for
042700*     the comparison, and write the file back. A month with
042710*     no days summarised is read for the comparison only.
042800*----------------------------------------------------------
042900 6000-BANK-MONTH-RECORD.
043000     MOVE 'N' TO WS-BATCH-EOF-SW.
043400             UNTIL WS-BATCH-EOF
043500         CLOSE MONTH-HISTORY
043600     END-IF.
043620     IF WS-DAYS-ROLLED = 0
043640         GO TO 6000-EXIT
043660     END-IF.
043700     PERFORM 6200-BUILD-MONTH-RECORD THRU 6200-EXIT.
043800     OPEN OUTPUT MONTH-HISTORY.
043900     PERFORM 6300-WRITE-ONE-HISTORY THRU 6300-EXIT
044600* 6100-LOAD-ONE-HISTORY - the requested month's old record
044700*     is dropped here (the rebuilt one replaces it); the
044800*     prior month's record is kept aside for comparison.
044820*     A record banked on the other basis is neither - it
044840*     is carried over as it stands.
044900*----------------------------------------------------------
045000 6100-LOAD-ONE-HISTORY.
045100     READ MONTH-HISTORY
045300             SET WS-BATCH-EOF TO TRUE
045400         NOT AT END
045500             MOVE MONTH-HISTORY-RECORD TO WS-HST-MONTH-VIEW
045510             MOVE WS-HST-BASIS TO WS-HST-BASIS-WORK
045520             IF WS-HST-BASIS-WORK = SPACE
045530                 MOVE 'C' TO WS-HST-BASIS-WORK
045540             END-IF
045550             IF WS-HST-BASIS-WORK NOT = WS-BASIS
045560                 MOVE 0 TO WS-HST-MONTH
045570             END-IF
045600             IF WS-HST-MONTH = WS-PRIOR-MONTH
045700                 SET WS-PRIOR-FOUND TO TRUE
045800                 MOVE MONTH-HISTORY-RECORD TO WS-PRIOR-RECORD
048100     MOVE WS-EXC-WARNING TO MH-EXC-WARNING.
048200     MOVE WS-EXC-CRITICAL TO MH-EXC-CRITICAL.
048300     MOVE WS-EXC-TOTAL TO MH-EXC-TOTAL.
048350     MOVE WS-BASIS TO MH-PERIOD-BASIS.
048400     IF WS-HIST-COUNT < 120
048500         ADD 1 TO WS-HIST-COUNT
048600         MOVE MONTH-HISTORY-RECORD
050100 6300-EXIT.
050200     EXIT.
050300*----------------------------------------------------------
050400* 7000-PRINT-SUMMARY - this month beside the prior month's
050500*     banked figures, with the change.
050600*----------------------------------------------------------
050700 7000-PRINT-SUMMARY.
050800     MOVE SPACES TO REPORT-LINE.
050900     IF WS-BASIS-FISCAL
051000         STRING 'MONTH-END SUMMARY FOR FISCAL PERIOD '
051100             WS-REPORT-MONTH ' RUN DATE ' WS-RUN-DATE
051110             DELIMITED BY SIZE INTO REPORT-LINE
051120     ELSE
051130         STRING 'MONTH-END SUMMARY FOR ' WS-REPORT-MONTH
051140             ' RUN DATE ' WS-RUN-DATE
051150             DELIMITED BY SIZE INTO REPORT-LINE
051160     END-IF.
051200     WRITE REPORT-LINE.
051210     IF WS-BASIS-FISCAL
051220         MOVE SPACES TO REPORT-LINE
051230         STRING 'PERIOD DATES ' WS-PERIOD-FIRST ' TO '
051240             WS-PERIOD-LAST
051250             DELIMITED BY SIZE INTO REPORT-LINE
051260         WRITE REPORT-LINE
051270     END-IF.
051300     IF WS-PRIOR-FOUND
051400         MOVE SPACES TO REPORT-LINE
051500         STRING 'COMPARED TO ' WS-PRIOR-MONTH
052000             TO REPORT-LINE
052100         WRITE REPORT-LINE
052200     END-IF.
052220     MOVE SPACES TO REPORT-LINE.
052240     STRING 'DAYS SUMMARISED ON DAYSUMM: ' WS-DAYS-ROLLED
052260         DELIMITED BY SIZE INTO REPORT-LINE.
052280     WRITE REPORT-LINE.
052300     MOVE 'FIGURE                        THIS MO     PRIOR MO
052400-         '   CHANGE' TO REPORT-LINE.
052500     WRITE REPORT-LINE.
