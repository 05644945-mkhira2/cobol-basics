000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STREAM-FCST.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Nightly job-stream run forecast. For each run date in
000900* the FCSTCTL range, asks CAL-INFO what kind of day it is
001000* and walks the STEPCTL stream the way JOB-STREAM would
001100* on that date - frequency, calendar condition, then
001200* predecessors, the first rule that holds naming the
001300* reason - listing each step as one that will run or one
001400* that will be skipped and why. A step forecast to run
001500* carries its expected elapsed time, the average of its
001600* completed runs on JOBHIST paired the way JOB-HIST-RPT
001700* pairs them, and each date ends with the expected
001800* elapsed time for the whole stream, so operations can
001900* plan month-end, holiday weekends and maintenance
002000* windows ahead of the night. Every step forecast to run
002100* is taken to complete; a halt is not forecast.
002200*----------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE        INIT  DESCRIPTION
002500*    2026-10-14   DN   Original program.
002510*    2026-10-15   DN   Forecast the JOB-STREAM period-end
002520*                      rules: 'M' at the close of the
002530*                      reporting period in force, 'C' at
002540*                      calendar month-end, 'Y' at the
002550*                      reporting year-end; mark each night
002560*                      that closes a period or year.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT STREAM-FCST-CONTROL ASSIGN TO 'FCSTCTL'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FC-FILE-STATUS.
003300     SELECT STEP-CONTROL ASSIGN TO 'STEPCTL'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS SP-FILE-STATUS.
003600     SELECT JOB-HISTORY-LOG ASSIGN TO 'JOBHIST'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JH-FILE-STATUS.
003900     SELECT REPORT-OUT ASSIGN TO 'STRMFCST'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS RO-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  STREAM-FCST-CONTROL
004600     LABEL RECORDS ARE STANDARD.
004700     COPY "fcstctl.cpy".
004800*
004900 FD  STEP-CONTROL
005000     LABEL RECORDS ARE STANDARD.
005100     COPY "stepctl.cpy".
005200*
005300 FD  JOB-HISTORY-LOG
005400     LABEL RECORDS ARE STANDARD.
005500     COPY "jobhist.cpy".
005600*
005700 FD  REPORT-OUT
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-LINE                 PIC X(100).
006000*
006100 WORKING-STORAGE SECTION.
006200 01  FC-FILE-STATUS              PIC X(02).
006300 01  SP-FILE-STATUS              PIC X(02).
006400 01  JH-FILE-STATUS              PIC X(02).
006500 01  RO-FILE-STATUS              PIC X(02).
006600*
006700 01  WS-CTL-EOF-SW               PIC X(01) VALUE 'N'.
006800     88  WS-CTL-EOF              VALUE 'Y' FALSE 'N'.
006900 01  WS-JH-EOF-SW                PIC X(01) VALUE 'N'.
007000     88  WS-JH-EOF               VALUE 'Y' FALSE 'N'.
007100*
007200*    Forecast range, defaulted when FCSTCTL is absent.
007300 01  WS-FROM-DATE                PIC 9(08).
007400 01  WS-TO-DATE                  PIC 9(08).
007500 01  WS-DATE-OK-SW               PIC X(01).
007600     88  WS-DATE-OK              VALUE 'Y' FALSE 'N'.
007700 01  WS-DAY-COUNT                PIC 9(03) COMP VALUE 0.
007800 77  WS-DAY-LIMIT                PIC 9(03) COMP VALUE 92.
007900*
008000*    The stream as STEPCTL lists it, in execution order.
008100 01  WS-STEP-TABLE.
008200     05  WS-STP-ENTRY OCCURS 99 TIMES.
008300         10  WS-STP-NUMBER       PIC 9(02).
008400         10  WS-STP-PROGRAM      PIC X(20).
008500         10  WS-STP-PRED-STEPS.
008600             15  WS-STP-PRED     PIC 9(02) OCCURS 3 TIMES.
008700         10  WS-STP-FREQUENCY    PIC X(01).
008800             88  WS-STP-FREQ-MONTH-END VALUE 'M'.
008900             88  WS-STP-FREQ-BUS-DAY   VALUE 'B'.
008920             88  WS-STP-FREQ-CAL-MONTH VALUE 'C'.
008940             88  WS-STP-FREQ-YEAR-END  VALUE 'Y'.
009000         10  WS-STP-CAL-COND     PIC X(01).
009100             88  WS-STP-SKIP-HOLIDAY   VALUE 'H'.
009200         10  WS-STP-HIST-SW      PIC X(01).
009300             88  WS-STP-HAS-HISTORY    VALUE 'Y' FALSE 'N'.
009400         10  WS-STP-AVG-SECONDS  PIC 9(09) COMP.
009500 77  WS-STP-LIMIT                PIC 9(02) COMP VALUE 99.
009600 01  WS-STP-COUNT                PIC 9(02) COMP VALUE 0.
009700 01  WS-STP-SUB                  PIC 9(02) COMP.
009800*
009900*    What each step number would have done by this point
010000*    of the forecast night - 'C' run, 'K' skipped by rule -
010100*    read by the predecessor rule exactly as JOB-STREAM
010200*    reads its own table.
010300 01  WS-STEP-STATE-TABLE.
010400     05  WS-STEP-STATE           PIC X(01) OCCURS 99 TIMES.
010500 01  WS-PRED-SUB                 PIC 9(01) COMP.
010600 01  WS-PRED-OK-SW               PIC X(01).
010700     88  WS-PRED-OK              VALUE 'Y' FALSE 'N'.
010800 01  WS-SKIP-REASON              PIC X(30).
010900*
011000*    Start records waiting for their matching end record.
011100 01  WS-PENDING-TABLE.
011200     05  WS-PENDING-ENTRY OCCURS 20 TIMES.
011300         10  WS-PEND-PROGRAM     PIC X(15).
011400         10  WS-PEND-STAMP-DATE  PIC 9(08).
011500         10  WS-PEND-STAMP-TIME  PIC 9(08).
011600 01  WS-PEND-SUB                 PIC 9(02) COMP.
011700 01  WS-PEND-HIT-SUB             PIC 9(02) COMP.
011800 01  WS-PEND-FOUND-SW            PIC X(01) VALUE 'N'.
011900     88  WS-PEND-FOUND           VALUE 'Y' FALSE 'N'.
012000*
012100*    Completed runs and their total elapsed seconds per
012200*    program, for the averages.
012300 01  WS-AVERAGE-TABLE.
012400     05  WS-AVG-ENTRY OCCURS 50 TIMES.
012500         10  WS-AVG-PROGRAM      PIC X(15).
012600         10  WS-AVG-RUNS         PIC 9(05) COMP.
012700         10  WS-AVG-TOTAL-SECS   PIC 9(09) COMP.
012800 77  WS-AVG-LIMIT                PIC 9(02) COMP VALUE 50.
012900 01  WS-AVG-COUNT                PIC 9(02) COMP VALUE 0.
013000 01  WS-AVG-SUB                  PIC 9(02) COMP.
013100 01  WS-AVG-HIT-SUB              PIC 9(02) COMP.
013200 01  WS-AVG-FOUND-SW             PIC X(01) VALUE 'N'.
013300     88  WS-AVG-FOUND            VALUE 'Y' FALSE 'N'.
013400 01  WS-MATCH-PROGRAM            PIC X(15).
013500*
013600 01  WS-ELAPSED-SECONDS          PIC 9(09) COMP.
013700 01  WS-START-SECONDS            PIC 9(09) COMP.
013800 01  WS-END-SECONDS              PIC 9(09) COMP.
013900 01  WS-AVG-SECONDS              PIC 9(09) COMP.
014000 01  WS-TIME-WORK.
014100     05  WS-TIME-HH              PIC 9(02).
014200     05  WS-TIME-MM              PIC 9(02).
014300     05  WS-TIME-SS              PIC 9(02).
014400     05  FILLER                  PIC 9(02).
014500 01  WS-EDIT-TIME                PIC X(08).
014600*
014700 01  WS-WORK-DATE.
014800     05  WS-WORK-YEAR            PIC 9(04).
014900     05  WS-WORK-MONTH           PIC 9(02).
015000     05  WS-WORK-DAY             PIC 9(02).
015100 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
015200                                 PIC 9(08).
015300 01  WS-DAYS-IN-MONTH            PIC 9(02).
015400 01  WS-LEAP-WORK                PIC 9(04).
015500 01  WS-LEAP-REM                 PIC 9(04).
015600 01  WS-LEAP-SW                  PIC X(01).
015700     88  WS-LEAP-YEAR            VALUE 'Y'.
015800*
015900*    Totals for the date being forecast.
016000 01  WS-DATE-RUN-CTR             PIC 9(03) COMP.
016100 01  WS-DATE-SKIP-CTR            PIC 9(03) COMP.
016200 01  WS-DATE-NO-HIST-CTR         PIC 9(03) COMP.
016300 01  WS-DATE-SECONDS             PIC 9(09) COMP.
016400 01  WS-RECORD-COUNT             PIC 9(09) COMP VALUE 0.
016500*    Held apart from RETURN-CODE, which every CALL resets.
016600 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
016700*
016800 COPY "rundate.cpy".
016900 COPY "jobhstpm.cpy".
017000 COPY "calinfpm.cpy".
017100*
017200 01  RPT-HEADER-LINE.
017300     05  FILLER                  PIC X(31) VALUE
017400         'NIGHTLY JOB-STREAM RUN FORECAST'.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  HDR-FROM-DATE           PIC 9999/99/99.
017700     05  FILLER                  PIC X(03) VALUE ' - '.
017800     05  HDR-TO-DATE             PIC 9999/99/99.
017900     05  FILLER                  PIC X(03) VALUE SPACES.
018000     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
018100     05  HDR-RUN-DATE            PIC 9999/99/99.
018200*
018300 01  RPT-DATE-LINE.
018400     05  FILLER                  PIC X(16) VALUE
018500         'FORECAST NIGHT '.
018600     05  RFD-DATE                PIC 9999/99/99.
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  RFD-DAY-TYPE            PIC X(12).
018900     05  RFD-MONTH-END           PIC X(10).
019000*
019100 01  RPT-COL-LINE.
019200     05  FILLER                  PIC X(06) VALUE 'STEP'.
019300     05  FILLER                  PIC X(22) VALUE 'PROGRAM'.
019400     05  FILLER                  PIC X(10) VALUE 'FORECAST'.
019500     05  FILLER                  PIC X(12) VALUE 'EXPECTED'.
019600     05  FILLER                  PIC X(30) VALUE 'REASON'.
019700*
019800 01  RPT-DETAIL-LINE.
019900     05  RPD-STEP                PIC X(02).
020000     05  FILLER                  PIC X(04) VALUE SPACES.
020100     05  RPD-PROGRAM             PIC X(20).
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  RPD-FORECAST            PIC X(08).
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  RPD-EXPECTED            PIC X(10).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  RPD-REASON              PIC X(30).
020800*
020900 01  RPT-TOTAL-LINE.
021000     05  FILLER                  PIC X(13) VALUE
021100         'STEPS TO RUN '.
021200     05  RPT-RUN-COUNT           PIC ZZ9.
021300     05  FILLER                  PIC X(11) VALUE
021400         '   SKIPPED '.
021500     05  RPT-SKIP-COUNT          PIC ZZ9.
021600     05  FILLER                  PIC X(20) VALUE
021700         '   EXPECTED ELAPSED '.
021800     05  RPT-ELAPSED             PIC X(08).
021900     05  FILLER                  PIC X(14) VALUE
022000         '   NO HISTORY '.
022100     05  RPT-NO-HIST-COUNT       PIC ZZ9.
022200*
022300 PROCEDURE DIVISION.
022400*----------------------------------------------------------
022500* 0000-MAINLINE
022600*----------------------------------------------------------
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
023000     PERFORM 3000-LOAD-STEPS THRU 3000-EXIT.
023100     MOVE WS-FROM-DATE TO WS-WORK-DATE-NUM.
023200     PERFORM 4000-FORECAST-DATE THRU 4000-EXIT
023300         UNTIL WS-WORK-DATE-NUM > WS-TO-DATE
023400             OR WS-DAY-COUNT NOT < WS-DAY-LIMIT.
023500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023600     GOBACK.
023700*----------------------------------------------------------
023800* 1000-INITIALIZE - take the range from FCSTCTL, open the
023900*     report, and print the header.
024000*----------------------------------------------------------
024100 1000-INITIALIZE.
024200     CALL 'BUS-DATE' USING WS-RUN-DATE.
024300     SET JB-FUNC-START TO TRUE.
024400     MOVE 'STREAM-FCST' TO JB-PROGRAM-ID.
024500     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
024600     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
024700     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
024800     MOVE WS-RUN-DATE TO WS-FROM-DATE WS-TO-DATE.
024900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
025000     OPEN OUTPUT REPORT-OUT.
025100     MOVE WS-FROM-DATE TO HDR-FROM-DATE.
025200     MOVE WS-TO-DATE TO HDR-TO-DATE.
025300     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
025400     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
025500     MOVE ALL '-' TO REPORT-LINE.
025600     WRITE REPORT-LINE.
025700 1000-EXIT.
025800     EXIT.
025900*----------------------------------------------------------
026000* 1100-READ-CONTROL - each date overrides its default only
026100*     when it is a real calendar date; a range longer than
026200*     the day limit is forecast up to the limit.
026300*----------------------------------------------------------
026400 1100-READ-CONTROL.
026500     OPEN INPUT STREAM-FCST-CONTROL.
026600     IF FC-FILE-STATUS NOT = '00'
026700         GO TO 1100-EXIT
026800     END-IF.
026900     READ STREAM-FCST-CONTROL
027000         AT END
027100             CLOSE STREAM-FCST-CONTROL
027200             GO TO 1100-EXIT
027300     END-READ.
027400     IF FC-FROM-DATE IS NUMERIC
027500         AND FC-FROM-DATE > 0
027600         MOVE FC-FROM-DATE TO WS-WORK-DATE-NUM
027700         PERFORM 1200-CHECK-DATE THRU 1200-EXIT
027800         IF WS-DATE-OK
027900             MOVE FC-FROM-DATE TO WS-FROM-DATE WS-TO-DATE
028000         ELSE
028100             DISPLAY 'STREAM-FCST - FCSTCTL FROM DATE ',
028200                 FC-FROM-DATE, ' NOT A VALID DATE - ',
028300                 'BUSINESS DATE USED'
028400         END-IF
028500     END-IF.
028600     IF FC-TO-DATE IS NUMERIC
028700         AND FC-TO-DATE > 0
028800         MOVE FC-TO-DATE TO WS-WORK-DATE-NUM
028900         PERFORM 1200-CHECK-DATE THRU 1200-EXIT
029000         IF WS-DATE-OK
029100             MOVE FC-TO-DATE TO WS-TO-DATE
029200         ELSE
029300             DISPLAY 'STREAM-FCST - FCSTCTL TO DATE ',
029400                 FC-TO-DATE, ' NOT A VALID DATE - ',
029500                 'FROM DATE USED'
029600         END-IF
029700     END-IF.
029800     IF WS-FROM-DATE > WS-TO-DATE
029900         DISPLAY 'STREAM-FCST - FCSTCTL FROM DATE AFTER TO ',
030000             'DATE - FROM DATE ALONE FORECAST'
030100         MOVE WS-FROM-DATE TO WS-TO-DATE
030200     END-IF.
030300     CLOSE STREAM-FCST-CONTROL.
030400 1100-EXIT.
030500     EXIT.
030600*----------------------------------------------------------
030700* 1200-CHECK-DATE - the date in WS-WORK-DATE is a real
030800*     calendar date.
030900*----------------------------------------------------------
031000 1200-CHECK-DATE.
031100     SET WS-DATE-OK TO FALSE.
031200     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
031300         GO TO 1200-EXIT
031400     END-IF.
031500     PERFORM 4510-SET-DAYS-IN-MONTH THRU 4510-EXIT.
031600     IF WS-WORK-DAY < 1 OR WS-WORK-DAY > WS-DAYS-IN-MONTH
031700         GO TO 1200-EXIT
031800     END-IF.
031900     SET WS-DATE-OK TO TRUE.
032000 1200-EXIT.
032100     EXIT.
032200*----------------------------------------------------------
032300* 2000-LOAD-HISTORY - pair JOBHIST start and end records
032400*     into completed runs and total their elapsed seconds
032500*     per program. No history file leaves every step
032600*     without an expected time.
032700*----------------------------------------------------------
032800 2000-LOAD-HISTORY.
032900     MOVE SPACES TO WS-PENDING-TABLE.
033000     INITIALIZE WS-AVERAGE-TABLE.
033100     OPEN INPUT JOB-HISTORY-LOG.
033200     IF JH-FILE-STATUS NOT = '00'
033300         DISPLAY 'STREAM-FCST - NO JOB-HISTORY FILE ON FILE'
033400         GO TO 2000-EXIT
033500     END-IF.
033600     PERFORM 2050-READ-HISTORY THRU 2050-EXIT.
033700     PERFORM 2100-PROCESS-HISTORY THRU 2100-EXIT
033800         UNTIL WS-JH-EOF.
033900     CLOSE JOB-HISTORY-LOG.
034000 2000-EXIT.
034100     EXIT.
034200*----------------------------------------------------------
034300* 2050-READ-HISTORY
034400*----------------------------------------------------------
034500 2050-READ-HISTORY.
034600     READ JOB-HISTORY-LOG
034700         AT END
034800             SET WS-JH-EOF TO TRUE
034900     END-READ.
035000 2050-EXIT.
035100     EXIT.
035200*----------------------------------------------------------
035300* 2100-PROCESS-HISTORY
035400*----------------------------------------------------------
035500 2100-PROCESS-HISTORY.
035600     IF JH-TYPE-START
035700         PERFORM 2200-PARK-START THRU 2200-EXIT
035800     ELSE
035900         IF JH-TYPE-END
036000             PERFORM 2300-MATCH-END THRU 2300-EXIT
036100         END-IF
036200     END-IF.
036300     PERFORM 2050-READ-HISTORY THRU 2050-EXIT.
036400 2100-EXIT.
036500     EXIT.
036600*----------------------------------------------------------
036700* 2200-PARK-START - a start that never ends (an abend)
036800*     stays parked and never counts toward an average.
036900*----------------------------------------------------------
037000 2200-PARK-START.
037100     SET WS-PEND-FOUND TO FALSE.
037200     PERFORM 2210-FIND-FREE-SLOT THRU 2210-EXIT
037300         VARYING WS-PEND-SUB FROM 1 BY 1
037400         UNTIL WS-PEND-SUB > 20
037500             OR WS-PEND-FOUND.
037600     IF WS-PEND-FOUND
037700         MOVE JH-PROGRAM-ID
037800             TO WS-PEND-PROGRAM (WS-PEND-HIT-SUB)
037900         MOVE JH-STAMP-DATE
038000             TO WS-PEND-STAMP-DATE (WS-PEND-HIT-SUB)
038100         MOVE JH-STAMP-TIME
038200             TO WS-PEND-STAMP-TIME (WS-PEND-HIT-SUB)
038300     END-IF.
038400 2200-EXIT.
038500     EXIT.
038600*----------------------------------------------------------
038700* 2210-FIND-FREE-SLOT
038800*----------------------------------------------------------
038900 2210-FIND-FREE-SLOT.
039000     IF WS-PEND-PROGRAM (WS-PEND-SUB) = SPACES
039100         SET WS-PEND-FOUND TO TRUE
039200         MOVE WS-PEND-SUB TO WS-PEND-HIT-SUB
039300     END-IF.
039400 2210-EXIT.
039500     EXIT.
039600*----------------------------------------------------------
039700* 2300-MATCH-END - elapsed time from the start and end
039800*     wall-clock stamps, one day added for a run that
039900*     crossed midnight, as JOB-HIST-RPT reckons it.
040000*----------------------------------------------------------
040100 2300-MATCH-END.
040200     SET WS-PEND-FOUND TO FALSE.
040300     PERFORM 2310-FIND-PENDING-START THRU 2310-EXIT
040400         VARYING WS-PEND-SUB FROM 1 BY 1
040500         UNTIL WS-PEND-SUB > 20.
040600     IF NOT WS-PEND-FOUND
040700         GO TO 2300-EXIT
040800     END-IF.
040900     MOVE WS-PEND-STAMP-TIME (WS-PEND-HIT-SUB)
041000         TO WS-TIME-WORK.
041100     COMPUTE WS-START-SECONDS =
041200         (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.
041300     MOVE JH-STAMP-TIME TO WS-TIME-WORK.
041400     COMPUTE WS-END-SECONDS =
041500         (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.
041600     IF JH-STAMP-DATE >
041700             WS-PEND-STAMP-DATE (WS-PEND-HIT-SUB)
041800         ADD 86400 TO WS-END-SECONDS
041900     END-IF.
042000     IF WS-END-SECONDS >= WS-START-SECONDS
042100         COMPUTE WS-ELAPSED-SECONDS =
042200             WS-END-SECONDS - WS-START-SECONDS
042300     ELSE
042400         MOVE 0 TO WS-ELAPSED-SECONDS
042500     END-IF.
042600     MOVE SPACES TO WS-PEND-PROGRAM (WS-PEND-HIT-SUB).
042700     PERFORM 2400-ROLL-INTO-AVERAGE THRU 2400-EXIT.
042800 2300-EXIT.
042900     EXIT.
043000*----------------------------------------------------------
043100* 2310-FIND-PENDING-START
043200*----------------------------------------------------------
043300 2310-FIND-PENDING-START.
043400     IF WS-PEND-PROGRAM (WS-PEND-SUB) = JH-PROGRAM-ID
043500         SET WS-PEND-FOUND TO TRUE
043600         MOVE WS-PEND-SUB TO WS-PEND-HIT-SUB
043700     END-IF.
043800 2310-EXIT.
043900     EXIT.
044000*----------------------------------------------------------
044100* 2400-ROLL-INTO-AVERAGE
044200*----------------------------------------------------------
044300 2400-ROLL-INTO-AVERAGE.
044400     MOVE JH-PROGRAM-ID TO WS-MATCH-PROGRAM.
044500     PERFORM 2500-FIND-AVERAGE THRU 2500-EXIT.
044600     IF NOT WS-AVG-FOUND
044700         IF WS-AVG-COUNT < WS-AVG-LIMIT
044800             ADD 1 TO WS-AVG-COUNT
044900             MOVE WS-AVG-COUNT TO WS-AVG-HIT-SUB
045000             MOVE JH-PROGRAM-ID
045100                 TO WS-AVG-PROGRAM (WS-AVG-HIT-SUB)
045200             SET WS-AVG-FOUND TO TRUE
045300         ELSE
045400             DISPLAY 'STREAM-FCST - AVERAGE TABLE FULL - ',
045500                 JH-PROGRAM-ID, ' NOT AVERAGED'
045600         END-IF
045700     END-IF.
045800     IF WS-AVG-FOUND
045900         ADD 1 TO WS-AVG-RUNS (WS-AVG-HIT-SUB)
046000         ADD WS-ELAPSED-SECONDS
046100             TO WS-AVG-TOTAL-SECS (WS-AVG-HIT-SUB)
046200     END-IF.
046300 2400-EXIT.
046400     EXIT.
046500*----------------------------------------------------------
046600* 2500-FIND-AVERAGE - the average entry for the program
046700*     in WS-MATCH-PROGRAM.
046800*----------------------------------------------------------
046900 2500-FIND-AVERAGE.
047000     SET WS-AVG-FOUND TO FALSE.
047100     PERFORM 2510-CHECK-AVERAGE THRU 2510-EXIT
047200         VARYING WS-AVG-SUB FROM 1 BY 1
047300         UNTIL WS-AVG-SUB > WS-AVG-COUNT
047400             OR WS-AVG-FOUND.
047500 2500-EXIT.
047600     EXIT.
047700*----------------------------------------------------------
047800* 2510-CHECK-AVERAGE
047900*----------------------------------------------------------
048000 2510-CHECK-AVERAGE.
048100     IF WS-AVG-PROGRAM (WS-AVG-SUB) = WS-MATCH-PROGRAM
048200         SET WS-AVG-FOUND TO TRUE
048300         MOVE WS-AVG-SUB TO WS-AVG-HIT-SUB
048400     END-IF.
048500 2510-EXIT.
048600     EXIT.
048700*----------------------------------------------------------
048800* 3000-LOAD-STEPS - the stream into the step table, each
048900*     step with its JOBHIST average. No STEPCTL means
049000*     there is no stream to forecast.
049100*----------------------------------------------------------
049200 3000-LOAD-STEPS.
049300     INITIALIZE WS-STEP-TABLE.
049400     OPEN INPUT STEP-CONTROL.
049500     IF SP-FILE-STATUS NOT = '00'
049600         DISPLAY 'STREAM-FCST - NO STEPCTL ON FILE - ',
049700             'NOTHING TO FORECAST'
049800         MOVE 4 TO WS-RETURN-CODE
049900         GO TO 3000-EXIT
050000     END-IF.
050100     PERFORM 3050-READ-STEP THRU 3050-EXIT.
050200     PERFORM 3100-STORE-STEP THRU 3100-EXIT
050300         UNTIL WS-CTL-EOF.
050400     CLOSE STEP-CONTROL.
050500 3000-EXIT.
050600     EXIT.
050700*----------------------------------------------------------
050800* 3050-READ-STEP
050900*----------------------------------------------------------
051000 3050-READ-STEP.
051100     READ STEP-CONTROL
051200         AT END
051300             SET WS-CTL-EOF TO TRUE
051400     END-READ.
051500 3050-EXIT.
051600     EXIT.
051700*----------------------------------------------------------
051800* 3100-STORE-STEP - JOBHIST carries the first fifteen
051900*     characters of the program name.
052000*----------------------------------------------------------
052100 3100-STORE-STEP.
052200     IF WS-STP-COUNT NOT < WS-STP-LIMIT
052300         DISPLAY 'STREAM-FCST - STEP TABLE FULL - STEP ',
052400             SP-STEP-NUMBER, ' NOT FORECAST'
052500         GO TO 3100-NEXT
052600     END-IF.
052700     ADD 1 TO WS-STP-COUNT.
052800     MOVE WS-STP-COUNT TO WS-STP-SUB.
052900     MOVE SP-STEP-NUMBER TO WS-STP-NUMBER (WS-STP-SUB).
053000     MOVE SP-PROGRAM-NAME TO WS-STP-PROGRAM (WS-STP-SUB).
053100     MOVE SP-PRED-STEPS TO WS-STP-PRED-STEPS (WS-STP-SUB).
053200     MOVE SP-FREQUENCY TO WS-STP-FREQUENCY (WS-STP-SUB).
053300     MOVE SP-CAL-COND TO WS-STP-CAL-COND (WS-STP-SUB).
053400     MOVE SP-PROGRAM-NAME TO WS-MATCH-PROGRAM.
053500     PERFORM 2500-FIND-AVERAGE THRU 2500-EXIT.
053600     IF WS-AVG-FOUND
053700         SET WS-STP-HAS-HISTORY (WS-STP-SUB) TO TRUE
053800         DIVIDE WS-AVG-TOTAL-SECS (WS-AVG-HIT-SUB)
053900             BY WS-AVG-RUNS (WS-AVG-HIT-SUB)
054000             GIVING WS-STP-AVG-SECONDS (WS-STP-SUB)
054100     ELSE
054200         SET WS-STP-HAS-HISTORY (WS-STP-SUB) TO FALSE
054300         MOVE 0 TO WS-STP-AVG-SECONDS (WS-STP-SUB)
054400     END-IF.
054500 3100-NEXT.
054600     PERFORM 3050-READ-STEP THRU 3050-EXIT.
054700 3100-EXIT.
054800     EXIT.
054900*----------------------------------------------------------
055000* 4000-FORECAST-DATE - one forecast night: the calendar
055100*     answer, every step in stream order, the night's
055200*     totals, then on to the next calendar date.
055300*----------------------------------------------------------
055400 4000-FORECAST-DATE.
055500     ADD 1 TO WS-DAY-COUNT.
055600     ADD 1 TO WS-RECORD-COUNT.
055700     MOVE WS-WORK-DATE-NUM TO CI-CHECK-DATE.
055800     CALL 'CAL-INFO' USING CAL-INFO-PARMS.
055900     MOVE SPACES TO REPORT-LINE.
056000     WRITE REPORT-LINE.
056100     MOVE WS-WORK-DATE-NUM TO RFD-DATE.
056200     EVALUATE TRUE
056300         WHEN CI-HOLIDAY
056400             MOVE 'HOLIDAY' TO RFD-DAY-TYPE
056500         WHEN CI-BUSINESS-DAY
056600             MOVE 'BUSINESS DAY' TO RFD-DAY-TYPE
056700         WHEN OTHER
056800             MOVE 'WEEKEND' TO RFD-DAY-TYPE
056900     END-EVALUATE.
056950     EVALUATE TRUE
057000         WHEN CI-YEAR-END
057050             MOVE 'YEAR-END' TO RFD-MONTH-END
057100         WHEN CI-PERIOD-END
057150             MOVE 'PERIOD-END' TO RFD-MONTH-END
057200         WHEN CI-MONTH-END
057250             MOVE 'MONTH-END' TO RFD-MONTH-END
057300         WHEN OTHER
057350             MOVE SPACES TO RFD-MONTH-END
057400     END-EVALUATE.
057500     WRITE REPORT-LINE FROM RPT-DATE-LINE.
057600     WRITE REPORT-LINE FROM RPT-COL-LINE.
057700     MOVE SPACES TO WS-STEP-STATE-TABLE.
057800     MOVE 0 TO WS-DATE-RUN-CTR WS-DATE-SKIP-CTR
057900         WS-DATE-NO-HIST-CTR WS-DATE-SECONDS.
058000     PERFORM 4100-FORECAST-STEP THRU 4100-EXIT
058100         VARYING WS-STP-SUB FROM 1 BY 1
058200         UNTIL WS-STP-SUB > WS-STP-COUNT.
058300     MOVE WS-DATE-RUN-CTR TO RPT-RUN-COUNT.
058400     MOVE WS-DATE-SKIP-CTR TO RPT-SKIP-COUNT.
058500     MOVE WS-DATE-NO-HIST-CTR TO RPT-NO-HIST-COUNT.
058600     MOVE WS-DATE-SECONDS TO WS-AVG-SECONDS.
058700     PERFORM 5100-FORMAT-ELAPSED-TIME THRU 5100-EXIT.
058800     MOVE WS-EDIT-TIME TO RPT-ELAPSED.
058900     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
059000     PERFORM 4500-ADVANCE-ONE-DAY THRU 4500-EXIT.
059100 4000-EXIT.
059200     EXIT.
059300*----------------------------------------------------------
059400* 4100-FORECAST-STEP
059500*----------------------------------------------------------
059600 4100-FORECAST-STEP.
059700     MOVE SPACES TO RPT-DETAIL-LINE.
059800     MOVE WS-STP-NUMBER (WS-STP-SUB) TO RPD-STEP.
059900     MOVE WS-STP-PROGRAM (WS-STP-SUB) TO RPD-PROGRAM.
060000     PERFORM 4200-CHECK-STEP-RULES THRU 4200-EXIT.
060100     IF WS-SKIP-REASON NOT = SPACES
060200         MOVE 'SKIPPED' TO RPD-FORECAST
060300         MOVE WS-SKIP-REASON TO RPD-REASON
060400         IF WS-STP-NUMBER (WS-STP-SUB) IS NUMERIC
060500             AND WS-STP-NUMBER (WS-STP-SUB) > 0
060600             MOVE 'K' TO
060700                 WS-STEP-STATE (WS-STP-NUMBER (WS-STP-SUB))
060800         END-IF
060900         ADD 1 TO WS-DATE-SKIP-CTR
061000     ELSE
061100         MOVE 'WILL RUN' TO RPD-FORECAST
061200         IF WS-STP-HAS-HISTORY (WS-STP-SUB)
061300             MOVE WS-STP-AVG-SECONDS (WS-STP-SUB)
061400                 TO WS-AVG-SECONDS
061500             PERFORM 5100-FORMAT-ELAPSED-TIME THRU 5100-EXIT
061600             MOVE WS-EDIT-TIME TO RPD-EXPECTED
061700             ADD WS-STP-AVG-SECONDS (WS-STP-SUB)
061800                 TO WS-DATE-SECONDS
061900         ELSE
062000             MOVE 'NO HISTORY' TO RPD-EXPECTED
062100             ADD 1 TO WS-DATE-NO-HIST-CTR
062200         END-IF
062300         IF WS-STP-NUMBER (WS-STP-SUB) IS NUMERIC
062400             AND WS-STP-NUMBER (WS-STP-SUB) > 0
062500             MOVE 'C' TO
062600                 WS-STEP-STATE (WS-STP-NUMBER (WS-STP-SUB))
062700         END-IF
062800         ADD 1 TO WS-DATE-RUN-CTR
062900     END-IF.
063000     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
063100 4100-EXIT.
063200     EXIT.
063300*----------------------------------------------------------
063400* 4200-CHECK-STEP-RULES - the JOB-STREAM step rules in the
063500*     JOB-STREAM order: frequency, calendar condition,
063600*     then predecessors. Spaces mean daily, no condition,
063700*     no predecessors.
063800*----------------------------------------------------------
063900 4200-CHECK-STEP-RULES.
064000     MOVE SPACES TO WS-SKIP-REASON.
064100     IF WS-STP-FREQ-MONTH-END (WS-STP-SUB)
064110         AND NOT CI-PERIOD-END
064120         MOVE 'PERIOD-END ONLY' TO WS-SKIP-REASON
064130         GO TO 4200-EXIT
064140     END-IF.
064150     IF WS-STP-FREQ-CAL-MONTH (WS-STP-SUB)
064200         AND NOT CI-MONTH-END
064220         MOVE 'CALENDAR MONTH-END ONLY' TO WS-SKIP-REASON
064240         GO TO 4200-EXIT
064260     END-IF.
064280     IF WS-STP-FREQ-YEAR-END (WS-STP-SUB)
064300         AND NOT CI-YEAR-END
064320         MOVE 'YEAR-END ONLY' TO WS-SKIP-REASON
064400         GO TO 4200-EXIT
064500     END-IF.
064600     IF WS-STP-FREQ-BUS-DAY (WS-STP-SUB)
064700         AND NOT CI-BUSINESS-DAY
064800         MOVE 'BUSINESS DAYS ONLY' TO WS-SKIP-REASON
064900         GO TO 4200-EXIT
065000     END-IF.
065100     IF WS-STP-SKIP-HOLIDAY (WS-STP-SUB)
065200         AND CI-HOLIDAY
065300         MOVE 'HOLIDAY CALENDAR' TO WS-SKIP-REASON
065400         GO TO 4200-EXIT
065500     END-IF.
065600     SET WS-PRED-OK TO TRUE.
065700     PERFORM 4210-CHECK-ONE-PRED THRU 4210-EXIT
065800         VARYING WS-PRED-SUB FROM 1 BY 1
065900         UNTIL WS-PRED-SUB > 3 OR NOT WS-PRED-OK.
066000     IF NOT WS-PRED-OK
066100         MOVE 'PREDECESSOR NOT COMPLETE' TO WS-SKIP-REASON
066200     END-IF.
066300 4200-EXIT.
066400     EXIT.
066500*----------------------------------------------------------
066600* 4210-CHECK-ONE-PRED - satisfied when the predecessor is
066700*     forecast to run or to be skipped by rule earlier the
066800*     same night.
066900*----------------------------------------------------------
067000 4210-CHECK-ONE-PRED.
067100     IF WS-STP-PRED (WS-STP-SUB, WS-PRED-SUB) IS NUMERIC
067200         AND WS-STP-PRED (WS-STP-SUB, WS-PRED-SUB) > 0
067300         IF WS-STEP-STATE
067400                 (WS-STP-PRED (WS-STP-SUB, WS-PRED-SUB))
067500                 NOT = 'C'
067600             AND WS-STEP-STATE
067700                 (WS-STP-PRED (WS-STP-SUB, WS-PRED-SUB))
067800                 NOT = 'K'
067900             SET WS-PRED-OK TO FALSE
068000         END-IF
068100     END-IF.
068200 4210-EXIT.
068300     EXIT.
068400*----------------------------------------------------------
068500* 4500-ADVANCE-ONE-DAY - plain calendar arithmetic, the
068600*     same roll EOD-DATE-ROLL uses.
068700*----------------------------------------------------------
068800 4500-ADVANCE-ONE-DAY.
068900     PERFORM 4510-SET-DAYS-IN-MONTH THRU 4510-EXIT.
069000     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
069100         ADD 1 TO WS-WORK-DAY
069200     ELSE
069300         MOVE 1 TO WS-WORK-DAY
069400         IF WS-WORK-MONTH < 12
069500             ADD 1 TO WS-WORK-MONTH
069600         ELSE
069700             MOVE 1 TO WS-WORK-MONTH
069800             ADD 1 TO WS-WORK-YEAR
069900         END-IF
070000     END-IF.
070100 4500-EXIT.
070200     EXIT.
070300*----------------------------------------------------------
070400* 4510-SET-DAYS-IN-MONTH
070500*----------------------------------------------------------
070600 4510-SET-DAYS-IN-MONTH.
070700     EVALUATE WS-WORK-MONTH
070800         WHEN 01
070900         WHEN 03
071000         WHEN 05
071100         WHEN 07
071200         WHEN 08
071300         WHEN 10
071400         WHEN 12
071500             MOVE 31 TO WS-DAYS-IN-MONTH
071600         WHEN 04
071700         WHEN 06
071800         WHEN 09
071900         WHEN 11
072000             MOVE 30 TO WS-DAYS-IN-MONTH
072100         WHEN OTHER
072200             PERFORM 4520-CHECK-LEAP-YEAR THRU 4520-EXIT
072300             IF WS-LEAP-YEAR
072400                 MOVE 29 TO WS-DAYS-IN-MONTH
072500             ELSE
072600                 MOVE 28 TO WS-DAYS-IN-MONTH
072700             END-IF
072800     END-EVALUATE.
072900 4510-EXIT.
073000     EXIT.
073100*----------------------------------------------------------
073200* 4520-CHECK-LEAP-YEAR - divisible by 4, except centuries
073300*     not divisible by 400.
073400*----------------------------------------------------------
073500 4520-CHECK-LEAP-YEAR.
073600     MOVE 'N' TO WS-LEAP-SW.
073700     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-WORK
073800         REMAINDER WS-LEAP-REM.
073900     IF WS-LEAP-REM = 0
074000         MOVE 'Y' TO WS-LEAP-SW
074100         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-WORK
074200             REMAINDER WS-LEAP-REM
074300         IF WS-LEAP-REM = 0
074400             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-WORK
074500                 REMAINDER WS-LEAP-REM
074600             IF WS-LEAP-REM NOT = 0
074700                 MOVE 'N' TO WS-LEAP-SW
074800             END-IF
074900         END-IF
075000     END-IF.
075100 4520-EXIT.
075200     EXIT.
075300*----------------------------------------------------------
075400* 5100-FORMAT-ELAPSED-TIME - HH:MM:SS from the second
075500*     count in WS-AVG-SECONDS.
075600*----------------------------------------------------------
075700 5100-FORMAT-ELAPSED-TIME.
075800     DIVIDE WS-AVG-SECONDS BY 3600
075900         GIVING WS-TIME-HH
076000         REMAINDER WS-START-SECONDS.
076100     DIVIDE WS-START-SECONDS BY 60
076200         GIVING WS-TIME-MM
076300         REMAINDER WS-END-SECONDS.
076400     MOVE WS-END-SECONDS TO WS-TIME-SS.
076500     MOVE SPACES TO WS-EDIT-TIME.
076600     STRING WS-TIME-HH DELIMITED BY SIZE
076700            ':' DELIMITED BY SIZE
076800            WS-TIME-MM DELIMITED BY SIZE
076900            ':' DELIMITED BY SIZE
077000            WS-TIME-SS DELIMITED BY SIZE
077100         INTO WS-EDIT-TIME
077200     END-STRING.
077300 5100-EXIT.
077400     EXIT.
077500*----------------------------------------------------------
077600* 9000-TERMINATE - a range cut short at the day limit is
077700*     flagged on the report and to the console.
077800*----------------------------------------------------------
077900 9000-TERMINATE.
078000     IF WS-WORK-DATE-NUM NOT > WS-TO-DATE
078100         MOVE SPACES TO REPORT-LINE
078200         WRITE REPORT-LINE
078300         MOVE SPACES TO REPORT-LINE
078400         STRING 'FORECAST STOPPED AT THE DAY LIMIT - '
078500                    DELIMITED BY SIZE
078600                'REMAINING DATES NOT FORECAST'
078700                    DELIMITED BY SIZE
078800             INTO REPORT-LINE
078900         END-STRING
079000         WRITE REPORT-LINE
079100         DISPLAY 'STREAM-FCST - RANGE LONGER THAN ',
079200             WS-DAY-LIMIT, ' DAYS - FORECAST CUT SHORT'
079300     END-IF.
079400     CLOSE REPORT-OUT.
079500     DISPLAY 'STREAM-FCST: ', WS-DAY-COUNT,
079600         ' DATE(S) FORECAST, ', WS-STP-COUNT, ' STEP(S)'.
079700     SET JB-FUNC-END TO TRUE.
079800     MOVE 'STREAM-FCST' TO JB-PROGRAM-ID.
079900     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
080000     MOVE WS-RECORD-COUNT TO JB-RECORD-COUNT.
080100     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
080200     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
080300     MOVE WS-RETURN-CODE TO RETURN-CODE.
080400 9000-EXIT.
080500     EXIT.
