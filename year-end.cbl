000500 DATE-WRITTEN.   2026-09-01.
000600 DATE-COMPILED.  2026-09-01.
000700*----------------------------------------------------------
000800* Year-end roll-up of the year's monthly activity. Each
000900* month of the report year (the YRENDCTL control year, or
001000* the run date's year when no control is on file) is
001100* summed from its DAYSUMM daily summaries; a month with
001200* none - one from before the nightly summaries began - is
001300* taken from its MOHIST record instead. The twelve months
001400* roll into one YRHIST annual record, and the YRENDRPT
001500* report shows the twelve-month trend of intake adds,
001600* rejects by source, sequence generation versus
001700* consumption, and Warning/Critical exception counts, with
001800* each month's source, then sets each annual figure against
001810* the prior year's MOHIST months with the percentage
001820* movement. Rerunning the year-end replaces the year's
001830* YRHIST record rather than doubling it. Under the
001840* PERIODCTL fiscal basis the year is the fiscal year and
001850* its twelve slots the FISCCAL fiscal periods, DAYSUMM
001860* days slotted by the period whose dates hold them.
001900*----------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE        INIT  DESCRIPTION
002230*                      table is full and this year would
002240*                      append - the add was storing past the
002250*                      table's last slot.
002260*    2026-10-15   DN   Sum each month from the DAYSUMM daily
002270*                      summaries, falling back to MOHIST for
002280*                      months from before the summaries
002290*                      began; print each month's source.
002291*    2026-10-15   DN   Roll up the fiscal year's twelve
002292*                      FISCCAL periods under the PERIODCTL
002293*                      fiscal basis, the default year the
002294*                      business date's fiscal year; MOHIST
002295*                      and YRHIST records taken and banked
002296*                      on the basis in force only.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002700     SELECT YEAR-CONTROL ASSIGN TO 'YRENDCTL'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS YC-FILE-STATUS.
002902     SELECT FISCAL-CALENDAR ASSIGN TO 'FISCCAL'
002904         ORGANIZATION IS LINE SEQUENTIAL
002906         FILE STATUS IS FC-FILE-STATUS.
002910     SELECT DAY-SUMMARY ASSIGN TO 'DAYSUMM'
002920         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS DYNAMIC
002940         RECORD KEY IS DS-KEY
002950         FILE STATUS IS DS-FILE-STATUS.
003000     SELECT MONTH-HISTORY ASSIGN TO 'MOHIST'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS MH-FILE-STATUS.
004400 01  YEAR-CTL-RECORD.
004500     05  YC-REPORT-YEAR          PIC 9(04).
004600*
004602 FD  FISCAL-CALENDAR
004604     LABEL RECORDS ARE STANDARD.
004606     COPY "fisccal.cpy".
004608*
004620 FD  DAY-SUMMARY
004640     LABEL RECORDS ARE STANDARD.
004660     COPY "daysumm.cpy".
004680*
004700 FD  MONTH-HISTORY
004800     LABEL RECORDS ARE STANDARD.
004900     COPY "mohist.cpy".
005800*
005900 WORKING-STORAGE SECTION.
006000 01  YC-FILE-STATUS              PIC X(02).
006020 01  FC-FILE-STATUS              PIC X(02).
006050 01  DS-FILE-STATUS              PIC X(02).
006100 01  MH-FILE-STATUS              PIC X(02).
006200 01  YH-FILE-STATUS              PIC X(02).
006300 01  RO-FILE-STATUS              PIC X(02).
006600     88  WS-MH-EOF               VALUE 'Y' FALSE 'N'.
006700 01  WS-YH-EOF-SW                PIC X(01).
006800     88  WS-YH-EOF               VALUE 'Y' FALSE 'N'.
006820 01  WS-DS-EOF-SW                PIC X(01).
006840     88  WS-DS-EOF               VALUE 'Y' FALSE 'N'.
006860 01  WS-FC-EOF-SW                PIC X(01).
006880     88  WS-FC-EOF               VALUE 'Y' FALSE 'N'.
006900*
007000 01  WS-REPORT-YEAR              PIC 9(04).
007100 01  WS-PRIOR-YEAR               PIC 9(04).
007400     05  WS-REC-MM               PIC 9(02).
007500 01  WS-REC-MONTH REDEFINES WS-REC-MONTH-SPLIT
007600                                 PIC 9(06).
007610 01  WS-START-DATE.
007620     05  WS-SD-YEAR              PIC 9(04).
007630     05  WS-SD-MMDD              PIC 9(04) VALUE 0101.
007640 01  WS-START-DATE-NUM REDEFINES WS-START-DATE
007650                                 PIC 9(08).
007700*
007800*    The year's first and last dates and its basis - 'F'
007805*    fiscal year, 'C' calendar year - and, for a fiscal
007810*    year, each period's dates off FISCCAL.
007815 01  WS-YEAR-FIRST               PIC 9(08).
007820 01  WS-YEAR-LAST                PIC 9(08).
007825 01  WS-BASIS                    PIC X(01).
007830     88  WS-BASIS-FISCAL         VALUE 'F'.
007835     88  WS-BASIS-CALENDAR       VALUE 'C'.
007840 01  WS-REC-BASIS                PIC X(01).
007845 01  WS-FP-TABLE.
007850     05  WS-FP-ENTRY OCCURS 12 TIMES.
007855         10  WS-FP-START         PIC 9(08).
007860         10  WS-FP-END           PIC 9(08).
007865 01  WS-FP-SUB                   PIC 9(02) COMP.
007870 01  WS-FP-COUNT                 PIC 9(02) COMP VALUE 0.
007875*
007880*    The report year's months, slotted one to twelve. A
007885*    month summed from DAYSUMM is marked D, one taken from
007890*    MOHIST M, one with neither N.
007900 01  WS-MONTH-TABLE.
008000     05  WS-MO-ENTRY OCCURS 12 TIMES.
008100         10  WS-MO-PRESENT-SW    PIC X(01).
008110             88  WS-MO-FROM-DAYSUMM VALUE 'D'.
008120             88  WS-MO-FROM-MOHIST  VALUE 'M'.
008130             88  WS-MO-MISSING      VALUE 'N'.
008200         10  WS-MO-ADDS          PIC 9(07).
008300         10  WS-MO-REJ-IFEX      PIC 9(07).
008400         10  WS-MO-REJ-INTAKE    PIC 9(07).
013200     05  WS-RUN-YEAR             PIC 9(04).
013300     05  FILLER                  PIC 9(04).
013400 COPY "jobhstpm.cpy".
013450 COPY "calinfpm.cpy".
013500*
013600 01  RPT-HEADER-LINE.
013700     05  FILLER                  PIC X(26) VALUE
014000     05  FILLER                  PIC X(03) VALUE SPACES.
014100     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
014200     05  HDR-RUN-DATE            PIC 9999/99/99.
014220     05  FILLER                  PIC X(03) VALUE SPACES.
014240     05  HDR-BASIS               PIC X(40).
014300*
014400 01  RPT-COL-LINE.
014500     05  RPC-PERIOD-HDR          PIC X(04) VALUE 'MM'.
014600     05  FILLER                  PIC X(09) VALUE '    ADDS'.
014700     05  FILLER                  PIC X(09) VALUE ' REJIFEX'.
014800     05  FILLER                  PIC X(09) VALUE ' REJINTK'.
015100     05  FILLER                  PIC X(09) VALUE '  SEQCON'.
015200     05  FILLER                  PIC X(09) VALUE '    WARN'.
015300     05  FILLER                  PIC X(09) VALUE '    CRIT'.
015350     05  FILLER                  PIC X(09) VALUE '  SOURCE'.
015400*
015500 01  RPT-MONTH-LINE.
015600     05  RPM-MM                  PIC Z9.
017000     05  RPM-EXC-WARN            PIC ZZZZZZZ9.
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  RPM-EXC-CRIT            PIC ZZZZZZZ9.
017220     05  FILLER                  PIC X(02) VALUE SPACES.
017240     05  RPM-SOURCE              PIC X(07).
017300*
017400 01  RPT-COMPARE-LINE.
017500     05  RPC-LABEL               PIC X(22).
020200     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
020300     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
020400     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
020500     MOVE WS-RUN-DATE TO CI-CHECK-DATE.
020510     CALL 'CAL-INFO' USING CAL-INFO-PARMS.
020520     IF CI-BASIS-FISCAL
020530         SET WS-BASIS-FISCAL TO TRUE
020540     ELSE
020550         SET WS-BASIS-CALENDAR TO TRUE
020560     END-IF.
020570     MOVE CI-PERIOD-ID (1:4) TO WS-REPORT-YEAR.
020600     OPEN INPUT YEAR-CONTROL.
020700     IF YC-FILE-STATUS = '00'
020800         READ YEAR-CONTROL
021700         CLOSE YEAR-CONTROL
021800     END-IF.
021900     COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1.
021910     IF WS-BASIS-FISCAL
021920         PERFORM 1200-LOAD-FISCAL-YEAR THRU 1200-EXIT
021930     END-IF.
021940     IF WS-BASIS-CALENDAR
021950         MOVE WS-REPORT-YEAR TO WS-SD-YEAR
021960         MOVE WS-START-DATE-NUM TO WS-YEAR-FIRST
021970         COMPUTE WS-YEAR-LAST = WS-REPORT-YEAR * 10000 + 1231
021980     END-IF.
022000     PERFORM 1100-CLEAR-ONE-MONTH THRU 1100-EXIT
022100         VARYING WS-MO-SUB FROM 1 BY 1
022200         UNTIL WS-MO-SUB > 12.
022300     OPEN OUTPUT REPORT-OUT.
022400     MOVE WS-REPORT-YEAR TO HDR-YEAR.
022500     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
022510     MOVE SPACES TO HDR-BASIS.
022520     IF WS-BASIS-FISCAL
022530         STRING 'FISCAL YEAR ' WS-YEAR-FIRST ' TO '
022540             WS-YEAR-LAST
022550             DELIMITED BY SIZE INTO HDR-BASIS
022560         MOVE 'PP' TO RPC-PERIOD-HDR
022570     ELSE
022580         MOVE 'CALENDAR YEAR' TO HDR-BASIS
022590     END-IF.
022600     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
022700     MOVE ALL '-' TO REPORT-LINE.
022800     WRITE REPORT-LINE.
022900 1000-EXIT.
022902     EXIT.
022904*----------------------------------------------------------
022906* 1200-LOAD-FISCAL-YEAR - the report year's twelve periods
022908*     off FISCCAL; a year not all on the calendar is
022910*     rolled up by calendar month instead.
022912*----------------------------------------------------------
022914 1200-LOAD-FISCAL-YEAR.
022916     INITIALIZE WS-FP-TABLE.
022918     OPEN INPUT FISCAL-CALENDAR.
022920     IF FC-FILE-STATUS = '00'
022922         SET WS-FC-EOF TO FALSE
022924         PERFORM 1210-LOAD-ONE-PERIOD THRU 1210-EXIT
022926             UNTIL WS-FC-EOF
022928         CLOSE FISCAL-CALENDAR
022930     END-IF.
022932     IF WS-FP-COUNT < 12
022934         DISPLAY 'YEAR-END - FISCAL YEAR ', WS-REPORT-YEAR,
022936             ' NOT COMPLETE ON FISCCAL - CALENDAR MONTHS ',
022938             'USED'
022940         SET WS-BASIS-CALENDAR TO TRUE
022942         GO TO 1200-EXIT
022944     END-IF.
022946     MOVE WS-FP-START (1) TO WS-YEAR-FIRST.
022948     MOVE WS-FP-END (12) TO WS-YEAR-LAST.
022950 1200-EXIT.
022952     EXIT.
022954*----------------------------------------------------------
022956* 1210-LOAD-ONE-PERIOD
022958*----------------------------------------------------------
022960 1210-LOAD-ONE-PERIOD.
022962     READ FISCAL-CALENDAR
022964         AT END
022966             SET WS-FC-EOF TO TRUE
022968             GO TO 1210-EXIT
022970     END-READ.
022972     IF FC-FISCAL-YEAR NOT = WS-REPORT-YEAR
022974         OR FC-PERIOD < 1 OR FC-PERIOD > 12
022976         GO TO 1210-EXIT
022978     END-IF.
022980     IF WS-FP-START (FC-PERIOD) = 0
022982         ADD 1 TO WS-FP-COUNT
022984     END-IF.
022986     MOVE FC-START-DATE TO WS-FP-START (FC-PERIOD).
022988     MOVE FC-END-DATE TO WS-FP-END (FC-PERIOD).
022990 1210-EXIT.
023000     EXIT.
023100*----------------------------------------------------------
023200* 1100-CLEAR-ONE-MONTH
024400 1100-EXIT.
024500     EXIT.
024600*----------------------------------------------------------
024700* 2000-ROLL-MONTHS - the DAYSUMM pass first, then one pass
024800*     over MOHIST: the report year's months not summed from
024900*     DAYSUMM into the table and the annual totals, the
024910*     prior year's into the comparison totals. A MOHIST
024920*     record banked on the other basis is passed over.
025000*----------------------------------------------------------
025100 2000-ROLL-MONTHS.
025150     PERFORM 2200-ROLL-DAY-SUMMARIES THRU 2200-EXIT.
025200     OPEN INPUT MONTH-HISTORY.
025300     IF MH-FILE-STATUS NOT = '00'
025400         DISPLAY 'YEAR-END - NO MONTH HISTORY ON FILE'
026900             SET WS-MH-EOF TO TRUE
027000             GO TO 2100-EXIT
027100     END-READ.
027110     IF MH-BASIS-FISCAL
027120         MOVE 'F' TO WS-REC-BASIS
027130     ELSE
027140         MOVE 'C' TO WS-REC-BASIS
027150     END-IF.
027160     IF WS-REC-BASIS NOT = WS-BASIS
027170         GO TO 2100-EXIT
027180     END-IF.
027200     MOVE MH-MONTH TO WS-REC-MONTH.
027210     IF WS-REC-YEAR = WS-REPORT-YEAR
027220             AND WS-REC-MM > 0 AND WS-REC-MM < 13
027230         IF WS-MO-FROM-DAYSUMM (WS-REC-MM)
027240             GO TO 2100-EXIT
027250         END-IF
027260     END-IF.
027300     IF WS-REC-YEAR = WS-REPORT-YEAR
027400         AND WS-REC-MM > 0 AND WS-REC-MM < 13
027500         MOVE WS-REC-MM TO WS-MO-SUB
027600         SET WS-MO-FROM-MOHIST (WS-MO-SUB) TO TRUE
027700         MOVE MH-INTAKE-ADDS TO WS-MO-ADDS (WS-MO-SUB)
027800         MOVE MH-REJECTS-IFEX TO WS-MO-REJ-IFEX (WS-MO-SUB)
027900         MOVE MH-REJECTS-INTAKE
030600         ADD MH-EXC-TOTAL TO WS-PRI-EXC-TOTAL
030700     END-IF.
030800 2100-EXIT.
030801     EXIT.
030802*----------------------------------------------------------
030803* 2200-ROLL-DAY-SUMMARIES - the report year's DAYSUMM
030804*     records in key order, from the year's first date
030805*     until the date leaves the year, each into its month's
030806*     (or fiscal period's) slot and the annual totals.
030807*----------------------------------------------------------
030808 2200-ROLL-DAY-SUMMARIES.
030809     OPEN INPUT DAY-SUMMARY.
030810     IF DS-FILE-STATUS NOT = '00'
030811         DISPLAY 'YEAR-END - NO DAILY SUMMARIES ON FILE, ',
030812             'MONTHS FROM MOHIST ONLY'
030813         GO TO 2200-EXIT
030814     END-IF.
030815     MOVE WS-YEAR-FIRST TO DS-BUSINESS-DATE.
030816     MOVE LOW-VALUES TO DS-BRANCH-CODE.
030817     SET WS-DS-EOF TO FALSE.
030818     START DAY-SUMMARY KEY IS NOT LESS THAN DS-KEY
030819         INVALID KEY
030820             SET WS-DS-EOF TO TRUE
030821     END-START.
030822     PERFORM 2210-ROLL-ONE-SUMMARY THRU 2210-EXIT
030823         UNTIL WS-DS-EOF.
030824     CLOSE DAY-SUMMARY.
030825 2200-EXIT.
030826     EXIT.
030827*----------------------------------------------------------
030828* 2210-ROLL-ONE-SUMMARY
030829*----------------------------------------------------------
030830 2210-ROLL-ONE-SUMMARY.
030831     READ DAY-SUMMARY NEXT RECORD
030832         AT END
030833             SET WS-DS-EOF TO TRUE
030834             GO TO 2210-EXIT
030835     END-READ.
030836     IF DS-BUSINESS-DATE > WS-YEAR-LAST
030837         SET WS-DS-EOF TO TRUE
030838         GO TO 2210-EXIT
030839     END-IF.
030840     IF WS-BASIS-FISCAL
030841         MOVE 0 TO WS-REC-MM
030842         PERFORM 2220-FIND-FISCAL-PERIOD THRU 2220-EXIT
030843             VARYING WS-FP-SUB FROM 1 BY 1
030844             UNTIL WS-FP-SUB > 12 OR WS-REC-MM > 0
030845     ELSE
030846         MOVE DS-BUSINESS-DATE(1:6) TO WS-REC-MONTH
030847     END-IF.
030848     IF WS-REC-MM = 0 OR WS-REC-MM > 12
030849         GO TO 2210-EXIT
030850     END-IF.
030851     MOVE WS-REC-MM TO WS-MO-SUB.
030852     IF NOT WS-MO-FROM-DAYSUMM (WS-MO-SUB)
030853         SET WS-MO-FROM-DAYSUMM (WS-MO-SUB) TO TRUE
030854         ADD 1 TO WS-MONTHS-ROLLED
030855     END-IF.
030856     ADD DS-INTAKE-ADDS TO WS-MO-ADDS (WS-MO-SUB).
030857     ADD DS-REJECTS-IFEX TO WS-MO-REJ-IFEX (WS-MO-SUB).
030858     ADD DS-REJECTS-INTAKE TO WS-MO-REJ-INTAKE (WS-MO-SUB).
030859     ADD DS-REJECTS-LOAD TO WS-MO-REJ-LOAD (WS-MO-SUB).
030860     ADD DS-SEQ-GENERATED TO WS-MO-SEQ-GEN (WS-MO-SUB).
030861     ADD DS-SEQ-CONSUMED TO WS-MO-SEQ-CON (WS-MO-SUB).
030862     ADD DS-EXC-WARNING TO WS-MO-EXC-WARN (WS-MO-SUB).
030863     ADD DS-EXC-CRITICAL TO WS-MO-EXC-CRIT (WS-MO-SUB).
030864     ADD DS-INTAKE-ADDS TO WS-CUR-ADDS.
030865     ADD DS-REJECTS-IFEX TO WS-CUR-REJ-IFEX.
030866     ADD DS-REJECTS-INTAKE TO WS-CUR-REJ-INTAKE.
030867     ADD DS-REJECTS-LOAD TO WS-CUR-REJ-LOAD.
030868     ADD DS-SEQ-GENERATED TO WS-CUR-SEQ-GEN.
030869     ADD DS-SEQ-CONSUMED TO WS-CUR-SEQ-CON.
030870     ADD DS-EXC-WARNING TO WS-CUR-EXC-WARN.
030871     ADD DS-EXC-CRITICAL TO WS-CUR-EXC-CRIT.
030872     ADD DS-EXC-TOTAL TO WS-CUR-EXC-TOTAL.
030873 2210-EXIT.
030874     EXIT.
030875*----------------------------------------------------------
030876* 2220-FIND-FISCAL-PERIOD
030877*----------------------------------------------------------
030878 2220-FIND-FISCAL-PERIOD.
030879     IF DS-BUSINESS-DATE NOT < WS-FP-START (WS-FP-SUB)
030880         AND DS-BUSINESS-DATE NOT > WS-FP-END (WS-FP-SUB)
030881         MOVE WS-FP-SUB TO WS-REC-MM
030882     END-IF.
030883 2220-EXIT.
030900     EXIT.
031000*----------------------------------------------------------
031100* 3000-WRITE-YEAR-RECORD - the annual file rewritten whole
036600     MOVE WS-CUR-EXC-CRIT TO YH-EXC-CRITICAL.
036700     MOVE WS-CUR-EXC-TOTAL TO YH-EXC-TOTAL.
036800     MOVE WS-MONTHS-ROLLED TO YH-MONTHS-ROLLED.
036850     MOVE WS-BASIS TO YH-PERIOD-BASIS.
036900 3200-EXIT.
037000     EXIT.
037100*----------------------------------------------------------
037200* 3300-PLACE-THIS-YEAR - the same year on the same basis;
037210*     a year banked before the basis was kept is calendar.
037300*----------------------------------------------------------
037400 3300-PLACE-THIS-YEAR.
037420     MOVE WS-YEAR-REC (WS-YEAR-SUB) (88:1) TO WS-REC-BASIS.
037440     IF WS-REC-BASIS = SPACE
037460         MOVE 'C' TO WS-REC-BASIS
037480     END-IF.
037500     IF WS-YEAR-REC (WS-YEAR-SUB) (1:4)
037600         = YEAR-HISTORY-RECORD (1:4)
037650         AND WS-REC-BASIS = WS-BASIS
037700         MOVE YEAR-HISTORY-RECORD
037800             TO WS-YEAR-REC (WS-YEAR-SUB)
037900         SET WS-YEAR-REPLACED TO TRUE
040100 4000-EXIT.
040200     EXIT.
040300*----------------------------------------------------------
040400* 4100-PRINT-ONE-MONTH - a month with neither daily
040500*     summaries nor a MOHIST record prints zeros, so a
040510*     missing month is visible.
040600*----------------------------------------------------------
040700 4100-PRINT-ONE-MONTH.
040800     MOVE WS-MO-SUB TO RPM-MM.
041400     MOVE WS-MO-SEQ-CON (WS-MO-SUB) TO RPM-SEQ-CON.
041500     MOVE WS-MO-EXC-WARN (WS-MO-SUB) TO RPM-EXC-WARN.
041600     MOVE WS-MO-EXC-CRIT (WS-MO-SUB) TO RPM-EXC-CRIT.
041610     EVALUATE TRUE
041620         WHEN WS-MO-FROM-DAYSUMM (WS-MO-SUB)
041630             MOVE 'DAYSUMM' TO RPM-SOURCE
041640         WHEN WS-MO-FROM-MOHIST (WS-MO-SUB)
041650             MOVE 'MOHIST' TO RPM-SOURCE
041660         WHEN OTHER
041670             MOVE 'NONE' TO RPM-SOURCE
041680     END-EVALUATE.
041700     WRITE REPORT-LINE FROM RPT-MONTH-LINE.
041800 4100-EXIT.
041900     EXIT.
