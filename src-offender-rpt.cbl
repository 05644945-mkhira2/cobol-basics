001300* MEASFILE capture details and capturing operators, and a
001400* reading of the pattern - one operator across many
001500* offending sources points at keying, many operators on
001600* one source points at the instrument. Each offender
001610* shows the site and line it sits on, and the offenders
001620* are then rolled up by line within site, with each
001630* line's share of its site's exceptions and the line
001640* driving each site flagged.
001700*----------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-09-01   DN   Original program.
002020*    2026-10-15   DN   Site and line off SRC-SITE on each
002040*                      offender, and a roll-up of the
002060*                      offenders by line within site.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
007700         10  WS-SRC-OPER-CNT     PIC 9(02) COMP.
007800         10  WS-SRC-OPER         PIC X(08) OCCURS 5 TIMES.
007900         10  WS-SRC-DONE-SW      PIC X(01).
007920         10  WS-SRC-SITE         PIC X(04).
007940         10  WS-SRC-LINE         PIC X(04).
008000 01  WS-SRC-COUNT                PIC 9(02) COMP VALUE 0.
008100 01  WS-SRC-SUB                  PIC 9(02) COMP.
008200 01  WS-SRC-HIT-SUB              PIC 9(02) COMP.
010000 01  WS-RANKED-COUNT             PIC 9(02) COMP VALUE 0.
010100 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
010200*
010202*    The offenders totalled per line for the roll-up; one
010204*    slot per source is room enough.
010206 01  WS-LN-TABLE.
010208     05  WS-LN-ENTRY OCCURS 30 TIMES.
010210         10  WS-LN-SITE          PIC X(04).
010212         10  WS-LN-LINE          PIC X(04).
010214         10  WS-LN-USED-SW       PIC X(01).
010216         10  WS-LN-DONE-SW       PIC X(01).
010218         10  WS-LN-SOURCES       PIC 9(03) COMP.
010220         10  WS-LN-WARN          PIC 9(06) COMP.
010222         10  WS-LN-CRIT          PIC 9(06) COMP.
010224 01  WS-LN-COUNT                 PIC 9(02) COMP VALUE 0.
010226 01  WS-LN-SUB                   PIC 9(02) COMP.
010228 01  WS-LN-HIT-SUB               PIC 9(02) COMP.
010230 01  WS-DRIVE-SUB                PIC 9(02) COMP.
010232 01  WS-DRIVE-TOTAL              PIC 9(06) COMP.
010234 01  WS-CUR-SITE                 PIC X(04).
010236 01  WS-SITE-LINES               PIC 9(02) COMP.
010238 01  WS-SITE-SOURCES             PIC 9(03) COMP.
010240 01  WS-SITE-WARN                PIC 9(06) COMP.
010242 01  WS-SITE-CRIT                PIC 9(06) COMP.
010244 01  WS-SITE-TOTAL               PIC 9(06) COMP.
010246 01  WS-ROLL-SHARE               PIC 9(03)V99 COMP-3.
010248*
010300 COPY "rundate.cpy".
010400 COPY "jobhstpm.cpy".
010450 COPY "srcstpm.cpy".
010500*
010600 01  RPT-HEADER-LINE.
010700     05  FILLER                  PIC X(32) VALUE
012100     05  RPS-OPER-CNT            PIC Z9.
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  RPS-PATTERN             PIC X(30).
012320     05  FILLER                  PIC X(02) VALUE SPACES.
012340     05  RPS-SITE                PIC X(04).
012360     05  FILLER                  PIC X(01) VALUE '/'.
012380     05  RPS-LINE                PIC X(04).
012400*
012500 01  RPT-MEAS-LINE.
012600     05  FILLER                  PIC X(04) VALUE SPACES.
014100         '  OFFENDING SOURCES: '.
014200     05  RPO-SRC-CNT             PIC ZZ9.
014300*
014302 01  RPT-ROLL-COLUMN-LINE.
014304     05  FILLER                  PIC X(30) VALUE
014306         'SITE LINE NAME'.
014308     05  FILLER                  PIC X(09) VALUE 'SOURCES'.
014310     05  FILLER                  PIC X(08) VALUE 'WARN'.
014312     05  FILLER                  PIC X(08) VALUE 'CRIT'.
014314     05  FILLER                  PIC X(07) VALUE 'TOTAL'.
014316     05  FILLER                  PIC X(09) VALUE 'SITE PCT'.
014318     05  FILLER                  PIC X(04) VALUE 'FLAG'.
014320*
014322 01  RPT-ROLL-LINE.
014324     05  RPR-SITE                PIC X(04).
014326     05  FILLER                  PIC X(01) VALUE SPACE.
014328     05  RPR-LINE                PIC X(04).
014330     05  FILLER                  PIC X(01) VALUE SPACE.
014332     05  RPR-NAME                PIC X(20).
014334     05  RPR-SOURCES             PIC ZZ9.
014336     05  FILLER                  PIC X(04) VALUE SPACES.
014338     05  RPR-WARN                PIC ZZ,ZZ9.
014340     05  FILLER                  PIC X(02) VALUE SPACES.
014342     05  RPR-CRIT                PIC ZZ,ZZ9.
014344     05  FILLER                  PIC X(02) VALUE SPACES.
014346     05  RPR-TOTAL               PIC ZZZ,ZZ9.
014348     05  FILLER                  PIC X(02) VALUE SPACES.
014350     05  RPR-SHARE               PIC ZZ9.99.
014352     05  FILLER                  PIC X(03) VALUE SPACES.
014354     05  RPR-FLAG                PIC X(08).
014356*
014400 PROCEDURE DIVISION.
014500*----------------------------------------------------------
014600* 0000-MAINLINE
015100     PERFORM 3000-MATCH-MEASUREMENTS THRU 3000-EXIT.
015200     PERFORM 4000-RANK-AND-PRINT THRU 4000-EXIT.
015300     PERFORM 5000-PRINT-OPERATOR-VIEW THRU 5000-EXIT.
015350     PERFORM 6000-PRINT-SITE-ROLLUP THRU 6000-EXIT.
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500     GOBACK.
015600*----------------------------------------------------------
020000     MOVE 0 TO WS-SRC-CRIT (WS-SRC-SUB).
020100     MOVE 0 TO WS-SRC-OPER-CNT (WS-SRC-SUB).
020200     MOVE SPACES TO WS-SRC-DONE-SW (WS-SRC-SUB).
020220     MOVE SPACES TO WS-SRC-SITE (WS-SRC-SUB).
020240     MOVE SPACES TO WS-SRC-LINE (WS-SRC-SUB).
020300     PERFORM 1110-CLEAR-ONE-OPER THRU 1110-EXIT
020400         VARYING WS-OPER-SUB FROM 1 BY 1
020500         UNTIL WS-OPER-SUB > 5.
028400             MOVE AL-SOURCE-REF TO WS-SRC-REF (WS-SRC-SUB)
028500             MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
028600             ADD 1 TO WS-SRC-COUNT
028650             PERFORM 2220-PLACE-SOURCE THRU 2220-EXIT
028700         END-IF
028800     END-IF.
028900 2210-EXIT.
028905     EXIT.
028910*----------------------------------------------------------
028915* 2220-PLACE-SOURCE - the site and line a newly seen
028920*     source sits under, once per source.
028925*----------------------------------------------------------
028930 2220-PLACE-SOURCE.
028935     SET SX-FUNC-SOURCE TO TRUE.
028940     MOVE AL-SOURCE-REF TO SX-SOURCE-REF.
028945     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
028950     MOVE SX-SITE-CODE TO WS-SRC-SITE (WS-SRC-SUB).
028955     MOVE SX-LINE-CODE TO WS-SRC-LINE (WS-SRC-SUB).
028960 2220-EXIT.
029000     EXIT.
029100*----------------------------------------------------------
029200* 3000-MATCH-MEASUREMENTS - the capturing operators per
045200     MOVE WS-SRC-WARN (WS-BEST-SUB) TO RPS-WARN.
045300     MOVE WS-SRC-CRIT (WS-BEST-SUB) TO RPS-CRIT.
045400     MOVE WS-SRC-OPER-CNT (WS-BEST-SUB) TO RPS-OPER-CNT.
045420     MOVE WS-SRC-SITE (WS-BEST-SUB) TO RPS-SITE.
045440     MOVE WS-SRC-LINE (WS-BEST-SUB) TO RPS-LINE.
045500     EVALUATE TRUE
045600         WHEN WS-SRC-OPER-CNT (WS-BEST-SUB) > 1
045700             MOVE 'INSTRUMENT - MANY OPERATORS'
057000     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
057100 9000-EXIT.
057200     EXIT.
057300*----------------------------------------------------------
057400* 6000-PRINT-SITE-ROLLUP - the offenders totalled by the
057500*     line they sit on, then printed site by site in code
057600*     order with each site's lines in code order.
057700*----------------------------------------------------------
057800 6000-PRINT-SITE-ROLLUP.
057900     PERFORM 6050-ROLL-ONE-SOURCE THRU 6050-EXIT
058000         VARYING WS-SRC-SUB FROM 1 BY 1
058100         UNTIL WS-SRC-SUB > 30.
058200     IF WS-LN-COUNT = 0
058300         GO TO 6000-EXIT
058400     END-IF.
058500     MOVE SPACES TO REPORT-LINE.
058600     WRITE REPORT-LINE.
058700     MOVE 'OFFENDERS BY SITE AND LINE' TO REPORT-LINE.
058800     WRITE REPORT-LINE.
058900     WRITE REPORT-LINE FROM RPT-ROLL-COLUMN-LINE.
059000     PERFORM 6100-PRINT-ONE-SITE THRU 6100-EXIT
059100         WS-LN-COUNT TIMES.
059200 6000-EXIT.
059300     EXIT.
059400*----------------------------------------------------------
059500* 6050-ROLL-ONE-SOURCE - an offender's counts onto its
059600*     line's slot, opening the slot on first sight.
059700*----------------------------------------------------------
059800 6050-ROLL-ONE-SOURCE.
059900     IF WS-SRC-REF (WS-SRC-SUB) = SPACES
060000         GO TO 6050-EXIT
060100     END-IF.
060200     IF WS-SRC-WARN (WS-SRC-SUB) = 0
060300         AND WS-SRC-CRIT (WS-SRC-SUB) = 0
060400         GO TO 6050-EXIT
060500     END-IF.
060600     MOVE 0 TO WS-LN-HIT-SUB.
060700     PERFORM 6060-MATCH-ONE-LINE THRU 6060-EXIT
060800         VARYING WS-LN-SUB FROM 1 BY 1
060900         UNTIL WS-LN-SUB > 30 OR WS-LN-HIT-SUB > 0.
061000     ADD 1 TO WS-LN-SOURCES (WS-LN-HIT-SUB).
061100     ADD WS-SRC-WARN (WS-SRC-SUB) TO WS-LN-WARN (WS-LN-HIT-SUB).
061200     ADD WS-SRC-CRIT (WS-SRC-SUB) TO WS-LN-CRIT (WS-LN-HIT-SUB).
061300 6050-EXIT.
061400     EXIT.
061500*----------------------------------------------------------
061600* 6060-MATCH-ONE-LINE
061700*----------------------------------------------------------
061800 6060-MATCH-ONE-LINE.
061900     IF WS-LN-USED-SW (WS-LN-SUB) NOT = 'Y'
062000         MOVE WS-SRC-SITE (WS-SRC-SUB) TO WS-LN-SITE (WS-LN-SUB)
062100         MOVE WS-SRC-LINE (WS-SRC-SUB) TO WS-LN-LINE (WS-LN-SUB)
062200         MOVE 'Y' TO WS-LN-USED-SW (WS-LN-SUB)
062300         MOVE 'N' TO WS-LN-DONE-SW (WS-LN-SUB)
062400         MOVE 0 TO WS-LN-SOURCES (WS-LN-SUB)
062500         MOVE 0 TO WS-LN-WARN (WS-LN-SUB)
062600         MOVE 0 TO WS-LN-CRIT (WS-LN-SUB)
062700         MOVE WS-LN-SUB TO WS-LN-HIT-SUB
062800         ADD 1 TO WS-LN-COUNT
062900         GO TO 6060-EXIT
063000     END-IF.
063100     IF WS-LN-SITE (WS-LN-SUB) = WS-SRC-SITE (WS-SRC-SUB)
063200         AND WS-LN-LINE (WS-LN-SUB) = WS-SRC-LINE (WS-SRC-SUB)
063300         MOVE WS-LN-SUB TO WS-LN-HIT-SUB
063400     END-IF.
063500 6060-EXIT.
063600     EXIT.
063700*----------------------------------------------------------
063800* 6100-PRINT-ONE-SITE - the lowest site still to print;
063900*     its totals and driving line are found before any of
064000*     its lines print, so each line shows its share. The
064100*     unassigned sources have no site total to show.
064200*----------------------------------------------------------
064300 6100-PRINT-ONE-SITE.
064400     MOVE 0 TO WS-BEST-SUB.
064500     PERFORM 6110-WEIGH-ONE-LINE THRU 6110-EXIT
064600         VARYING WS-LN-SUB FROM 1 BY 1
064700         UNTIL WS-LN-SUB > WS-LN-COUNT.
064800     IF WS-BEST-SUB = 0
064900         GO TO 6100-EXIT
065000     END-IF.
065100     MOVE WS-LN-SITE (WS-BEST-SUB) TO WS-CUR-SITE.
065200     MOVE 0 TO WS-SITE-LINES WS-SITE-SOURCES.
065300     MOVE 0 TO WS-SITE-WARN WS-SITE-CRIT.
065400     MOVE 0 TO WS-DRIVE-SUB WS-DRIVE-TOTAL.
065500     PERFORM 6200-TOTAL-ONE-LINE THRU 6200-EXIT
065600         VARYING WS-LN-SUB FROM 1 BY 1
065700         UNTIL WS-LN-SUB > WS-LN-COUNT.
065800     COMPUTE WS-SITE-TOTAL = WS-SITE-WARN + WS-SITE-CRIT.
065900     PERFORM 6300-PRINT-NEXT-LINE THRU 6300-EXIT
066000         WS-SITE-LINES TIMES.
066100     IF WS-CUR-SITE = SPACES
066200         GO TO 6190-SITE-DONE
066300     END-IF.
066400     SET SX-FUNC-NAMES TO TRUE.
066500     MOVE WS-CUR-SITE TO SX-SITE-CODE.
066600     MOVE SPACES TO SX-LINE-CODE.
066700     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
066800     MOVE WS-CUR-SITE TO RPR-SITE.
066900     MOVE 'ALL' TO RPR-LINE.
067000     MOVE SX-SITE-NAME TO RPR-NAME.
067100     MOVE WS-SITE-SOURCES TO RPR-SOURCES.
067200     MOVE WS-SITE-WARN TO RPR-WARN.
067300     MOVE WS-SITE-CRIT TO RPR-CRIT.
067400     MOVE WS-SITE-TOTAL TO RPR-TOTAL.
067500     MOVE 100 TO RPR-SHARE.
067600     MOVE SPACES TO RPR-FLAG.
067700     WRITE REPORT-LINE FROM RPT-ROLL-LINE.
067800 6190-SITE-DONE.
067900     MOVE SPACES TO REPORT-LINE.
068000     WRITE REPORT-LINE.
068100 6100-EXIT.
068200     EXIT.
068300*----------------------------------------------------------
068400* 6110-WEIGH-ONE-LINE - lowest site not yet printed.
068500*----------------------------------------------------------
068600 6110-WEIGH-ONE-LINE.
068700     IF WS-LN-DONE-SW (WS-LN-SUB) = 'Y'
068800         GO TO 6110-EXIT
068900     END-IF.
069000     IF WS-BEST-SUB = 0
069100         MOVE WS-LN-SUB TO WS-BEST-SUB
069200         GO TO 6110-EXIT
069300     END-IF.
069400     IF WS-LN-SITE (WS-LN-SUB) < WS-LN-SITE (WS-BEST-SUB)
069500         MOVE WS-LN-SUB TO WS-BEST-SUB
069600     END-IF.
069700 6110-EXIT.
069800     EXIT.
069900*----------------------------------------------------------
070000* 6200-TOTAL-ONE-LINE - site totals, and the line with the
070100*     most exceptions as the one driving the site.
070200*----------------------------------------------------------
070300 6200-TOTAL-ONE-LINE.
070400     IF WS-LN-SITE (WS-LN-SUB) NOT = WS-CUR-SITE
070500         GO TO 6200-EXIT
070600     END-IF.
070700     ADD 1 TO WS-SITE-LINES.
070800     ADD WS-LN-SOURCES (WS-LN-SUB) TO WS-SITE-SOURCES.
070900     ADD WS-LN-WARN (WS-LN-SUB) TO WS-SITE-WARN.
071000     ADD WS-LN-CRIT (WS-LN-SUB) TO WS-SITE-CRIT.
071100     COMPUTE WS-THIS-TOTAL =
071200         WS-LN-WARN (WS-LN-SUB) + WS-LN-CRIT (WS-LN-SUB).
071300     IF WS-THIS-TOTAL > WS-DRIVE-TOTAL
071400         MOVE WS-THIS-TOTAL TO WS-DRIVE-TOTAL
071500         MOVE WS-LN-SUB TO WS-DRIVE-SUB
071600     END-IF.
071700 6200-EXIT.
071800     EXIT.
071900*----------------------------------------------------------
072000* 6300-PRINT-NEXT-LINE - the site's lowest line not yet
072100*     printed, with its share of the site's exceptions.
072200*----------------------------------------------------------
072300 6300-PRINT-NEXT-LINE.
072400     MOVE 0 TO WS-BEST-SUB.
072500     PERFORM 6310-WEIGH-SITE-LINE THRU 6310-EXIT
072600         VARYING WS-LN-SUB FROM 1 BY 1
072700         UNTIL WS-LN-SUB > WS-LN-COUNT.
072800     IF WS-BEST-SUB = 0
072900         GO TO 6300-EXIT
073000     END-IF.
073100     MOVE 'Y' TO WS-LN-DONE-SW (WS-BEST-SUB).
073200     SET SX-FUNC-NAMES TO TRUE.
073300     MOVE WS-CUR-SITE TO SX-SITE-CODE.
073400     MOVE WS-LN-LINE (WS-BEST-SUB) TO SX-LINE-CODE.
073500     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
073600     MOVE WS-CUR-SITE TO RPR-SITE.
073700     MOVE WS-LN-LINE (WS-BEST-SUB) TO RPR-LINE.
073800     IF WS-CUR-SITE = SPACES
073900         MOVE SX-SITE-NAME TO RPR-NAME
074000     ELSE
074100         MOVE SX-LINE-NAME TO RPR-NAME
074200     END-IF.
074300     MOVE WS-LN-SOURCES (WS-BEST-SUB) TO RPR-SOURCES.
074400     MOVE WS-LN-WARN (WS-BEST-SUB) TO RPR-WARN.
074500     MOVE WS-LN-CRIT (WS-BEST-SUB) TO RPR-CRIT.
074600     COMPUTE WS-THIS-TOTAL =
074700         WS-LN-WARN (WS-BEST-SUB) + WS-LN-CRIT (WS-BEST-SUB).
074800     MOVE WS-THIS-TOTAL TO RPR-TOTAL.
074900     COMPUTE WS-ROLL-SHARE ROUNDED =
075000         WS-THIS-TOTAL * 100 / WS-SITE-TOTAL.
075100     MOVE WS-ROLL-SHARE TO RPR-SHARE.
075200     MOVE SPACES TO RPR-FLAG.
075300     IF WS-BEST-SUB = WS-DRIVE-SUB
075400         AND WS-SITE-LINES > 1
075500         MOVE 'DRIVING' TO RPR-FLAG
075600     END-IF.
075700     WRITE REPORT-LINE FROM RPT-ROLL-LINE.
075800 6300-EXIT.
075900     EXIT.
076000*----------------------------------------------------------
076100* 6310-WEIGH-SITE-LINE
076200*----------------------------------------------------------
076300 6310-WEIGH-SITE-LINE.
076400     IF WS-LN-DONE-SW (WS-LN-SUB) = 'Y'
076500         OR WS-LN-SITE (WS-LN-SUB) NOT = WS-CUR-SITE
076600         GO TO 6310-EXIT
076700     END-IF.
076800     IF WS-BEST-SUB = 0
076900         MOVE WS-LN-SUB TO WS-BEST-SUB
077000         GO TO 6310-EXIT
077100     END-IF.
077200     IF WS-LN-LINE (WS-LN-SUB) < WS-LN-LINE (WS-BEST-SUB)
077300         MOVE WS-LN-SUB TO WS-BEST-SUB
077400     END-IF.
077500 6310-EXIT.
077600     EXIT.
