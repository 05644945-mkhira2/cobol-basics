001500* THRSHCTL exception limits - so a source sliding toward
001600* the A-low or B-high threshold is on a worklist before
001700* THRESH-EVAL starts grading its results Critical.
001720* Sources print grouped by the site and line SRCMAST
001740* places them on, with a subtotal for every line and
001760* every site, so the plant sees drift the way it runs.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002190*                      history figures - a correction's
002191*                      housekeeping records were corrupting
002192*                      the min/max/spread and the mean.
002193*    2026-10-15   DN   Watch each source's walls from its own
002194*                      or its group's threshold set, picked by
002195*                      THRESH-SELECT; the limits line is the
002196*                      company set the others fall back to.
002197*    2026-10-15   DN   Group the sources by site and line off
002198*                      SRC-SITE, with line and site subtotals
002199*                      of sources, readings and drifting.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007200*    figures and the history's, side by side.
007300 01  WS-SRC-TABLE.
007400     05  WS-SRC-ENTRY OCCURS 30 TIMES.
007420         10  WS-SRC-KEY.
007440             15  WS-SRC-SITE     PIC X(04).
007460             15  WS-SRC-LINE     PIC X(04).
007480             15  WS-SRC-REF      PIC X(12).
007500         10  WS-SRC-DONE-SW      PIC X(01).
007600         10  WS-TDY-COUNT        PIC 9(05) COMP.
007700         10  WS-TDY-SUM-A        PIC S9(09) COMP.
007800         10  WS-TDY-MIN-A        PIC S9(03).
008600 01  WS-SRC-COUNT                PIC 9(02) COMP VALUE 0.
008700 01  WS-SRC-SUB                  PIC 9(02) COMP.
008800 01  WS-SRC-HIT-SUB              PIC 9(02) COMP.
008805 01  WS-BEST-SUB                 PIC 9(02) COMP.
008810*
008815*    The site and line group being printed, and its
008820*    running subtotals.
008825 01  WS-CUR-SITE                 PIC X(04).
008830 01  WS-CUR-LINE                 PIC X(04).
008835 01  WS-FIRST-GROUP-SW           PIC X(01).
008840     88  WS-FIRST-GROUP          VALUE 'Y' FALSE 'N'.
008845 01  WS-LN-SOURCES               PIC 9(03) COMP.
008850 01  WS-LN-READINGS              PIC 9(07) COMP.
008855 01  WS-LN-DRIFTING              PIC 9(03) COMP.
008860 01  WS-ST-SOURCES               PIC 9(03) COMP.
008865 01  WS-ST-READINGS              PIC 9(07) COMP.
008870 01  WS-ST-DRIFTING              PIC 9(03) COMP.
008900*
009000 01  WS-MEAN-A                   PIC S9(05) VALUE 0.
009100 01  WS-MEAN-B                   PIC S9(05) VALUE 0.
009800*
009900 COPY "rundate.cpy".
010000 COPY "jobhstpm.cpy".
010050 COPY "thrslcpm.cpy".
010070 COPY "srcstpm.cpy".
010100*
010200 01  RPT-HEADER-LINE.
010300     05  FILLER                  PIC X(40) VALUE
013600     05  RPD-HST-MEAN-B          PIC -ZZZZ9.
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  RPD-FLAG                PIC X(22).
013805*
013810 01  RPT-GROUP-HEAD-LINE.
013815     05  RPG-LEVEL               PIC X(07).
013820     05  RPG-CODE                PIC X(04).
013825     05  FILLER                  PIC X(02) VALUE SPACES.
013830     05  RPG-NAME                PIC X(30).
013835*
013840 01  RPT-SUBTOTAL-LINE.
013845     05  RPB-LEVEL               PIC X(07).
013850     05  RPB-CODE                PIC X(04).
013855     05  FILLER                  PIC X(16) VALUE
013860         ' TOTAL  SOURCES '.
013865     05  RPB-SOURCES             PIC ZZ9.
013870     05  FILLER                  PIC X(17) VALUE
013875         '  READINGS TODAY '.
013880     05  RPB-READINGS            PIC ZZ,ZZ9.
013885     05  FILLER                  PIC X(11) VALUE
013890         '  DRIFTING '.
013895     05  RPB-DRIFTING            PIC ZZ9.
013900*
014000 01  RPT-COUNT-LINE.
014100     05  FILLER                  PIC X(18) VALUE
021800* 1200-CLEAR-SOURCE-TABLE
021900*----------------------------------------------------------
022000 1200-CLEAR-SOURCE-TABLE.
022050     MOVE SPACES TO WS-SRC-KEY (WS-SRC-SUB).
022100     MOVE SPACES TO WS-SRC-DONE-SW (WS-SRC-SUB).
022200     MOVE 0 TO WS-TDY-COUNT (WS-SRC-SUB).
022300     MOVE 0 TO WS-TDY-SUM-A (WS-SRC-SUB).
022400     MOVE 0 TO WS-TDY-MIN-A (WS-SRC-SUB).
029300             MOVE MS-SOURCE-REF TO WS-SRC-REF (WS-SRC-SUB)
029400             MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
029500             ADD 1 TO WS-SRC-COUNT
029550             PERFORM 2220-PLACE-SOURCE THRU 2220-EXIT
029600         END-IF
029700     END-IF.
029800 2210-EXIT.
029805     EXIT.
029810*----------------------------------------------------------
029815* 2220-PLACE-SOURCE - the site and line a newly seen
029820*     source sits under, once per source.
029825*----------------------------------------------------------
029830 2220-PLACE-SOURCE.
029835     SET SX-FUNC-SOURCE TO TRUE.
029840     MOVE MS-SOURCE-REF TO SX-SOURCE-REF.
029845     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
029850     MOVE SX-SITE-CODE TO WS-SRC-SITE (WS-SRC-SUB).
029855     MOVE SX-LINE-CODE TO WS-SRC-LINE (WS-SRC-SUB).
029860 2220-EXIT.
029900     EXIT.
030000*----------------------------------------------------------
030100* 2300-TALLY-TODAY - first reading of the day seeds the
033100 2300-EXIT.
033200     EXIT.
033300*----------------------------------------------------------
033350* 4000-PRINT-SOURCES - in site, line and source order,
033400*     closing each line and site with its subtotal.
033500*----------------------------------------------------------
033600 4000-PRINT-SOURCES.
033650     SET WS-FIRST-GROUP TO TRUE.
033700     PERFORM 4050-PRINT-NEXT-SOURCE THRU 4050-EXIT
033750         WS-SRC-COUNT TIMES.
033800     IF NOT WS-FIRST-GROUP
033850         PERFORM 4400-CLOSE-LINE THRU 4400-EXIT
033900         PERFORM 4500-CLOSE-SITE THRU 4500-EXIT
033950     END-IF.
034000     MOVE SPACES TO REPORT-LINE.
034100     WRITE REPORT-LINE.
034200     MOVE WS-SRC-COUNT TO RPT-SRC-COUNT.
034500     DISPLAY 'MEAS-CTL-RPT - ', WS-SRC-COUNT,
034600         ' SOURCE(S) - ', WS-DRIFT-COUNT, ' DRIFTING'.
034700 4000-EXIT.
034701     EXIT.
034702*----------------------------------------------------------
034703* 4050-PRINT-NEXT-SOURCE - the lowest site, line and
034704*     source not yet printed; a change of site or line
034705*     closes the group before it.
034706*----------------------------------------------------------
034707 4050-PRINT-NEXT-SOURCE.
034708     MOVE 0 TO WS-BEST-SUB.
034709     PERFORM 4060-WEIGH-ONE-SLOT THRU 4060-EXIT
034710         VARYING WS-SRC-SUB FROM 1 BY 1
034711         UNTIL WS-SRC-SUB > 30.
034712     IF WS-BEST-SUB = 0
034713         GO TO 4050-EXIT
034714     END-IF.
034715     MOVE 'Y' TO WS-SRC-DONE-SW (WS-BEST-SUB).
034716     EVALUATE TRUE
034717         WHEN WS-FIRST-GROUP
034718             PERFORM 4300-OPEN-SITE THRU 4300-EXIT
034719             PERFORM 4350-OPEN-LINE THRU 4350-EXIT
034720         WHEN WS-SRC-SITE (WS-BEST-SUB) NOT = WS-CUR-SITE
034721             PERFORM 4400-CLOSE-LINE THRU 4400-EXIT
034722             PERFORM 4500-CLOSE-SITE THRU 4500-EXIT
034723             PERFORM 4300-OPEN-SITE THRU 4300-EXIT
034724             PERFORM 4350-OPEN-LINE THRU 4350-EXIT
034725         WHEN WS-SRC-LINE (WS-BEST-SUB) NOT = WS-CUR-LINE
034726             PERFORM 4400-CLOSE-LINE THRU 4400-EXIT
034727             PERFORM 4350-OPEN-LINE THRU 4350-EXIT
034728     END-EVALUATE.
034729     SET WS-FIRST-GROUP TO FALSE.
034730     MOVE WS-BEST-SUB TO WS-SRC-SUB.
034731     PERFORM 4100-PRINT-ONE-SOURCE THRU 4100-EXIT.
034732     ADD 1 TO WS-LN-SOURCES WS-ST-SOURCES.
034733     ADD WS-TDY-COUNT (WS-SRC-SUB)
034734         TO WS-LN-READINGS WS-ST-READINGS.
034735     IF RPD-FLAG NOT = SPACES
034736         ADD 1 TO WS-LN-DRIFTING WS-ST-DRIFTING
034737     END-IF.
034738 4050-EXIT.
034739     EXIT.
034740*----------------------------------------------------------
034741* 4060-WEIGH-ONE-SLOT
034742*----------------------------------------------------------
034743 4060-WEIGH-ONE-SLOT.
034744     IF WS-SRC-REF (WS-SRC-SUB) = SPACES
034745         OR WS-SRC-DONE-SW (WS-SRC-SUB) = 'Y'
034746         GO TO 4060-EXIT
034747     END-IF.
034748     IF WS-BEST-SUB = 0
034749         MOVE WS-SRC-SUB TO WS-BEST-SUB
034750         GO TO 4060-EXIT
034751     END-IF.
034752     IF WS-SRC-KEY (WS-SRC-SUB) < WS-SRC-KEY (WS-BEST-SUB)
034753         MOVE WS-SRC-SUB TO WS-BEST-SUB
034754     END-IF.
034755 4060-EXIT.
034800     EXIT.
034900*----------------------------------------------------------
035000* 4100-PRINT-ONE-SOURCE - a source with no readings today
040810*     A day's mean moving from the source's own historical
040820*     mean by more than the margin flags too, so a drift
040830*     far from the walls is still caught.
040850*     The walls are the source's own threshold set, or its
040870*     group's, when THRSHSET carries one.
040900*----------------------------------------------------------
041000 4200-CHECK-DRIFT.
041010     MOVE WS-SRC-REF (WS-SRC-SUB) TO TK-SOURCE-REF.
041020     MOVE WS-LIM-A-LOW TO TK-A-LOW-THRESHOLD.
041030     MOVE WS-LIM-B-HIGH TO TK-B-HIGH-THRESHOLD.
041040     MOVE 0 TO TK-RESULT-THRESHOLD TK-CRIT-RESULT-THRESHOLD.
041050     CALL 'THRESH-SELECT' USING THRESH-SELECT-PARMS.
041100     IF WS-TDY-MIN-A (WS-SRC-SUB)
041200         < TK-A-LOW-THRESHOLD + WS-DRIFT-MARGIN
041300         MOVE 'DRIFTING TOWARD A-LOW' TO RPD-FLAG
041400         ADD 1 TO WS-DRIFT-COUNT
041500         GO TO 4200-EXIT
041600     END-IF.
041700     IF WS-TDY-MAX-B (WS-SRC-SUB)
041800         > TK-B-HIGH-THRESHOLD - WS-DRIFT-MARGIN
041900         MOVE 'DRIFTING TOWARD B-HIGH' TO RPD-FLAG
042000         ADD 1 TO WS-DRIFT-COUNT
042010         GO TO 4200-EXIT
042200 4200-EXIT.
042300     EXIT.
042400*----------------------------------------------------------
042401* 4300-OPEN-SITE - the site heading, named off SRCHIER;
042402*     sources on no site print together as unassigned.
042403*----------------------------------------------------------
042404 4300-OPEN-SITE.
042405     MOVE WS-SRC-SITE (WS-BEST-SUB) TO WS-CUR-SITE.
042406     MOVE 0 TO WS-ST-SOURCES WS-ST-READINGS WS-ST-DRIFTING.
042407     SET SX-FUNC-NAMES TO TRUE.
042408     MOVE WS-CUR-SITE TO SX-SITE-CODE.
042409     MOVE SPACES TO SX-LINE-CODE.
042410     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
042411     MOVE SPACES TO REPORT-LINE.
042412     WRITE REPORT-LINE.
042413     MOVE 'SITE' TO RPG-LEVEL.
042414     MOVE WS-CUR-SITE TO RPG-CODE.
042415     MOVE SX-SITE-NAME TO RPG-NAME.
042416     WRITE REPORT-LINE FROM RPT-GROUP-HEAD-LINE.
042417 4300-EXIT.
042418     EXIT.
042419*----------------------------------------------------------
042420* 4350-OPEN-LINE - the line heading within the site; none
042421*     under the unassigned group.
042422*----------------------------------------------------------
042423 4350-OPEN-LINE.
042424     MOVE WS-SRC-LINE (WS-BEST-SUB) TO WS-CUR-LINE.
042425     MOVE 0 TO WS-LN-SOURCES WS-LN-READINGS WS-LN-DRIFTING.
042426     IF WS-CUR-SITE = SPACES
042427         GO TO 4350-EXIT
042428     END-IF.
042429     SET SX-FUNC-NAMES TO TRUE.
042430     MOVE WS-CUR-SITE TO SX-SITE-CODE.
042431     MOVE WS-CUR-LINE TO SX-LINE-CODE.
042432     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
042433     MOVE '  LINE' TO RPG-LEVEL.
042434     MOVE WS-CUR-LINE TO RPG-CODE.
042435     MOVE SX-LINE-NAME TO RPG-NAME.
042436     WRITE REPORT-LINE FROM RPT-GROUP-HEAD-LINE.
042437 4350-EXIT.
042438     EXIT.
042439*----------------------------------------------------------
042440* 4400-CLOSE-LINE
042441*----------------------------------------------------------
042442 4400-CLOSE-LINE.
042443     IF WS-CUR-SITE = SPACES
042444         GO TO 4400-EXIT
042445     END-IF.
042446     MOVE '  LINE' TO RPB-LEVEL.
042447     MOVE WS-CUR-LINE TO RPB-CODE.
042448     MOVE WS-LN-SOURCES TO RPB-SOURCES.
042449     MOVE WS-LN-READINGS TO RPB-READINGS.
042450     MOVE WS-LN-DRIFTING TO RPB-DRIFTING.
042451     WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.
042452 4400-EXIT.
042453     EXIT.
042454*----------------------------------------------------------
042455* 4500-CLOSE-SITE
042456*----------------------------------------------------------
042457 4500-CLOSE-SITE.
042458     MOVE 'SITE' TO RPB-LEVEL.
042459     MOVE WS-CUR-SITE TO RPB-CODE.
042460     MOVE WS-ST-SOURCES TO RPB-SOURCES.
042461     MOVE WS-ST-READINGS TO RPB-READINGS.
042462     MOVE WS-ST-DRIFTING TO RPB-DRIFTING.
042463     WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.
042464 4500-EXIT.
042465     EXIT.
042466*----------------------------------------------------------
042500* 9000-TERMINATE
042600*----------------------------------------------------------
042700 9000-TERMINATE.
