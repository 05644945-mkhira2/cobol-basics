001500* before the thresholds themselves fire. The audit log is
001600* opened EXTEND by its writers, so the records arrive here
001700* already in date order.
001720* The range's decisions are also rolled up by the site
001740* and line SRCMAST places each source on: every line's
001760* exception rate and its share of its site's exceptions,
001780* with the line driving each site's exceptions flagged.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002193*                      date from the BUSDATE control (via the
002195*                      BUS-DATE subprogram) instead of the
002197*                      system clock.
002198*    2026-10-15   DN   Roll exception rates up by site and line
002199*                      off SRC-SITE, flagging the driving line.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007200 01  WS-DAYS-REPORTED            PIC 9(05) COMP VALUE 0.
007300 01  WS-DAYS-FLAGGED             PIC 9(05) COMP VALUE 0.
007400*
007402*    The site and line of each source seen, looked up once
007404*    per source; sources past the thirtieth are looked up
007406*    every time instead.
007408 01  WS-SRC-TABLE.
007410     05  WS-SRC-ENTRY OCCURS 30 TIMES.
007412         10  WS-SRC-REF          PIC X(12).
007414         10  WS-SRC-SITE         PIC X(04).
007416         10  WS-SRC-LINE         PIC X(04).
007418 01  WS-SRC-SUB                  PIC 9(02) COMP.
007420 01  WS-SRC-HIT-SUB              PIC 9(02) COMP.
007422 01  WS-DEC-SITE                 PIC X(04).
007424 01  WS-DEC-LINE                 PIC X(04).
007426*
007428*    Decisions and exceptions over the range per line.
007430 01  WS-LN-TABLE.
007432     05  WS-LN-ENTRY OCCURS 20 TIMES.
007434         10  WS-LN-KEY.
007436             15  WS-LN-SITE      PIC X(04).
007438             15  WS-LN-LINE      PIC X(04).
007440         10  WS-LN-USED-SW       PIC X(01).
007442         10  WS-LN-DONE-SW       PIC X(01).
007444         10  WS-LN-TOTAL         PIC 9(07) COMP.
007446         10  WS-LN-EXCEPTIONS    PIC 9(07) COMP.
007448 01  WS-LN-SUB                   PIC 9(02) COMP.
007450 01  WS-LN-HIT-SUB               PIC 9(02) COMP.
007452 01  WS-LN-FULL-SW               PIC X(01) VALUE 'N'.
007454     88  WS-LN-FULL              VALUE 'Y'.
007456*
007458*    The site being rolled up.
007460 01  WS-BEST-SUB                 PIC 9(02) COMP.
007462 01  WS-DRIVE-SUB                PIC 9(02) COMP.
007464 01  WS-CUR-SITE                 PIC X(04).
007466 01  WS-SITE-LINES               PIC 9(02) COMP.
007468 01  WS-SITE-TOTAL               PIC 9(07) COMP.
007470 01  WS-SITE-EXCEPTIONS          PIC 9(07) COMP.
007472 01  WS-ROLL-RATE                PIC 9(03)V99 COMP-3.
007474 01  WS-ROLL-SHARE               PIC 9(03)V99 COMP-3.
007476*
007500 COPY "rundate.cpy".
007550 COPY "srcstpm.cpy".
007600*
007700 01  RPT-HEADER-LINE.
007800     05  FILLER                  PIC X(36) VALUE
010100     05  FILLER                  PIC X(03) VALUE SPACES.
010200     05  RPD-FLAG                PIC X(07).
010300*
010302 01  RPT-ROLL-TITLE-LINE.
010304     05  FILLER                  PIC X(41) VALUE
010306         'EXCEPTION-RATE ROLL-UP BY SITE AND LINE'.
010308*
010310 01  RPT-ROLL-COLUMN-LINE.
010312     05  FILLER                  PIC X(30) VALUE
010314         'SITE LINE NAME'.
010316     05  FILLER                  PIC X(10) VALUE 'DECISIONS'.
010318     05  FILLER                  PIC X(10) VALUE 'EXCEPTNS'.
010320     05  FILLER                  PIC X(09) VALUE 'RATE PCT'.
010322     05  FILLER                  PIC X(09) VALUE 'SITE PCT'.
010324     05  FILLER                  PIC X(04) VALUE 'FLAG'.
010326*
010328 01  RPT-ROLL-LINE.
010330     05  RPR-SITE                PIC X(04).
010332     05  FILLER                  PIC X(01) VALUE SPACE.
010334     05  RPR-LINE                PIC X(04).
010336     05  FILLER                  PIC X(01) VALUE SPACE.
010338     05  RPR-NAME                PIC X(20).
010340     05  RPR-TOTAL               PIC ZZZ,ZZ9.
010342     05  FILLER                  PIC X(03) VALUE SPACES.
010344     05  RPR-EXCEPTIONS          PIC ZZZ,ZZ9.
010346     05  FILLER                  PIC X(03) VALUE SPACES.
010348     05  RPR-RATE                PIC ZZ9.99.
010350     05  FILLER                  PIC X(03) VALUE SPACES.
010352     05  RPR-SHARE               PIC ZZ9.99.
010354     05  FILLER                  PIC X(03) VALUE SPACES.
010356     05  RPR-FLAG                PIC X(08).
010358*
010400 01  RPT-COUNT-LINE.
010500     05  RPC-LABEL               PIC X(30).
010600     05  RPC-COUNT               PIC ZZZ,ZZ9.
011700     IF WS-DAY-TOTAL > 0
011800         PERFORM 3000-REPORT-ONE-DAY THRU 3000-EXIT
011900     END-IF.
011950     PERFORM 6000-PRINT-ROLLUP THRU 6000-EXIT.
012000     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
012100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012200     STOP RUN.
012700*----------------------------------------------------------
012800 1000-INITIALIZE.
012900     CALL 'BUS-DATE' USING WS-RUN-DATE.
012920     MOVE SPACES TO WS-SRC-TABLE.
012940     PERFORM 1100-CLEAR-ONE-LINE THRU 1100-EXIT
012960         VARYING WS-LN-SUB FROM 1 BY 1
012980         UNTIL WS-LN-SUB > 20.
013000     OPEN INPUT TREND-CONTROL.
013100     IF TR-FILE-STATUS = '00'
013200         READ TREND-CONTROL
016000 1000-EXIT.
016100     EXIT.
016200*----------------------------------------------------------
016205* 1100-CLEAR-ONE-LINE
016210*----------------------------------------------------------
016215 1100-CLEAR-ONE-LINE.
016220     MOVE SPACES TO WS-LN-KEY (WS-LN-SUB).
016225     MOVE 'N' TO WS-LN-USED-SW (WS-LN-SUB).
016230     MOVE 'N' TO WS-LN-DONE-SW (WS-LN-SUB).
016235     MOVE 0 TO WS-LN-TOTAL (WS-LN-SUB).
016240     MOVE 0 TO WS-LN-EXCEPTIONS (WS-LN-SUB).
016245 1100-EXIT.
016250     EXIT.
016255*----------------------------------------------------------
016300* 2000-READ-AUDIT-LOG
016400*----------------------------------------------------------
016500 2000-READ-AUDIT-LOG.
019000     IF AL-EXCEPTION-RAISED
019100         ADD 1 TO WS-DAY-EXCEPTIONS
019200     END-IF.
019250     PERFORM 2200-ROLL-UP-DECISION THRU 2200-EXIT.
019300     PERFORM 2000-READ-AUDIT-LOG THRU 2000-EXIT.
019400 2100-EXIT.
019401     EXIT.
019402*----------------------------------------------------------
019403* 2200-ROLL-UP-DECISION - the decision counts against the
019404*     line its source sits on; a blank source (an online
019405*     pair) counts as unassigned.
019406*----------------------------------------------------------
019407 2200-ROLL-UP-DECISION.
019408     MOVE SPACES TO WS-DEC-SITE WS-DEC-LINE.
019409     IF AL-SOURCE-REF NOT = SPACES
019410         PERFORM 2300-FIND-SOURCE-SITE THRU 2300-EXIT
019411     END-IF.
019412     MOVE 0 TO WS-LN-HIT-SUB.
019413     PERFORM 2210-MATCH-ONE-LINE THRU 2210-EXIT
019414         VARYING WS-LN-SUB FROM 1 BY 1
019415         UNTIL WS-LN-SUB > 20 OR WS-LN-HIT-SUB > 0.
019416     IF WS-LN-HIT-SUB = 0
019417         IF NOT WS-LN-FULL
019418             DISPLAY 'AUDIT-TREND-RPT - LINE TABLE FULL - ',
019419                 'LATER LINES LEFT OUT OF THE ROLL-UP'
019420             SET WS-LN-FULL TO TRUE
019421         END-IF
019422         GO TO 2200-EXIT
019423     END-IF.
019424     ADD 1 TO WS-LN-TOTAL (WS-LN-HIT-SUB).
019425     IF AL-EXCEPTION-RAISED
019426         ADD 1 TO WS-LN-EXCEPTIONS (WS-LN-HIT-SUB)
019427     END-IF.
019428 2200-EXIT.
019429     EXIT.
019430*----------------------------------------------------------
019431* 2210-MATCH-ONE-LINE
019432*----------------------------------------------------------
019433 2210-MATCH-ONE-LINE.
019434     IF WS-LN-USED-SW (WS-LN-SUB) = 'N'
019435         MOVE WS-DEC-SITE TO WS-LN-SITE (WS-LN-SUB)
019436         MOVE WS-DEC-LINE TO WS-LN-LINE (WS-LN-SUB)
019437         MOVE 'Y' TO WS-LN-USED-SW (WS-LN-SUB)
019438         MOVE WS-LN-SUB TO WS-LN-HIT-SUB
019439         GO TO 2210-EXIT
019440     END-IF.
019441     IF WS-LN-SITE (WS-LN-SUB) = WS-DEC-SITE
019442         AND WS-LN-LINE (WS-LN-SUB) = WS-DEC-LINE
019443         MOVE WS-LN-SUB TO WS-LN-HIT-SUB
019444     END-IF.
019445 2210-EXIT.
019446     EXIT.
019447*----------------------------------------------------------
019448* 2300-FIND-SOURCE-SITE - from the table when the source
019449*     has been seen, otherwise off SRC-SITE.
019450*----------------------------------------------------------
019451 2300-FIND-SOURCE-SITE.
019452     MOVE 0 TO WS-SRC-HIT-SUB.
019453     PERFORM 2310-MATCH-ONE-SOURCE THRU 2310-EXIT
019454         VARYING WS-SRC-SUB FROM 1 BY 1
019455         UNTIL WS-SRC-SUB > 30 OR WS-SRC-HIT-SUB > 0.
019456     IF WS-SRC-HIT-SUB > 0
019457         AND WS-SRC-REF (WS-SRC-HIT-SUB) = AL-SOURCE-REF
019458         MOVE WS-SRC-SITE (WS-SRC-HIT-SUB) TO WS-DEC-SITE
019459         MOVE WS-SRC-LINE (WS-SRC-HIT-SUB) TO WS-DEC-LINE
019460         GO TO 2300-EXIT
019461     END-IF.
019462     SET SX-FUNC-SOURCE TO TRUE.
019463     MOVE AL-SOURCE-REF TO SX-SOURCE-REF.
019464     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
019465     MOVE SX-SITE-CODE TO WS-DEC-SITE.
019466     MOVE SX-LINE-CODE TO WS-DEC-LINE.
019467     IF WS-SRC-HIT-SUB > 0
019468         MOVE AL-SOURCE-REF TO WS-SRC-REF (WS-SRC-HIT-SUB)
019469         MOVE WS-DEC-SITE TO WS-SRC-SITE (WS-SRC-HIT-SUB)
019470         MOVE WS-DEC-LINE TO WS-SRC-LINE (WS-SRC-HIT-SUB)
019471     END-IF.
019472 2300-EXIT.
019473     EXIT.
019474*----------------------------------------------------------
019475* 2310-MATCH-ONE-SOURCE - the source's slot, or the first
019476*     free one for it.
019477*----------------------------------------------------------
019478 2310-MATCH-ONE-SOURCE.
019479     IF WS-SRC-REF (WS-SRC-SUB) = AL-SOURCE-REF
019480         OR WS-SRC-REF (WS-SRC-SUB) = SPACES
019481         MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
019482     END-IF.
019483 2310-EXIT.
019500     EXIT.
019600*----------------------------------------------------------
019700* 3000-REPORT-ONE-DAY - rate the closed-out day, compare it
025500     CLOSE REPORT-OUT.
025600 9000-EXIT.
025700     EXIT.
025800*----------------------------------------------------------
025900* 6000-PRINT-ROLLUP - site by site in code order, each
026000*     site's lines in code order, then the site's total.
026100*----------------------------------------------------------
026200 6000-PRINT-ROLLUP.
026300     MOVE SPACES TO REPORT-LINE.
026400     WRITE REPORT-LINE.
026500     WRITE REPORT-LINE FROM RPT-ROLL-TITLE-LINE.
026600     WRITE REPORT-LINE FROM RPT-ROLL-COLUMN-LINE.
026700     MOVE ALL '-' TO REPORT-LINE.
026800     WRITE REPORT-LINE.
026900     PERFORM 6100-PRINT-ONE-SITE THRU 6100-EXIT
027000         20 TIMES.
027100 6000-EXIT.
027200     EXIT.
027300*----------------------------------------------------------
027400* 6100-PRINT-ONE-SITE - the lowest site still to print;
027500*     its totals and driving line are found before any of
027600*     its lines print, so each line shows its share. The
027700*     unassigned sources have no site total to show.
027800*----------------------------------------------------------
027900 6100-PRINT-ONE-SITE.
028000     MOVE 0 TO WS-BEST-SUB.
028100     PERFORM 6110-WEIGH-ONE-LINE THRU 6110-EXIT
028200         VARYING WS-LN-SUB FROM 1 BY 1
028300         UNTIL WS-LN-SUB > 20.
028400     IF WS-BEST-SUB = 0
028500         GO TO 6100-EXIT
028600     END-IF.
028700     MOVE WS-LN-SITE (WS-BEST-SUB) TO WS-CUR-SITE.
028800     MOVE 0 TO WS-SITE-LINES WS-SITE-TOTAL WS-SITE-EXCEPTIONS.
028900     MOVE 0 TO WS-DRIVE-SUB.
029000     PERFORM 6200-TOTAL-ONE-LINE THRU 6200-EXIT
029100         VARYING WS-LN-SUB FROM 1 BY 1
029200         UNTIL WS-LN-SUB > 20.
029300     PERFORM 6300-PRINT-NEXT-LINE THRU 6300-EXIT
029400         WS-SITE-LINES TIMES.
029500     IF WS-CUR-SITE = SPACES
029600         GO TO 6190-SITE-DONE
029700     END-IF.
029800     SET SX-FUNC-NAMES TO TRUE.
029900     MOVE WS-CUR-SITE TO SX-SITE-CODE.
030000     MOVE SPACES TO SX-LINE-CODE.
030100     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
030200     MOVE WS-CUR-SITE TO RPR-SITE.
030300     MOVE 'ALL' TO RPR-LINE.
030400     MOVE SX-SITE-NAME TO RPR-NAME.
030500     MOVE WS-SITE-TOTAL TO RPR-TOTAL.
030600     MOVE WS-SITE-EXCEPTIONS TO RPR-EXCEPTIONS.
030700     COMPUTE WS-ROLL-RATE ROUNDED =
030800         WS-SITE-EXCEPTIONS * 100 / WS-SITE-TOTAL.
030900     MOVE WS-ROLL-RATE TO RPR-RATE.
031000     MOVE 100 TO RPR-SHARE.
031100     MOVE SPACES TO RPR-FLAG.
031200     WRITE REPORT-LINE FROM RPT-ROLL-LINE.
031300 6190-SITE-DONE.
031400     MOVE SPACES TO REPORT-LINE.
031500     WRITE REPORT-LINE.
031600 6100-EXIT.
031700     EXIT.
031800*----------------------------------------------------------
031900* 6110-WEIGH-ONE-LINE - lowest site not yet printed.
032000*----------------------------------------------------------
032100 6110-WEIGH-ONE-LINE.
032200     IF WS-LN-USED-SW (WS-LN-SUB) = 'N'
032300         OR WS-LN-DONE-SW (WS-LN-SUB) = 'Y'
032400         GO TO 6110-EXIT
032500     END-IF.
032600     IF WS-BEST-SUB = 0
032700         MOVE WS-LN-SUB TO WS-BEST-SUB
032800         GO TO 6110-EXIT
032900     END-IF.
033000     IF WS-LN-SITE (WS-LN-SUB) < WS-LN-SITE (WS-BEST-SUB)
033100         MOVE WS-LN-SUB TO WS-BEST-SUB
033200     END-IF.
033300 6110-EXIT.
033400     EXIT.
033500*----------------------------------------------------------
033600* 6200-TOTAL-ONE-LINE - site totals, and the line with the
033700*     most exceptions as the one driving the site.
033800*----------------------------------------------------------
033900 6200-TOTAL-ONE-LINE.
034000     IF WS-LN-USED-SW (WS-LN-SUB) = 'N'
034100         OR WS-LN-SITE (WS-LN-SUB) NOT = WS-CUR-SITE
034200         GO TO 6200-EXIT
034300     END-IF.
034400     ADD 1 TO WS-SITE-LINES.
034500     ADD WS-LN-TOTAL (WS-LN-SUB) TO WS-SITE-TOTAL.
034600     ADD WS-LN-EXCEPTIONS (WS-LN-SUB) TO WS-SITE-EXCEPTIONS.
034700     IF WS-LN-EXCEPTIONS (WS-LN-SUB) > 0
034800         IF WS-DRIVE-SUB = 0
034900             MOVE WS-LN-SUB TO WS-DRIVE-SUB
035000         ELSE
035100             IF WS-LN-EXCEPTIONS (WS-LN-SUB)
035200                 > WS-LN-EXCEPTIONS (WS-DRIVE-SUB)
035300                 MOVE WS-LN-SUB TO WS-DRIVE-SUB
035400             END-IF
035500         END-IF
035600     END-IF.
035700 6200-EXIT.
035800     EXIT.
035900*----------------------------------------------------------
036000* 6300-PRINT-NEXT-LINE - the site's lowest line not yet
036100*     printed, with its rate and share of the site.
036200*----------------------------------------------------------
036300 6300-PRINT-NEXT-LINE.
036400     MOVE 0 TO WS-BEST-SUB.
036500     PERFORM 6310-WEIGH-SITE-LINE THRU 6310-EXIT
036600         VARYING WS-LN-SUB FROM 1 BY 1
036700         UNTIL WS-LN-SUB > 20.
036800     IF WS-BEST-SUB = 0
036900         GO TO 6300-EXIT
037000     END-IF.
037100     MOVE 'Y' TO WS-LN-DONE-SW (WS-BEST-SUB).
037200     SET SX-FUNC-NAMES TO TRUE.
037300     MOVE WS-CUR-SITE TO SX-SITE-CODE.
037400     MOVE WS-LN-LINE (WS-BEST-SUB) TO SX-LINE-CODE.
037500     CALL 'SRC-SITE' USING SOURCE-SITE-PARMS.
037600     MOVE WS-CUR-SITE TO RPR-SITE.
037700     MOVE WS-LN-LINE (WS-BEST-SUB) TO RPR-LINE.
037800     IF WS-CUR-SITE = SPACES
037900         MOVE SX-SITE-NAME TO RPR-NAME
038000     ELSE
038100         MOVE SX-LINE-NAME TO RPR-NAME
038200     END-IF.
038300     MOVE WS-LN-TOTAL (WS-BEST-SUB) TO RPR-TOTAL.
038400     MOVE WS-LN-EXCEPTIONS (WS-BEST-SUB) TO RPR-EXCEPTIONS.
038500     COMPUTE WS-ROLL-RATE ROUNDED =
038600         WS-LN-EXCEPTIONS (WS-BEST-SUB) * 100
038700         / WS-LN-TOTAL (WS-BEST-SUB).
038800     MOVE WS-ROLL-RATE TO RPR-RATE.
038900     IF WS-SITE-EXCEPTIONS > 0
039000         COMPUTE WS-ROLL-SHARE ROUNDED =
039100             WS-LN-EXCEPTIONS (WS-BEST-SUB) * 100
039200             / WS-SITE-EXCEPTIONS
039300     ELSE
039400         MOVE 0 TO WS-ROLL-SHARE
039500     END-IF.
039600     MOVE WS-ROLL-SHARE TO RPR-SHARE.
039700     MOVE SPACES TO RPR-FLAG.
039800     IF WS-BEST-SUB = WS-DRIVE-SUB
039900         AND WS-SITE-LINES > 1
040000         MOVE 'DRIVING' TO RPR-FLAG
040100     END-IF.
040200     WRITE REPORT-LINE FROM RPT-ROLL-LINE.
040300 6300-EXIT.
040400     EXIT.
040500*----------------------------------------------------------
040600* 6310-WEIGH-SITE-LINE
040700*----------------------------------------------------------
040800 6310-WEIGH-SITE-LINE.
040900     IF WS-LN-USED-SW (WS-LN-SUB) = 'N'
041000         OR WS-LN-DONE-SW (WS-LN-SUB) = 'Y'
041100         OR WS-LN-SITE (WS-LN-SUB) NOT = WS-CUR-SITE
041200         GO TO 6310-EXIT
041300     END-IF.
041400     IF WS-BEST-SUB = 0
041500         MOVE WS-LN-SUB TO WS-BEST-SUB
041600         GO TO 6310-EXIT
041700     END-IF.
041800     IF WS-LN-LINE (WS-LN-SUB) < WS-LN-LINE (WS-BEST-SUB)
041900         MOVE WS-LN-SUB TO WS-BEST-SUB
042000     END-IF.
042100 6310-EXIT.
042200     EXIT.
