000700*----------------------------------------------------------
000800* Report distribution. Runs after the producing steps and
000900* picks up each of the night's report files - CTLTOTOUT,
001000* EODEXCOUT, SEQRECON, INCRPRT, the monthly BRSCORE
001100* branch scorecard, and the RPTVARNC report variance
001200* exceptions - then, driven by the RPTDIST recipient
001300* control file, writes one banner-wrapped bundle per
001310* recipient copy to the RPTBUNDL distribution file: a
001320* banner page identifying report, business date,
001400* recipient, destination, and copy number, the report body,
001500* and a trailer page with the line count. A report that was
001600* produced but has no routing record goes on the exception
001700* list at the end of the run (return code 4), so a report
001800* can no longer quietly reach nobody. A routing record for
001810* BRSCORE followed by a branch code (BRSCORE012) receives
001820* only that branch's scorecard page; plain BRSCORE receives
001830* the whole report.
001900*----------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE        INIT  DESCRIPTION
002200*    2026-08-22   DN   Original program.
002210*    2026-10-15   DN   Distribute the monthly BRSCORE branch
002220*                      scorecard, only in the month-end night
002230*                      that produced it, with per-branch
002240*                      routing of its pages; banner and
002250*                      trailer show the routing ID.
002270*    2026-10-15   DN   Distribute the RPTVARNC report
002290*                      variance exceptions.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003900     SELECT INCR-PRINT-REPORT ASSIGN TO 'INCRPRT'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS R4-FILE-STATUS.
004120     SELECT SCORECARD-REPORT ASSIGN TO 'BRSCORE'
004140         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS R5-FILE-STATUS.
004170     SELECT VARIANCE-REPORT ASSIGN TO 'RPTVARNC'
004180         ORGANIZATION IS LINE SEQUENTIAL
004190         FILE STATUS IS R6-FILE-STATUS.
004200     SELECT DIST-BUNDLE ASSIGN TO 'RPTBUNDL'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS DB-FILE-STATUS.
006500     LABEL RECORDS ARE STANDARD.
006600 01  R4-LINE                 PIC X(132).
006700*
006710 FD  SCORECARD-REPORT
006720     LABEL RECORDS ARE STANDARD.
006730 01  R5-LINE                 PIC X(132).
006740*
006750 FD  VARIANCE-REPORT
006760     LABEL RECORDS ARE STANDARD.
006770 01  R6-LINE                 PIC X(132).
006780*
006800 FD  DIST-BUNDLE
006900     LABEL RECORDS ARE STANDARD.
007000 01  DB-LINE                 PIC X(132).
007500 01  R2-FILE-STATUS          PIC X(02).
007600 01  R3-FILE-STATUS          PIC X(02).
007700 01  R4-FILE-STATUS          PIC X(02).
007750 01  R5-FILE-STATUS          PIC X(02).
007770 01  R6-FILE-STATUS          PIC X(02).
007800 01  DB-FILE-STATUS          PIC X(02).
007900*
008000 01  WS-RD-EOF-SW            PIC X(01) VALUE 'N'.
008200 01  WS-RPT-EOF-SW           PIC X(01) VALUE 'N'.
008300     88  WS-RPT-EOF          VALUE 'Y' FALSE 'N'.
008400*
008500*    The six reports this stream produces, in step order.
008600 01  WS-REPORT-NAMES.
008700     05  FILLER              PIC X(10) VALUE 'CTLTOTOUT'.
008800     05  FILLER              PIC X(10) VALUE 'EODEXCOUT'.
008900     05  FILLER              PIC X(10) VALUE 'SEQRECON'.
009000     05  FILLER              PIC X(10) VALUE 'INCRPRT'.
009010     05  FILLER              PIC X(10) VALUE 'BRSCORE'.
009020     05  FILLER              PIC X(10) VALUE 'RPTVARNC'.
009100 01  WS-REPORT-TABLE REDEFINES WS-REPORT-NAMES.
009200     05  WS-REPORT-ID        OCCURS 6 TIMES
009300                             PIC X(10).
009400 01  WS-RPT-SUB              PIC 9(01) COMP.
009500*
011100     88  WS-PRODUCED         VALUE 'Y' FALSE 'N'.
011200 01  WS-EXCEPTION-COUNT      PIC 9(02) COMP VALUE 0.
011300 01  WS-BUNDLE-COUNT         PIC 9(05) COMP VALUE 0.
011310*
011320*    A branch scorecard routing entry names one branch's
011330*    pages; the page in hand is the branch in the last
011340*    scorecard page header read.
011350 01  WS-PAGE-FILTER-SW       PIC X(01).
011360     88  WS-PAGE-FILTERED    VALUE 'Y' FALSE 'N'.
011370 01  WS-PAGE-FILTER          PIC X(03).
011380 01  WS-PAGE-BRANCH          PIC X(03).
011400*
011500 01  WS-BANNER-LINE.
011600     05  FILLER              PIC X(14) VALUE '***** REPORT '.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500     PERFORM 2000-DISTRIBUTE-ONE-REPORT THRU 2000-EXIT
014600         VARYING WS-RPT-SUB FROM 1 BY 1
014700         UNTIL WS-RPT-SUB > 6.
014800     CLOSE DIST-BUNDLE.
014900     IF WS-EXCEPTION-COUNT > 0
015000         MOVE 4 TO RETURN-CODE
023000     IF NOT WS-PRODUCED
023100         GO TO 2000-EXIT
023200     END-IF.
023210     IF WS-RPT-SUB = 5
023220         PERFORM 2050-CHECK-SCORECARD-DATE THRU 2050-EXIT
023230     END-IF.
023300     PERFORM 8300-CLOSE-REPORT THRU 8300-EXIT.
023310     IF NOT WS-PRODUCED
023320         GO TO 2000-EXIT
023330     END-IF.
023400     SET WS-ROUTED TO FALSE.
023500     PERFORM 2100-ROUTE-ONE-ENTRY THRU 2100-EXIT
023600         VARYING WS-RTE-SUB FROM 1 BY 1
024400 2000-EXIT.
024500     EXIT.
024600*----------------------------------------------------------
024700* 2050-CHECK-SCORECARD-DATE - the scorecard is written once
024705*     a month and stays on disk; it was produced tonight
024710*     only when its first page header carries tonight's
024715*     run date.
024720*----------------------------------------------------------
024725 2050-CHECK-SCORECARD-DATE.
024730     READ SCORECARD-REPORT
024735         AT END
024740             SET WS-PRODUCED TO FALSE
024745         NOT AT END
024750             IF R5-LINE(60:8) NOT = WS-RUN-DATE
024755                 SET WS-PRODUCED TO FALSE
024760             END-IF
024765     END-READ.
024770 2050-EXIT.
024775     EXIT.
024780*----------------------------------------------------------
024785* 2100-ROUTE-ONE-ENTRY - an exact report ID takes the whole
024790*     report; BRSCORE plus a branch code takes that branch's
024795*     scorecard pages.
024800*----------------------------------------------------------
024900 2100-ROUTE-ONE-ENTRY.
024910     SET WS-PAGE-FILTERED TO FALSE.
025000     IF WS-RTE-REPORT-ID (WS-RTE-SUB)
025100             NOT = WS-REPORT-ID (WS-RPT-SUB)
025200         IF WS-RPT-SUB = 5
025300                 AND WS-RTE-REPORT-ID (WS-RTE-SUB)(1:7)
025400                     = 'BRSCORE'
025500             SET WS-PAGE-FILTERED TO TRUE
025600             MOVE WS-RTE-REPORT-ID (WS-RTE-SUB)(8:3)
025610                 TO WS-PAGE-FILTER
025620         ELSE
025630             GO TO 2100-EXIT
025640         END-IF
025700     END-IF.
025710     SET WS-ROUTED TO TRUE.
025720     PERFORM 3000-WRITE-ONE-COPY THRU 3000-EXIT
025730         VARYING WS-COPY-NBR FROM 1 BY 1
025740         UNTIL WS-COPY-NBR >
025750             WS-RTE-COPY-COUNT (WS-RTE-SUB).
025800 2100-EXIT.
025850     EXIT.
025900     EXIT.
026000*----------------------------------------------------------
026100* 3000-WRITE-ONE-COPY - banner page, the report body read
026200*     fresh for each copy, trailer page.
026300*----------------------------------------------------------
026400 3000-WRITE-ONE-COPY.
026500     MOVE WS-RTE-REPORT-ID (WS-RTE-SUB) TO BNR-REPORT-ID.
026600     MOVE WS-RUN-DATE TO BNR-RUN-DATE.
026700     MOVE WS-RTE-RECIPIENT (WS-RTE-SUB) TO BNR-RECIPIENT.
026800     MOVE WS-RTE-DESTINATION (WS-RTE-SUB)
027200     MOVE WS-BANNER-LINE TO DB-LINE.
027800     WRITE DB-LINE.
027900     MOVE 0 TO WS-LINE-COUNT.
027950     MOVE SPACES TO WS-PAGE-BRANCH.
028000     PERFORM 8100-OPEN-REPORT THRU 8100-EXIT.
028100     PERFORM 8200-READ-REPORT THRU 8200-EXIT.
028200     PERFORM 3100-COPY-REPORT-LINE THRU 3100-EXIT
028300         UNTIL WS-RPT-EOF.
028400     PERFORM 8300-CLOSE-REPORT THRU 8300-EXIT.
028500     MOVE WS-RTE-REPORT-ID (WS-RTE-SUB) TO TRL-REPORT-ID.
028600     MOVE WS-LINE-COUNT TO TRL-LINE-COUNT.
028700     MOVE SPACES TO DB-LINE.
028800     MOVE WS-TRAILER-LINE TO DB-LINE.
029300 3000-EXIT.
029400     EXIT.
029500*----------------------------------------------------------
029600* 3100-COPY-REPORT-LINE - a branch-routed scorecard copy
029610*     keeps only the lines of that branch's page.
029700*----------------------------------------------------------
029800 3100-COPY-REPORT-LINE.
029805     IF NOT WS-PAGE-FILTERED
029810         GO TO 3100-WRITE
029815     END-IF.
029820     IF DB-LINE(1:19) = 'BRANCH SCORECARD - '
029825         IF DB-LINE(20:7) = 'BRANCH '
029830             MOVE DB-LINE(27:3) TO WS-PAGE-BRANCH
029835         ELSE
029840             MOVE SPACES TO WS-PAGE-BRANCH
029845         END-IF
029850     END-IF.
029855     IF WS-PAGE-BRANCH NOT = WS-PAGE-FILTER
029860         GO TO 3100-NEXT
029865     END-IF.
029870 3100-WRITE.
029900     WRITE DB-LINE.
030000     ADD 1 TO WS-LINE-COUNT.
030010 3100-NEXT.
030100     PERFORM 8200-READ-REPORT THRU 8200-EXIT.
030200 3100-EXIT.
030300     EXIT.
032800         WHEN 4
032900             OPEN INPUT INCR-PRINT-REPORT
033000             IF R4-FILE-STATUS NOT = '00'
033005                 SET WS-PRODUCED TO FALSE
033010             END-IF
033015         WHEN 5
033020             OPEN INPUT SCORECARD-REPORT
033025             IF R5-FILE-STATUS NOT = '00'
033030                 SET WS-PRODUCED TO FALSE
033035             END-IF
033040         WHEN 6
033045             OPEN INPUT VARIANCE-REPORT
033050             IF R6-FILE-STATUS NOT = '00'
033100                 SET WS-PRODUCED TO FALSE
033200             END-IF
033300     END-EVALUATE.
036700                 NOT AT END
036800                     MOVE R4-LINE TO DB-LINE
036900             END-READ
036910         WHEN 5
036920             READ SCORECARD-REPORT
036930                 AT END
036940                     SET WS-RPT-EOF TO TRUE
036950                 NOT AT END
036960                     MOVE R5-LINE TO DB-LINE
036970             END-READ
036972         WHEN 6
036974             READ VARIANCE-REPORT
036976                 AT END
036978                     SET WS-RPT-EOF TO TRUE
036980                 NOT AT END
036982                     MOVE R6-LINE TO DB-LINE
036984             END-READ
037000     END-EVALUATE.
037100 8200-EXIT.
037200     EXIT.
038300             CLOSE SEQ-RECON-REPORT
038400         WHEN 4
038500             CLOSE INCR-PRINT-REPORT
038520         WHEN 5
038540             CLOSE SCORECARD-REPORT
038560         WHEN 6
038580             CLOSE VARIANCE-REPORT
038600     END-EVALUATE.
038700 8300-EXIT.
038800     EXIT.
