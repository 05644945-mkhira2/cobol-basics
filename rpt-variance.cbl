000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RPT-VARIANCE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Day-over-day variance check on the report repository.
000900* Runs after RPT-CAPTURE has filed the night's reports and
001000* before RPT-DIST. Each key total listed on the VARCTL
001100* control (VARCTL copybook) - the control totals, day
001200* proof, GL trial balance, exception dashboard, or any
001300* other captured report - is read off tonight's capture
001400* and compared with the same total on the previous
001500* business day's capture (the latest one on RPTREPO
001600* before tonight) and on the capture of the same weekday
001700* last week. A move beyond the total's tolerance goes on
001800* the RPTVARNC variance exception report, which RPT-DIST
001900* routes like any other report, so a tripled reject
002000* count or an empty statement run is on paper before the
002100* morning meeting. A report not captured tonight, or a
002200* total no longer found on it, is an exception as well;
002300* a comparison with no earlier capture to go on is simply
002400* not made. Any exception ends the run with return code
002500* 4, as does a missing VARCTL, which checks nothing.
002600*----------------------------------------------------------
002700*    MODIFICATION HISTORY
002800*    DATE        INIT  DESCRIPTION
002900*    2026-10-15   DN   Original program.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT VARIANCE-CONTROL ASSIGN TO 'VARCTL'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS VC-FILE-STATUS.
003700     SELECT REPORT-REPO ASSIGN TO 'RPTREPO'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS RR-FILE-STATUS.
004000     SELECT REPORT-OUT ASSIGN TO 'RPTVARNC'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS RO-FILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  VARIANCE-CONTROL
004700     LABEL RECORDS ARE STANDARD.
004800     COPY "varctl.cpy".
004900*
005000 FD  REPORT-REPO
005100     LABEL RECORDS ARE STANDARD.
005200     COPY "rptrepo.cpy".
005300*
005400 FD  REPORT-OUT
005500     LABEL RECORDS ARE STANDARD.
005600 01  REPORT-LINE                 PIC X(132).
005700*
005800 WORKING-STORAGE SECTION.
005900 01  VC-FILE-STATUS              PIC X(02).
006000 01  RR-FILE-STATUS              PIC X(02).
006100 01  RO-FILE-STATUS              PIC X(02).
006200*
006300 01  WS-EOF-SW                   PIC X(01).
006400     88  WS-EOF                  VALUE 'Y' FALSE 'N'.
006500 01  WS-CONTROL-SW               PIC X(01) VALUE 'N'.
006600     88  WS-CONTROL-LOADED       VALUE 'Y' FALSE 'N'.
006700*
006800*    The totals to check, loaded once from VARCTL, with
006900*    what the repository holds for each: the three
007000*    captures found and the total read off each one.
007100 77  WS-TOTAL-LIMIT              PIC 9(02) COMP VALUE 50.
007200 01  WS-TOTAL-COUNT              PIC 9(02) COMP VALUE 0.
007300 01  WS-TOT-SUB                  PIC 9(02) COMP.
007400 01  WS-TOTAL-TABLE.
007500     05  WS-VT-ENTRY OCCURS 50 TIMES.
007600         10  WS-VT-REPORT-ID     PIC X(10).
007700         10  WS-VT-LABEL         PIC X(30).
007800         10  WS-VT-LABEL-LEN     PIC 9(02) COMP.
007900         10  WS-VT-VALUE-NBR     PIC 9(01).
008000         10  WS-VT-TOLERANCE     PIC 9(03).
008100         10  WS-VT-MIN-CHANGE    PIC 9(07).
008200         10  WS-VT-PRIOR-DATE    PIC 9(08).
008300         10  WS-VT-TODAY-CAP-SW  PIC X(01).
008400             88  WS-VT-TODAY-CAPTURED VALUE 'Y' FALSE 'N'.
008500         10  WS-VT-WEEK-CAP-SW   PIC X(01).
008600             88  WS-VT-WEEK-CAPTURED VALUE 'Y' FALSE 'N'.
008700         10  WS-VT-TODAY-SW      PIC X(01).
008800             88  WS-VT-TODAY-FOUND VALUE 'Y' FALSE 'N'.
008900         10  WS-VT-PRIOR-SW      PIC X(01).
009000             88  WS-VT-PRIOR-FOUND VALUE 'Y' FALSE 'N'.
009100         10  WS-VT-WEEK-SW       PIC X(01).
009200             88  WS-VT-WEEK-FOUND VALUE 'Y' FALSE 'N'.
009300         10  WS-VT-TODAY-VALUE   PIC S9(13)V99.
009400         10  WS-VT-PRIOR-VALUE   PIC S9(13)V99.
009500         10  WS-VT-WEEK-VALUE    PIC S9(13)V99.
009600*
009700*    The same weekday last week, the run date backed off
009800*    seven calendar days.
009900 01  WS-WEEK-WORK.
010000     05  WS-WK-YEAR              PIC 9(04).
010100     05  WS-WK-MONTH             PIC 9(02).
010200     05  WS-WK-DAY               PIC 9(02).
010300 01  WS-WEEK-DATE REDEFINES WS-WEEK-WORK
010400                                 PIC 9(08).
010500 01  WS-DAYS-IN-MONTH            PIC 9(02).
010600 01  WS-LEAP-WORK                PIC 9(04).
010700 01  WS-LEAP-REM                 PIC 9(04).
010800 01  WS-LEAP-SW                  PIC X(01).
010900     88  WS-LEAP-YEAR            VALUE 'Y'.
011000 01  WS-DAY-COUNTER              PIC 9(02) COMP.
011100*
011200*    The capture in hand on the repository scan.
011300 01  WS-CUR-REPORT-ID            PIC X(10).
011400 01  WS-CUR-DATE                 PIC 9(08).
011500*
011600*    Label search and number parse over one report line.
011700 01  WS-SCAN-LINE                PIC X(132).
011800 01  WS-SCAN-POS                 PIC 9(03) COMP.
011900 01  WS-SCAN-LIMIT               PIC 9(03) COMP.
012000 01  WS-LABEL-POS                PIC 9(03) COMP.
012100 01  WS-LEN-SUB                  PIC 9(02) COMP.
012200 01  WS-CHAR                     PIC X(01).
012300 01  WS-DIGIT-X                  PIC X(01).
012400 01  WS-DIGIT REDEFINES WS-DIGIT-X
012500                                 PIC 9(01).
012600 01  WS-PARSE-STATE              PIC X(01).
012700     88  WS-PARSE-SKIPPING       VALUE 'S'.
012800     88  WS-PARSE-INTEGER        VALUE 'I'.
012900     88  WS-PARSE-DECIMAL        VALUE 'D'.
013000 01  WS-PARSE-SW                 PIC X(01).
013100     88  WS-PARSE-FOUND          VALUE 'Y' FALSE 'N'.
013200 01  WS-NEGATIVE-SW              PIC X(01).
013300     88  WS-NUM-NEGATIVE         VALUE 'Y' FALSE 'N'.
013400 01  WS-NUMBER-SEEN              PIC 9(01).
013500 01  WS-NUM-INTEGER              PIC 9(13).
013600 01  WS-NUM-DECIMAL              PIC 9(02).
013700 01  WS-NUM-DEC-DIGITS           PIC 9(01).
013800 01  WS-PARSED-VALUE             PIC S9(13)V99.
013900*
014000*    One comparison of tonight's total with a base.
014100 01  WS-BASE-VALUE               PIC S9(13)V99.
014200 01  WS-BASE-DATE                PIC 9(08).
014300 01  WS-BASE-NAME                PIC X(09).
014400 01  WS-DIFF                     PIC S9(13)V99.
014500 01  WS-ABS-DIFF                 PIC 9(13)V99.
014600 01  WS-ABS-BASE                 PIC 9(13)V99.
014700 01  WS-MOVE-PCT                 PIC 9(07)V9.
014800*
014900 01  WS-CHECKED-COUNT            PIC 9(05) COMP VALUE 0.
015000 01  WS-COMPARED-COUNT           PIC 9(05) COMP VALUE 0.
015100 01  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE 0.
015200*
015300 COPY "rundate.cpy".
015400 COPY "jobhstpm.cpy".
015500*
015600 01  RPT-HEADER-LINE.
015700     05  FILLER                  PIC X(28) VALUE
015800         'REPORT VARIANCE EXCEPTIONS'.
015900     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
016000     05  HDR-RUN-DATE            PIC 9999/99/99.
016100     05  FILLER                  PIC X(14) VALUE
016200         '   LAST WEEK: '.
016300     05  HDR-WEEK-DATE           PIC 9999/99/99.
016400*
016500 01  RPT-COLUMN-LINE.
016600     05  FILLER                  PIC X(11) VALUE 'REPORT'.
016700     05  FILLER                  PIC X(31) VALUE 'TOTAL'.
016800     05  FILLER                  PIC X(21) VALUE
016900         '           TONIGHT   '.
017000     05  FILLER                  PIC X(10) VALUE 'VERSUS'.
017100     05  FILLER                  PIC X(11) VALUE 'DATE'.
017200     05  FILLER                  PIC X(21) VALUE
017300         '               WAS   '.
017400     05  FILLER                  PIC X(15) VALUE
017500         '   MOVE %'.
017600     05  FILLER                  PIC X(04) VALUE 'TOL%'.
017700*
017800 01  RPT-DETAIL-LINE.
017900     05  RPD-REPORT-ID           PIC X(10).
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  RPD-LABEL               PIC X(30).
018200     05  FILLER                  PIC X(01) VALUE SPACES.
018300     05  RPD-TODAY               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  RPD-VERSUS              PIC X(09).
018600     05  FILLER                  PIC X(01) VALUE SPACES.
018700     05  RPD-BASE-DATE           PIC 9999/99/99.
018800     05  FILLER                  PIC X(01) VALUE SPACES.
018900     05  RPD-BASE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  RPD-MOVE-PCT            PIC ZZZZZZ9.9.
019200     05  RPD-MOVE-TEXT REDEFINES RPD-MOVE-PCT
019300                                 PIC X(09).
019400     05  FILLER                  PIC X(01) VALUE SPACES.
019500     05  RPD-DIRECTION           PIC X(04).
019600     05  FILLER                  PIC X(01) VALUE SPACES.
019700     05  RPD-TOLERANCE           PIC ZZ9.
019800*
019900 01  RPT-NOTE-LINE.
020000     05  RPN-REPORT-ID           PIC X(10).
020100     05  FILLER                  PIC X(01) VALUE SPACES.
020200     05  RPN-LABEL               PIC X(30).
020300     05  FILLER                  PIC X(01) VALUE SPACES.
020400     05  RPN-TEXT                PIC X(60).
020500*
020600 01  RPT-COUNT-LINE.
020700     05  RPC-LABEL               PIC X(30).
020800     05  RPC-COUNT               PIC ZZ,ZZ9.
020900*
021000 PROCEDURE DIVISION.
021100*----------------------------------------------------------
021200* 0000-MAINLINE
021300*----------------------------------------------------------
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     IF WS-CONTROL-LOADED
021700         PERFORM 2000-FIND-CAPTURES THRU 2000-EXIT
021800         PERFORM 3000-READ-TOTALS THRU 3000-EXIT
021900         PERFORM 4000-CHECK-ONE-TOTAL THRU 4000-EXIT
022000             VARYING WS-TOT-SUB FROM 1 BY 1
022100             UNTIL WS-TOT-SUB > WS-TOTAL-COUNT
022200     END-IF.
022300     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
022400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022500     GOBACK.
022600*----------------------------------------------------------
022700* 1000-INITIALIZE - load the totals to check and work out
022800*     last week's date.
022900*----------------------------------------------------------
023000 1000-INITIALIZE.
023100     CALL 'BUS-DATE' USING WS-RUN-DATE.
023200     SET JB-FUNC-START TO TRUE.
023300     MOVE 'RPT-VARIANCE' TO JB-PROGRAM-ID.
023400     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
023500     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
023600     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
023700     MOVE WS-RUN-DATE TO WS-WEEK-DATE.
023800     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
023900         VARYING WS-DAY-COUNTER FROM 1 BY 1
024000         UNTIL WS-DAY-COUNTER > 7.
024100     OPEN INPUT VARIANCE-CONTROL.
024200     IF VC-FILE-STATUS = '00'
024300         SET WS-EOF TO FALSE
024400         PERFORM 1100-LOAD-ONE-TOTAL THRU 1100-EXIT
024500             UNTIL WS-EOF
024600         CLOSE VARIANCE-CONTROL
024700     END-IF.
024800     IF WS-TOTAL-COUNT > 0
024900         SET WS-CONTROL-LOADED TO TRUE
025000     ELSE
025100         DISPLAY 'RPT-VARIANCE - NO VARIANCE CONTROL - ',
025200             'NOTHING CHECKED'
025300         MOVE 4 TO RETURN-CODE
025400     END-IF.
025500     OPEN OUTPUT REPORT-OUT.
025600     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
025700     MOVE WS-WEEK-DATE TO HDR-WEEK-DATE.
025800     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
025900     MOVE SPACES TO REPORT-LINE.
026000     WRITE REPORT-LINE.
026100     WRITE REPORT-LINE FROM RPT-COLUMN-LINE.
026200     MOVE ALL '-' TO REPORT-LINE.
026300     WRITE REPORT-LINE.
026400 1000-EXIT.
026500     EXIT.
026600*----------------------------------------------------------
026700* 1100-LOAD-ONE-TOTAL - a blank label cannot be found, so
026800*     its record is passed over; a blank or zero value
026900*     number means the first number after the label.
027000*----------------------------------------------------------
027100 1100-LOAD-ONE-TOTAL.
027200     READ VARIANCE-CONTROL
027300         AT END
027400             SET WS-EOF TO TRUE
027500             GO TO 1100-EXIT
027600     END-READ.
027700     IF VC-REPORT-ID = SPACES OR VC-TOTAL-LABEL = SPACES
027800         GO TO 1100-EXIT
027900     END-IF.
028000     IF WS-TOTAL-COUNT NOT < WS-TOTAL-LIMIT
028100         DISPLAY 'RPT-VARIANCE - TOTAL TABLE FULL - ',
028200             VC-REPORT-ID, ' ', VC-TOTAL-LABEL, ' SKIPPED'
028300         GO TO 1100-EXIT
028400     END-IF.
028500     ADD 1 TO WS-TOTAL-COUNT.
028600     MOVE WS-TOTAL-COUNT TO WS-TOT-SUB.
028700     MOVE VC-REPORT-ID TO WS-VT-REPORT-ID (WS-TOT-SUB).
028800     MOVE VC-TOTAL-LABEL TO WS-VT-LABEL (WS-TOT-SUB).
028900     PERFORM 1200-MEASURE-LABEL THRU 1200-EXIT.
029000     IF VC-VALUE-NBR IS NUMERIC AND VC-VALUE-NBR > 0
029100         MOVE VC-VALUE-NBR TO WS-VT-VALUE-NBR (WS-TOT-SUB)
029200     ELSE
029300         MOVE 1 TO WS-VT-VALUE-NBR (WS-TOT-SUB)
029400     END-IF.
029500     IF VC-TOLERANCE-PCT IS NUMERIC
029600         MOVE VC-TOLERANCE-PCT TO WS-VT-TOLERANCE (WS-TOT-SUB)
029700     ELSE
029800         MOVE 0 TO WS-VT-TOLERANCE (WS-TOT-SUB)
029900     END-IF.
030000     IF VC-MIN-CHANGE IS NUMERIC
030100         MOVE VC-MIN-CHANGE TO WS-VT-MIN-CHANGE (WS-TOT-SUB)
030200     ELSE
030300         MOVE 0 TO WS-VT-MIN-CHANGE (WS-TOT-SUB)
030400     END-IF.
030500     MOVE 0 TO WS-VT-PRIOR-DATE (WS-TOT-SUB).
030600     SET WS-VT-TODAY-CAPTURED (WS-TOT-SUB) TO FALSE.
030700     SET WS-VT-WEEK-CAPTURED (WS-TOT-SUB) TO FALSE.
030800     SET WS-VT-TODAY-FOUND (WS-TOT-SUB) TO FALSE.
030900     SET WS-VT-PRIOR-FOUND (WS-TOT-SUB) TO FALSE.
031000     SET WS-VT-WEEK-FOUND (WS-TOT-SUB) TO FALSE.
031100     MOVE 0 TO WS-VT-TODAY-VALUE (WS-TOT-SUB).
031200     MOVE 0 TO WS-VT-PRIOR-VALUE (WS-TOT-SUB).
031300     MOVE 0 TO WS-VT-WEEK-VALUE (WS-TOT-SUB).
031400 1100-EXIT.
031500     EXIT.
031600*----------------------------------------------------------
031700* 1200-MEASURE-LABEL - the label's length up to its last
031800*     non-blank character, so trailing spaces need not
031900*     match.
032000*----------------------------------------------------------
032100 1200-MEASURE-LABEL.
032200     MOVE 30 TO WS-LEN-SUB.
032300     PERFORM 1210-BACK-ONE-CHAR THRU 1210-EXIT
032400         UNTIL WS-LEN-SUB = 1
032500         OR VC-TOTAL-LABEL (WS-LEN-SUB:1) NOT = SPACE.
032600     MOVE WS-LEN-SUB TO WS-VT-LABEL-LEN (WS-TOT-SUB).
032700 1200-EXIT.
032800     EXIT.
032900*----------------------------------------------------------
033000* 1210-BACK-ONE-CHAR
033100*----------------------------------------------------------
033200 1210-BACK-ONE-CHAR.
033300     SUBTRACT 1 FROM WS-LEN-SUB.
033400 1210-EXIT.
033500     EXIT.
033600*----------------------------------------------------------
033700* 1300-BACK-ONE-DAY
033800*----------------------------------------------------------
033900 1300-BACK-ONE-DAY.
034000     IF WS-WK-DAY > 1
034100         SUBTRACT 1 FROM WS-WK-DAY
034200         GO TO 1300-EXIT
034300     END-IF.
034400     IF WS-WK-MONTH = 1
034500         MOVE 12 TO WS-WK-MONTH
034600         SUBTRACT 1 FROM WS-WK-YEAR
034700     ELSE
034800         SUBTRACT 1 FROM WS-WK-MONTH
034900     END-IF.
035000     PERFORM 1310-SET-DAYS-IN-MONTH THRU 1310-EXIT.
035100     MOVE WS-DAYS-IN-MONTH TO WS-WK-DAY.
035200 1300-EXIT.
035300     EXIT.
035400*----------------------------------------------------------
035500* 1310-SET-DAYS-IN-MONTH
035600*----------------------------------------------------------
035700 1310-SET-DAYS-IN-MONTH.
035800     EVALUATE WS-WK-MONTH
035900         WHEN 01
036000         WHEN 03
036100         WHEN 05
036200         WHEN 07
036300         WHEN 08
036400         WHEN 10
036500         WHEN 12
036600             MOVE 31 TO WS-DAYS-IN-MONTH
036700         WHEN 04
036800         WHEN 06
036900         WHEN 09
037000         WHEN 11
037100             MOVE 30 TO WS-DAYS-IN-MONTH
037200         WHEN 02
037300             PERFORM 1320-CHECK-LEAP-YEAR THRU 1320-EXIT
037400             IF WS-LEAP-YEAR
037500                 MOVE 29 TO WS-DAYS-IN-MONTH
037600             ELSE
037700                 MOVE 28 TO WS-DAYS-IN-MONTH
037800             END-IF
037900     END-EVALUATE.
038000 1310-EXIT.
038100     EXIT.
038200*----------------------------------------------------------
038300* 1320-CHECK-LEAP-YEAR
038400*----------------------------------------------------------
038500 1320-CHECK-LEAP-YEAR.
038600     MOVE 'N' TO WS-LEAP-SW.
038700     DIVIDE WS-WK-YEAR BY 4 GIVING WS-LEAP-WORK
038800         REMAINDER WS-LEAP-REM.
038900     IF WS-LEAP-REM = 0
039000         MOVE 'Y' TO WS-LEAP-SW
039100         DIVIDE WS-WK-YEAR BY 100 GIVING WS-LEAP-WORK
039200             REMAINDER WS-LEAP-REM
039300         IF WS-LEAP-REM = 0
039400             DIVIDE WS-WK-YEAR BY 400 GIVING WS-LEAP-WORK
039500                 REMAINDER WS-LEAP-REM
039600             IF WS-LEAP-REM NOT = 0
039700                 MOVE 'N' TO WS-LEAP-SW
039800             END-IF
039900         END-IF
040000     END-IF.
040100 1320-EXIT.
040200     EXIT.
040300*----------------------------------------------------------
040400* 2000-FIND-CAPTURES - first pass over the repository
040500*     headers: whether each total's report was captured
040600*     tonight and last week, and the latest capture date
040700*     before tonight, which is the previous business day
040800*     the report ran.
040900*----------------------------------------------------------
041000 2000-FIND-CAPTURES.
041100     OPEN INPUT REPORT-REPO.
041200     IF RR-FILE-STATUS NOT = '00'
041300         GO TO 2000-EXIT
041400     END-IF.
041500     SET WS-EOF TO FALSE.
041600     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
041700         UNTIL WS-EOF.
041800     CLOSE REPORT-REPO.
041900 2000-EXIT.
042000     EXIT.
042100*----------------------------------------------------------
042200* 2100-SCAN-ONE-RECORD
042300*----------------------------------------------------------
042400 2100-SCAN-ONE-RECORD.
042500     READ REPORT-REPO
042600         AT END
042700             SET WS-EOF TO TRUE
042800             GO TO 2100-EXIT
042900     END-READ.
043000     IF NOT RR-TYPE-HEADER
043100         GO TO 2100-EXIT
043200     END-IF.
043300     PERFORM 2200-NOTE-CAPTURE THRU 2200-EXIT
043400         VARYING WS-TOT-SUB FROM 1 BY 1
043500         UNTIL WS-TOT-SUB > WS-TOTAL-COUNT.
043600 2100-EXIT.
043700     EXIT.
043800*----------------------------------------------------------
043900* 2200-NOTE-CAPTURE
044000*----------------------------------------------------------
044100 2200-NOTE-CAPTURE.
044200     IF RR-REPORT-ID NOT = WS-VT-REPORT-ID (WS-TOT-SUB)
044300         GO TO 2200-EXIT
044400     END-IF.
044500     IF RR-BUSINESS-DATE = WS-RUN-DATE
044600         SET WS-VT-TODAY-CAPTURED (WS-TOT-SUB) TO TRUE
044700     END-IF.
044800     IF RR-BUSINESS-DATE = WS-WEEK-DATE
044900         SET WS-VT-WEEK-CAPTURED (WS-TOT-SUB) TO TRUE
045000     END-IF.
045100     IF RR-BUSINESS-DATE < WS-RUN-DATE
045200         AND RR-BUSINESS-DATE > WS-VT-PRIOR-DATE (WS-TOT-SUB)
045300         MOVE RR-BUSINESS-DATE
045400             TO WS-VT-PRIOR-DATE (WS-TOT-SUB)
045500     END-IF.
045600 2200-EXIT.
045700     EXIT.
045800*----------------------------------------------------------
045900* 3000-READ-TOTALS - second pass: each report line of
046000*     tonight's, the prior day's, and last week's capture
046100*     is searched for the labels of its report's totals.
046200*----------------------------------------------------------
046300 3000-READ-TOTALS.
046400     OPEN INPUT REPORT-REPO.
046500     IF RR-FILE-STATUS NOT = '00'
046600         GO TO 3000-EXIT
046700     END-IF.
046800     MOVE SPACES TO WS-CUR-REPORT-ID.
046900     MOVE 0 TO WS-CUR-DATE.
047000     SET WS-EOF TO FALSE.
047100     PERFORM 3100-READ-ONE-LINE THRU 3100-EXIT
047200         UNTIL WS-EOF.
047300     CLOSE REPORT-REPO.
047400 3000-EXIT.
047500     EXIT.
047600*----------------------------------------------------------
047700* 3100-READ-ONE-LINE
047800*----------------------------------------------------------
047900 3100-READ-ONE-LINE.
048000     READ REPORT-REPO
048100         AT END
048200             SET WS-EOF TO TRUE
048300             GO TO 3100-EXIT
048400     END-READ.
048500     IF RR-TYPE-HEADER
048600         MOVE RR-REPORT-ID TO WS-CUR-REPORT-ID
048700         MOVE RR-BUSINESS-DATE TO WS-CUR-DATE
048800         GO TO 3100-EXIT
048900     END-IF.
049000     IF NOT RR-TYPE-DETAIL
049100         GO TO 3100-EXIT
049200     END-IF.
049300     MOVE RR-REPORT-LINE TO WS-SCAN-LINE.
049400     PERFORM 3200-TRY-ONE-TOTAL THRU 3200-EXIT
049500         VARYING WS-TOT-SUB FROM 1 BY 1
049600         UNTIL WS-TOT-SUB > WS-TOTAL-COUNT.
049700 3100-EXIT.
049800     EXIT.
049900*----------------------------------------------------------
050000* 3200-TRY-ONE-TOTAL - only a capture this total compares
050100*     and a total not yet read from it; the first line
050200*     holding the label wins.
050300*----------------------------------------------------------
050400 3200-TRY-ONE-TOTAL.
050500     IF WS-CUR-REPORT-ID NOT = WS-VT-REPORT-ID (WS-TOT-SUB)
050600         GO TO 3200-EXIT
050700     END-IF.
050800     EVALUATE TRUE
050900         WHEN WS-CUR-DATE = WS-RUN-DATE
051000             IF WS-VT-TODAY-FOUND (WS-TOT-SUB)
051100                 GO TO 3200-EXIT
051200             END-IF
051300         WHEN WS-CUR-DATE = WS-VT-PRIOR-DATE (WS-TOT-SUB)
051400                 AND NOT WS-VT-PRIOR-FOUND (WS-TOT-SUB)
051500             CONTINUE
051600         WHEN WS-CUR-DATE = WS-WEEK-DATE
051700                 AND NOT WS-VT-WEEK-FOUND (WS-TOT-SUB)
051800             CONTINUE
051900         WHEN OTHER
052000             GO TO 3200-EXIT
052100     END-EVALUATE.
052200     PERFORM 3300-FIND-LABEL THRU 3300-EXIT.
052300     IF WS-LABEL-POS = 0
052400         GO TO 3200-EXIT
052500     END-IF.
052600     PERFORM 3400-PARSE-NUMBER THRU 3400-EXIT.
052700     IF NOT WS-PARSE-FOUND
052800         GO TO 3200-EXIT
052900     END-IF.
053000     IF WS-CUR-DATE = WS-RUN-DATE
053100         SET WS-VT-TODAY-FOUND (WS-TOT-SUB) TO TRUE
053200         MOVE WS-PARSED-VALUE TO WS-VT-TODAY-VALUE (WS-TOT-SUB)
053300     END-IF.
053400     IF WS-CUR-DATE = WS-VT-PRIOR-DATE (WS-TOT-SUB)
053500         SET WS-VT-PRIOR-FOUND (WS-TOT-SUB) TO TRUE
053600         MOVE WS-PARSED-VALUE TO WS-VT-PRIOR-VALUE (WS-TOT-SUB)
053700     END-IF.
053800     IF WS-CUR-DATE = WS-WEEK-DATE
053900         SET WS-VT-WEEK-FOUND (WS-TOT-SUB) TO TRUE
054000         MOVE WS-PARSED-VALUE TO WS-VT-WEEK-VALUE (WS-TOT-SUB)
054100     END-IF.
054200 3200-EXIT.
054300     EXIT.
054400*----------------------------------------------------------
054500* 3300-FIND-LABEL - WS-LABEL-POS is where the label
054600*     starts on the line, zero when it is not there.
054700*----------------------------------------------------------
054800 3300-FIND-LABEL.
054900     MOVE 0 TO WS-LABEL-POS.
055000     COMPUTE WS-SCAN-LIMIT =
055100         133 - WS-VT-LABEL-LEN (WS-TOT-SUB).
055200     PERFORM 3310-CHECK-ONE-POS THRU 3310-EXIT
055300         VARYING WS-SCAN-POS FROM 1 BY 1
055400         UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
055500         OR WS-LABEL-POS > 0.
055600 3300-EXIT.
055700     EXIT.
055800*----------------------------------------------------------
055900* 3310-CHECK-ONE-POS
056000*----------------------------------------------------------
056100 3310-CHECK-ONE-POS.
056200     IF WS-SCAN-LINE (WS-SCAN-POS:WS-VT-LABEL-LEN (WS-TOT-SUB))
056300         = WS-VT-LABEL (WS-TOT-SUB)
056400             (1:WS-VT-LABEL-LEN (WS-TOT-SUB))
056500         MOVE WS-SCAN-POS TO WS-LABEL-POS
056600     END-IF.
056700 3310-EXIT.
056800     EXIT.
056900*----------------------------------------------------------
057000* 3400-PARSE-NUMBER - the total's number as printed after
057100*     the label: digits with any commas and a decimal
057200*     point, negative when a minus sign leads it or a
057300*     minus or CR follows it.
057400*----------------------------------------------------------
057500 3400-PARSE-NUMBER.
057600     SET WS-PARSE-FOUND TO FALSE.
057700     SET WS-PARSE-SKIPPING TO TRUE.
057800     MOVE 0 TO WS-NUMBER-SEEN.
057900     COMPUTE WS-SCAN-POS =
058000         WS-LABEL-POS + WS-VT-LABEL-LEN (WS-TOT-SUB).
058100     PERFORM 3410-PARSE-ONE-CHAR THRU 3410-EXIT
058200         UNTIL WS-SCAN-POS > 132 OR WS-PARSE-FOUND.
058300     IF NOT WS-PARSE-FOUND AND NOT WS-PARSE-SKIPPING
058400         PERFORM 3420-END-NUMBER THRU 3420-EXIT
058500     END-IF.
058600 3400-EXIT.
058700     EXIT.
058800*----------------------------------------------------------
058900* 3410-PARSE-ONE-CHAR
059000*----------------------------------------------------------
059100 3410-PARSE-ONE-CHAR.
059200     MOVE WS-SCAN-LINE (WS-SCAN-POS:1) TO WS-CHAR.
059300     EVALUATE TRUE
059400         WHEN WS-PARSE-SKIPPING
059500             IF WS-CHAR IS NUMERIC
059600                 SET WS-PARSE-INTEGER TO TRUE
059700                 MOVE 0 TO WS-NUM-INTEGER
059800                 MOVE 0 TO WS-NUM-DECIMAL
059900                 MOVE 0 TO WS-NUM-DEC-DIGITS
060000                 SET WS-NUM-NEGATIVE TO FALSE
060100                 IF WS-SCAN-POS > 1
060200                     IF WS-SCAN-LINE (WS-SCAN-POS - 1:1) = '-'
060300                         SET WS-NUM-NEGATIVE TO TRUE
060400                     END-IF
060500                 END-IF
060600                 MOVE WS-CHAR TO WS-DIGIT-X
060700                 MOVE WS-DIGIT TO WS-NUM-INTEGER
060800             END-IF
060900         WHEN WS-CHAR IS NUMERIC
061000             MOVE WS-CHAR TO WS-DIGIT-X
061100             IF WS-PARSE-INTEGER
061200                 COMPUTE WS-NUM-INTEGER =
061300                     WS-NUM-INTEGER * 10 + WS-DIGIT
061400             ELSE
061500                 IF WS-NUM-DEC-DIGITS < 2
061600                     ADD 1 TO WS-NUM-DEC-DIGITS
061700                     COMPUTE WS-NUM-DECIMAL =
061800                         WS-NUM-DECIMAL * 10 + WS-DIGIT
061900                 END-IF
062000             END-IF
062100         WHEN WS-CHAR = ',' AND WS-PARSE-INTEGER
062200             CONTINUE
062300         WHEN WS-CHAR = '.' AND WS-PARSE-INTEGER
062400             SET WS-PARSE-DECIMAL TO TRUE
062500         WHEN OTHER
062600             PERFORM 3420-END-NUMBER THRU 3420-EXIT
062700     END-EVALUATE.
062800     ADD 1 TO WS-SCAN-POS.
062900 3410-EXIT.
063000     EXIT.
063100*----------------------------------------------------------
063200* 3420-END-NUMBER - a number just ended at WS-SCAN-POS;
063300*     it is the total when it is the one asked for.
063400*----------------------------------------------------------
063500 3420-END-NUMBER.
063600     SET WS-PARSE-SKIPPING TO TRUE.
063700     ADD 1 TO WS-NUMBER-SEEN.
063800     IF WS-SCAN-POS < 133
063900         IF WS-SCAN-LINE (WS-SCAN-POS:1) = '-'
064000             SET WS-NUM-NEGATIVE TO TRUE
064100         END-IF
064200     END-IF.
064300     IF WS-SCAN-POS < 132
064400         IF WS-SCAN-LINE (WS-SCAN-POS:2) = 'CR'
064500             SET WS-NUM-NEGATIVE TO TRUE
064600         END-IF
064700     END-IF.
064800     IF WS-NUMBER-SEEN NOT = WS-VT-VALUE-NBR (WS-TOT-SUB)
064900         GO TO 3420-EXIT
065000     END-IF.
065100     IF WS-NUM-DEC-DIGITS = 1
065200         MULTIPLY 10 BY WS-NUM-DECIMAL
065300     END-IF.
065400     COMPUTE WS-PARSED-VALUE =
065500         WS-NUM-INTEGER + WS-NUM-DECIMAL / 100.
065600     IF WS-NUM-NEGATIVE
065700         COMPUTE WS-PARSED-VALUE = 0 - WS-PARSED-VALUE
065800     END-IF.
065900     SET WS-PARSE-FOUND TO TRUE.
066000 3420-EXIT.
066100     EXIT.
066200*----------------------------------------------------------
066300* 4000-CHECK-ONE-TOTAL - tonight's total against the
066400*     previous business day and against last week.
066500*----------------------------------------------------------
066600 4000-CHECK-ONE-TOTAL.
066700     ADD 1 TO WS-CHECKED-COUNT.
066800     IF NOT WS-VT-TODAY-CAPTURED (WS-TOT-SUB)
066900         MOVE 'REPORT NOT CAPTURED TONIGHT' TO RPN-TEXT
067000         PERFORM 4200-WRITE-NOTE THRU 4200-EXIT
067100         GO TO 4000-EXIT
067200     END-IF.
067300     IF NOT WS-VT-TODAY-FOUND (WS-TOT-SUB)
067400         MOVE 'TOTAL NOT FOUND ON TONIGHT''S REPORT'
067500             TO RPN-TEXT
067600         PERFORM 4200-WRITE-NOTE THRU 4200-EXIT
067700         GO TO 4000-EXIT
067800     END-IF.
067900     IF WS-VT-PRIOR-FOUND (WS-TOT-SUB)
068000         MOVE WS-VT-PRIOR-VALUE (WS-TOT-SUB) TO WS-BASE-VALUE
068100         MOVE WS-VT-PRIOR-DATE (WS-TOT-SUB) TO WS-BASE-DATE
068200         MOVE 'PRIOR DAY' TO WS-BASE-NAME
068300         PERFORM 4100-COMPARE THRU 4100-EXIT
068400     END-IF.
068500     IF WS-VT-WEEK-FOUND (WS-TOT-SUB)
068600         MOVE WS-VT-WEEK-VALUE (WS-TOT-SUB) TO WS-BASE-VALUE
068700         MOVE WS-WEEK-DATE TO WS-BASE-DATE
068800         MOVE 'LAST WEEK' TO WS-BASE-NAME
068900         PERFORM 4100-COMPARE THRU 4100-EXIT
069000     END-IF.
069100 4000-EXIT.
069200     EXIT.
069300*----------------------------------------------------------
069400* 4100-COMPARE - the move as a percentage of the base. A
069500*     total up from zero has no percentage and shows NEW;
069600*     it flags like any move past the tolerance.
069700*----------------------------------------------------------
069800 4100-COMPARE.
069900     ADD 1 TO WS-COMPARED-COUNT.
070000     COMPUTE WS-DIFF =
070100         WS-VT-TODAY-VALUE (WS-TOT-SUB) - WS-BASE-VALUE.
070200     IF WS-DIFF < 0
070300         COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
070400     ELSE
070500         MOVE WS-DIFF TO WS-ABS-DIFF
070600     END-IF.
070700     IF WS-ABS-DIFF = 0
070800         GO TO 4100-EXIT
070900     END-IF.
071000     IF WS-ABS-DIFF < WS-VT-MIN-CHANGE (WS-TOT-SUB)
071100         GO TO 4100-EXIT
071200     END-IF.
071300     IF WS-BASE-VALUE < 0
071400         COMPUTE WS-ABS-BASE = 0 - WS-BASE-VALUE
071500     ELSE
071600         MOVE WS-BASE-VALUE TO WS-ABS-BASE
071700     END-IF.
071800     IF WS-ABS-BASE > 0
071900         COMPUTE WS-MOVE-PCT ROUNDED =
072000             WS-ABS-DIFF * 100 / WS-ABS-BASE
072100             ON SIZE ERROR
072200                 MOVE 9999999.9 TO WS-MOVE-PCT
072300         END-COMPUTE
072400         IF WS-MOVE-PCT NOT > WS-VT-TOLERANCE (WS-TOT-SUB)
072500             GO TO 4100-EXIT
072600         END-IF
072700     END-IF.
072800     MOVE SPACES TO REPORT-LINE.
072900     MOVE WS-VT-REPORT-ID (WS-TOT-SUB) TO RPD-REPORT-ID.
073000     MOVE WS-VT-LABEL (WS-TOT-SUB) TO RPD-LABEL.
073100     MOVE WS-VT-TODAY-VALUE (WS-TOT-SUB) TO RPD-TODAY.
073200     MOVE WS-BASE-NAME TO RPD-VERSUS.
073300     MOVE WS-BASE-DATE TO RPD-BASE-DATE.
073400     MOVE WS-BASE-VALUE TO RPD-BASE.
073500     IF WS-ABS-BASE > 0
073600         MOVE WS-MOVE-PCT TO RPD-MOVE-PCT
073700     ELSE
073800         MOVE '      NEW' TO RPD-MOVE-TEXT
073900     END-IF.
074000     IF WS-DIFF > 0
074100         MOVE 'UP' TO RPD-DIRECTION
074200     ELSE
074300         MOVE 'DOWN' TO RPD-DIRECTION
074400     END-IF.
074500     MOVE WS-VT-TOLERANCE (WS-TOT-SUB) TO RPD-TOLERANCE.
074600     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
074700     ADD 1 TO WS-EXCEPTION-COUNT.
074800 4100-EXIT.
074900     EXIT.
075000*----------------------------------------------------------
075100* 4200-WRITE-NOTE - an exception with nothing to compare.
075200*----------------------------------------------------------
075300 4200-WRITE-NOTE.
075400     MOVE WS-VT-REPORT-ID (WS-TOT-SUB) TO RPN-REPORT-ID.
075500     MOVE WS-VT-LABEL (WS-TOT-SUB) TO RPN-LABEL.
075600     WRITE REPORT-LINE FROM RPT-NOTE-LINE.
075700     ADD 1 TO WS-EXCEPTION-COUNT.
075800 4200-EXIT.
075900     EXIT.
076000*----------------------------------------------------------
076100* 8000-PRINT-SUMMARY
076200*----------------------------------------------------------
076300 8000-PRINT-SUMMARY.
076400     MOVE SPACES TO REPORT-LINE.
076500     WRITE REPORT-LINE.
076600     IF NOT WS-CONTROL-LOADED
076700         MOVE 'NO VARIANCE CONTROL ON FILE - NOTHING CHECKED'
076800             TO REPORT-LINE
076900         WRITE REPORT-LINE
077000         GO TO 8000-EXIT
077100     END-IF.
077200     IF WS-EXCEPTION-COUNT = 0
077300         MOVE '*** NO VARIANCE EXCEPTIONS ***' TO REPORT-LINE
077400         WRITE REPORT-LINE
077500         MOVE SPACES TO REPORT-LINE
077600         WRITE REPORT-LINE
077700     END-IF.
077800     MOVE 'TOTALS CHECKED:' TO RPC-LABEL.
077900     MOVE WS-CHECKED-COUNT TO RPC-COUNT.
078000     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
078100     MOVE 'COMPARISONS MADE:' TO RPC-LABEL.
078200     MOVE WS-COMPARED-COUNT TO RPC-COUNT.
078300     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
078400     MOVE 'EXCEPTIONS FLAGGED:' TO RPC-LABEL.
078500     MOVE WS-EXCEPTION-COUNT TO RPC-COUNT.
078600     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
078700     IF WS-EXCEPTION-COUNT > 0
078800         MOVE 4 TO RETURN-CODE
078900     END-IF.
079000 8000-EXIT.
079100     EXIT.
079200*----------------------------------------------------------
079300* 9000-TERMINATE
079400*----------------------------------------------------------
079500 9000-TERMINATE.
079600     CLOSE REPORT-OUT.
079700     DISPLAY 'RPT-VARIANCE - ', WS-CHECKED-COUNT,
079800         ' TOTAL(S) CHECKED, ', WS-EXCEPTION-COUNT,
079900         ' EXCEPTION(S)'.
080000     SET JB-FUNC-END TO TRUE.
080100     MOVE WS-EXCEPTION-COUNT TO JB-RECORD-COUNT.
080200     MOVE RETURN-CODE TO JB-RETURN-CODE.
080300     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
080400 9000-EXIT.
080500     EXIT.
