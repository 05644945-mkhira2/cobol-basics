000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     NOTE-TICKLER.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Daily follow-up tickler over the CUSTNOTE customer
000900* notes. Every open follow-up due on or before the
001000* business date prints under the operator it is
001100* assigned to, in due-date order, marked DUE TODAY,
001200* OVERDUE, or ESCALATED - so a promised callback no
001300* longer lives only in a note nobody rereads.
001400*
001500* A follow-up still open more than the NOTETKLC
001600* escalation days past its due date (five when no
001700* control is on file, plain calendar days) escalates:
001800* the first run to find it stamps the escalation date
001900* on the note, and every escalated item prints again in
002000* a closing section for the supervisors, who also see
002100* them on their MAIN-MENU worklist until the follow-up
002200* is closed. The stamp goes back on the notes file by
002300* the NOTEWORK stream-and-copy-back NOTE-PURGE uses,
002400* and only on a night something newly escalated.
002500*----------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE        INIT  DESCRIPTION
002800*    2026-10-15   DN   Original program.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CUST-NOTE-FILE ASSIGN TO 'CUSTNOTE'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CN-FILE-STATUS.
003600     SELECT NOTE-WORK ASSIGN TO 'NOTEWORK'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS NW-FILE-STATUS.
003900     SELECT TICKLER-CONTROL ASSIGN TO 'NOTETKLC'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS TK-FILE-STATUS.
004200     SELECT TICKLER-SORT ASSIGN TO 'TKLSRTWK'.
004300     SELECT REPORT-OUT ASSIGN TO 'NOTETKLR'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS RO-FILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CUST-NOTE-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY "custnote.cpy".
005200*
005300 FD  NOTE-WORK
005400     LABEL RECORDS ARE STANDARD.
005500 01  NOTE-WORK-RECORD            PIC X(136).
005600*
005700 FD  TICKLER-CONTROL
005800     LABEL RECORDS ARE STANDARD.
005900 01  TICKLER-CTL-RECORD.
006000     05  TK-ESC-DAYS             PIC 9(03).
006100*
006200*    Section 1 is the per-operator list; an escalated item
006300*    is released a second time under section 2 for the
006400*    supervisors' list.
006500 SD  TICKLER-SORT.
006600 01  TS-SORT-RECORD.
006700     05  TS-SECTION              PIC X(01).
006800         88  TS-SECTION-OPERATOR VALUE '1'.
006900         88  TS-SECTION-ESCALATE VALUE '2'.
007000     05  TS-ASSIGNED-OPER        PIC X(08).
007100     05  TS-DUE-DATE             PIC 9(08).
007200     05  TS-CUST-ID              PIC 9(06).
007300     05  TS-NOTE-DATE            PIC 9(08).
007400     05  TS-NOTE-OPER            PIC X(08).
007500     05  TS-NOTE-TEXT            PIC X(60).
007600     05  TS-ESC-DATE             PIC 9(08).
007700     05  TS-STATE                PIC X(01).
007800         88  TS-STATE-DUE        VALUE 'D'.
007900         88  TS-STATE-OVERDUE    VALUE 'O'.
008000         88  TS-STATE-ESCALATED  VALUE 'E'.
008100*
008200 FD  REPORT-OUT
008300     LABEL RECORDS ARE STANDARD.
008400 01  REPORT-LINE                 PIC X(120).
008500*
008600 WORKING-STORAGE SECTION.
008700 01  CN-FILE-STATUS              PIC X(02).
008800 01  NW-FILE-STATUS              PIC X(02).
008900 01  TK-FILE-STATUS              PIC X(02).
009000 01  RO-FILE-STATUS              PIC X(02).
009100*
009200 01  WS-NOTE-EOF-SW              PIC X(01) VALUE 'N'.
009300     88  WS-NOTE-EOF             VALUE 'Y' FALSE 'N'.
009400 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
009500     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
009600 01  WS-NOTES-OPEN-SW            PIC X(01) VALUE 'N'.
009700     88  WS-NOTES-OPEN           VALUE 'Y' FALSE 'N'.
009800*
009900 01  WS-ESC-DAYS                 PIC 9(03) VALUE 5.
010000 01  WS-DAY-COUNTER              PIC 9(04) COMP.
010100*
010200 01  WS-CUTOFF-WORK.
010300     05  WS-CUT-YEAR             PIC 9(04).
010400     05  WS-CUT-MONTH            PIC 9(02).
010500     05  WS-CUT-DAY              PIC 9(02).
010600 01  WS-ESC-CUTOFF-DATE REDEFINES WS-CUTOFF-WORK
010700                                 PIC 9(08).
010800 01  WS-DAYS-IN-MONTH            PIC 9(02).
010900 01  WS-LEAP-WORK                PIC 9(04).
011000 01  WS-LEAP-REM                 PIC 9(04).
011100 01  WS-LEAP-SW                  PIC X(01).
011200     88  WS-LEAP-YEAR            VALUE 'Y'.
011300*
011400 01  WS-CUR-SECTION              PIC X(01).
011500 01  WS-CUR-OPER                 PIC X(08).
011600 01  WS-OPER-ITEMS               PIC 9(05) COMP.
011700*
011800 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
011900 01  WS-OPEN-COUNT               PIC 9(07) COMP VALUE 0.
012000 01  WS-DUE-COUNT                PIC 9(07) COMP VALUE 0.
012100 01  WS-OVERDUE-COUNT            PIC 9(07) COMP VALUE 0.
012200 01  WS-ESC-COUNT                PIC 9(07) COMP VALUE 0.
012300 01  WS-NEW-ESC-COUNT            PIC 9(07) COMP VALUE 0.
012400*
012500 COPY "rundate.cpy".
012600 COPY "jobhstpm.cpy".
012700*
012800 01  RPT-HEADER-LINE.
012900     05  FILLER                  PIC X(34) VALUE
013000         'NOTE FOLLOW-UP TICKLER            '.
013100     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
013200     05  HDR-RUN-DATE            PIC 9999/99/99.
013300*
013400 01  RPT-ESC-RULE-LINE.
013500     05  FILLER                  PIC X(30) VALUE
013600         'ESCALATES TO A SUPERVISOR AT '.
013700     05  RPT-ESC-DAYS            PIC ZZ9.
013800     05  FILLER                  PIC X(18) VALUE
013900         ' DAYS PAST DUE'.
014000*
014100 01  RPT-OPER-LINE.
014200     05  FILLER                  PIC X(10) VALUE
014300         'OPERATOR: '.
014400     05  RPO-OPERATOR            PIC X(08).
014500*
014600 01  RPT-ESC-HEAD-LINE.
014700     05  FILLER                  PIC X(40) VALUE
014800         'ESCALATED TO SUPERVISOR - OPEN PAST THE '.
014900     05  FILLER                  PIC X(20) VALUE
015000         'ESCALATION DAYS'.
015100*
015200 01  RPT-COL-HEAD-LINE.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  FILLER                  PIC X(11) VALUE 'DUE DATE'.
015500     05  FILLER                  PIC X(10) VALUE 'ASSIGNED'.
015600     05  FILLER                  PIC X(07) VALUE 'CUST'.
015700     05  FILLER                  PIC X(11) VALUE 'NOTED'.
015800     05  FILLER                  PIC X(09) VALUE 'BY'.
015900     05  FILLER                  PIC X(41) VALUE 'NOTE'.
016000     05  FILLER                  PIC X(11) VALUE 'STATUS'.
016100     05  FILLER                  PIC X(10) VALUE 'ESCALATED'.
016200*
016300 01  RPT-DETAIL-LINE.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  RPD-DUE-DATE            PIC 9999/99/99.
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  RPD-ASSIGNED-OPER       PIC X(08).
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  RPD-CUST-ID             PIC 9(06).
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  RPD-NOTE-DATE           PIC 9999/99/99.
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  RPD-NOTE-OPER           PIC X(08).
017400     05  FILLER                  PIC X(01) VALUE SPACE.
017500     05  RPD-NOTE-TEXT           PIC X(40).
017600     05  FILLER                  PIC X(01) VALUE SPACE.
017700     05  RPD-STATUS              PIC X(10).
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  RPD-ESC-DATE            PIC 9999/99/99 BLANK WHEN ZERO.
018000*
018100 01  RPT-OPER-TOTAL-LINE.
018200     05  FILLER                  PIC X(04) VALUE SPACES.
018300     05  RPT-OPER-ITEMS          PIC ZZ,ZZ9.
018400     05  FILLER                  PIC X(21) VALUE
018500         ' FOLLOW-UP(S) TO WORK'.
018600*
018700 01  RPT-COUNT-LINE-1.
018800     05  FILLER                  PIC X(24) VALUE
018900         'OPEN FOLLOW-UPS:'.
019000     05  RPT-OPEN-COUNT          PIC Z,ZZZ,ZZ9.
019100     05  FILLER                  PIC X(16) VALUE
019200         '  DUE TODAY:'.
019300     05  RPT-DUE-COUNT           PIC Z,ZZZ,ZZ9.
019400     05  FILLER                  PIC X(16) VALUE
019500         '  OVERDUE:'.
019600     05  RPT-OVERDUE-COUNT       PIC Z,ZZZ,ZZ9.
019700*
019800 01  RPT-COUNT-LINE-2.
019900     05  FILLER                  PIC X(24) VALUE
020000         'ESCALATED:'.
020100     05  RPT-ESC-COUNT           PIC Z,ZZZ,ZZ9.
020200     05  FILLER                  PIC X(16) VALUE
020300         '  NEW TODAY:'.
020400     05  RPT-NEW-ESC-COUNT       PIC Z,ZZZ,ZZ9.
020500*
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------
020800* 0000-MAINLINE
020900*----------------------------------------------------------
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     SORT TICKLER-SORT
021300         ON ASCENDING KEY TS-SECTION
021400                            TS-ASSIGNED-OPER
021500                            TS-DUE-DATE
021600                            TS-CUST-ID
021700         INPUT PROCEDURE IS 2000-SWEEP-NOTES
021800             THRU 2000-EXIT
021900         OUTPUT PROCEDURE IS 3000-PRINT-TICKLER
022000             THRU 3000-EXIT.
022100     PERFORM 4000-STAMP-ESCALATIONS THRU 4000-EXIT.
022200     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022400     GOBACK.
022500*----------------------------------------------------------
022600* 1000-INITIALIZE - escalation days off the control, then
022700*     the escalation cutoff backed off the run date one
022800*     day at a time, the NOTE-PURGE arithmetic.
022900*----------------------------------------------------------
023000 1000-INITIALIZE.
023100     CALL 'BUS-DATE' USING WS-RUN-DATE.
023200     SET JB-FUNC-START TO TRUE.
023300     MOVE 'NOTE-TICKLER' TO JB-PROGRAM-ID.
023400     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
023500     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
023600     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
023700     OPEN INPUT TICKLER-CONTROL.
023800     IF TK-FILE-STATUS = '00'
023900         READ TICKLER-CONTROL
024000             AT END
024100                 CONTINUE
024200             NOT AT END
024300                 IF TK-ESC-DAYS IS NUMERIC
024400                     AND TK-ESC-DAYS > 0
024500                     MOVE TK-ESC-DAYS TO WS-ESC-DAYS
024600                 END-IF
024700         END-READ
024800         CLOSE TICKLER-CONTROL
024900     END-IF.
025000     MOVE WS-RUN-DATE TO WS-ESC-CUTOFF-DATE.
025100     PERFORM 1100-BACK-ONE-DAY THRU 1100-EXIT
025200         VARYING WS-DAY-COUNTER FROM 1 BY 1
025300         UNTIL WS-DAY-COUNTER > WS-ESC-DAYS.
025400     OPEN OUTPUT REPORT-OUT.
025500     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
025600     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
025700     MOVE WS-ESC-DAYS TO RPT-ESC-DAYS.
025800     WRITE REPORT-LINE FROM RPT-ESC-RULE-LINE.
025900     MOVE ALL '-' TO REPORT-LINE.
026000     WRITE REPORT-LINE.
026100 1000-EXIT.
026200     EXIT.
026300*----------------------------------------------------------
026400* 1100-BACK-ONE-DAY
026500*----------------------------------------------------------
026600 1100-BACK-ONE-DAY.
026700     IF WS-CUT-DAY > 1
026800         SUBTRACT 1 FROM WS-CUT-DAY
026900         GO TO 1100-EXIT
027000     END-IF.
027100     IF WS-CUT-MONTH = 1
027200         MOVE 12 TO WS-CUT-MONTH
027300         SUBTRACT 1 FROM WS-CUT-YEAR
027400     ELSE
027500         SUBTRACT 1 FROM WS-CUT-MONTH
027600     END-IF.
027700     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT.
027800     MOVE WS-DAYS-IN-MONTH TO WS-CUT-DAY.
027900 1100-EXIT.
028000     EXIT.
028100*----------------------------------------------------------
028200* 1200-SET-DAYS-IN-MONTH
028300*----------------------------------------------------------
028400 1200-SET-DAYS-IN-MONTH.
028500     EVALUATE WS-CUT-MONTH
028600         WHEN 01
028700         WHEN 03
028800         WHEN 05
028900         WHEN 07
029000         WHEN 08
029100         WHEN 10
029200         WHEN 12
029300             MOVE 31 TO WS-DAYS-IN-MONTH
029400         WHEN 04
029500         WHEN 06
029600         WHEN 09
029700         WHEN 11
029800             MOVE 30 TO WS-DAYS-IN-MONTH
029900         WHEN 02
030000             PERFORM 1300-CHECK-LEAP-YEAR THRU 1300-EXIT
030100             IF WS-LEAP-YEAR
030200                 MOVE 29 TO WS-DAYS-IN-MONTH
030300             ELSE
030400                 MOVE 28 TO WS-DAYS-IN-MONTH
030500             END-IF
030600     END-EVALUATE.
030700 1200-EXIT.
030800     EXIT.
030900*----------------------------------------------------------
031000* 1300-CHECK-LEAP-YEAR
031100*----------------------------------------------------------
031200 1300-CHECK-LEAP-YEAR.
031300     MOVE 'N' TO WS-LEAP-SW.
031400     DIVIDE WS-CUT-YEAR BY 4 GIVING WS-LEAP-WORK
031500         REMAINDER WS-LEAP-REM.
031600     IF WS-LEAP-REM = 0
031700         MOVE 'Y' TO WS-LEAP-SW
031800         DIVIDE WS-CUT-YEAR BY 100 GIVING WS-LEAP-WORK
031900             REMAINDER WS-LEAP-REM
032000         IF WS-LEAP-REM = 0
032100             DIVIDE WS-CUT-YEAR BY 400 GIVING WS-LEAP-WORK
032200                 REMAINDER WS-LEAP-REM
032300             IF WS-LEAP-REM NOT = 0
032400                 MOVE 'N' TO WS-LEAP-SW
032500             END-IF
032600         END-IF
032700     END-IF.
032800 1300-EXIT.
032900     EXIT.
033000*----------------------------------------------------------
033100* 2000-SWEEP-NOTES - every note streams to NOTEWORK (with
033200*     any new escalation stamped on it) and each open
033300*     follow-up now due is released to the sort.
033400*----------------------------------------------------------
033500 2000-SWEEP-NOTES.
033600     OPEN INPUT CUST-NOTE-FILE.
033700     IF CN-FILE-STATUS NOT = '00'
033800         DISPLAY 'NOTE-TICKLER - NO NOTES FILE - NO ',
033900             'FOLLOW-UPS TO LIST'
034000         GO TO 2000-EXIT
034100     END-IF.
034200     SET WS-NOTES-OPEN TO TRUE.
034300     OPEN OUTPUT NOTE-WORK.
034400     SET WS-NOTE-EOF TO FALSE.
034500     PERFORM 2100-SWEEP-ONE-NOTE THRU 2100-EXIT
034600         UNTIL WS-NOTE-EOF.
034700     CLOSE CUST-NOTE-FILE NOTE-WORK.
034800 2000-EXIT.
034900     EXIT.
035000*----------------------------------------------------------
035100* 2100-SWEEP-ONE-NOTE
035200*----------------------------------------------------------
035300 2100-SWEEP-ONE-NOTE.
035400     READ CUST-NOTE-FILE
035500         AT END
035600             SET WS-NOTE-EOF TO TRUE
035700             GO TO 2100-EXIT
035800     END-READ.
035900     ADD 1 TO WS-READ-COUNT.
036000     IF CN-FU-OPEN
036100         ADD 1 TO WS-OPEN-COUNT
036200         IF CN-FU-DUE-DATE NOT > WS-RUN-DATE
036300             PERFORM 2200-RELEASE-FOLLOW-UP THRU 2200-EXIT
036400         END-IF
036500     END-IF.
036600     MOVE CUST-NOTE-RECORD TO NOTE-WORK-RECORD.
036700     WRITE NOTE-WORK-RECORD.
036800 2100-EXIT.
036900     EXIT.
037000*----------------------------------------------------------
037100* 2200-RELEASE-FOLLOW-UP - due today, overdue, or (past
037200*     the cutoff) escalated; an escalated item is released
037300*     once for its operator and once for the supervisors.
037400*----------------------------------------------------------
037500 2200-RELEASE-FOLLOW-UP.
037600     MOVE SPACES TO TS-SORT-RECORD.
037700     SET TS-SECTION-OPERATOR TO TRUE.
037800     MOVE CN-FU-ASSIGNED-OPER TO TS-ASSIGNED-OPER.
037900     MOVE CN-FU-DUE-DATE TO TS-DUE-DATE.
038000     MOVE CN-CUST-ID TO TS-CUST-ID.
038100     MOVE CN-NOTE-DATE TO TS-NOTE-DATE.
038200     MOVE CN-OPERATOR-ID TO TS-NOTE-OPER.
038300     MOVE CN-NOTE-TEXT TO TS-NOTE-TEXT.
038400     IF CN-FU-DUE-DATE = WS-RUN-DATE
038500         SET TS-STATE-DUE TO TRUE
038600         ADD 1 TO WS-DUE-COUNT
038700     ELSE
038800         SET TS-STATE-OVERDUE TO TRUE
038900         ADD 1 TO WS-OVERDUE-COUNT
039000     END-IF.
039100     IF CN-FU-ESC-DATE IS NOT NUMERIC
039200         MOVE 0 TO CN-FU-ESC-DATE
039300     END-IF.
039400     IF CN-FU-ESC-DATE = 0
039500         AND CN-FU-DUE-DATE < WS-ESC-CUTOFF-DATE
039600         MOVE WS-RUN-DATE TO CN-FU-ESC-DATE
039700         ADD 1 TO WS-NEW-ESC-COUNT
039800     END-IF.
039900     MOVE CN-FU-ESC-DATE TO TS-ESC-DATE.
040000     IF CN-FU-ESC-DATE > 0
040100         SET TS-STATE-ESCALATED TO TRUE
040200     END-IF.
040300     RELEASE TS-SORT-RECORD.
040400     IF TS-STATE-ESCALATED
040500         ADD 1 TO WS-ESC-COUNT
040600         SET TS-SECTION-ESCALATE TO TRUE
040700         RELEASE TS-SORT-RECORD
040800     END-IF.
040900 2200-EXIT.
041000     EXIT.
041100*----------------------------------------------------------
041200* 3000-PRINT-TICKLER - the operator lists, one heading
041300*     per assigned operator, then the supervisors'
041400*     escalation list.
041500*----------------------------------------------------------
041600 3000-PRINT-TICKLER.
041700     MOVE SPACES TO WS-CUR-SECTION WS-CUR-OPER.
041800     MOVE 0 TO WS-OPER-ITEMS.
041900     SET WS-SORT-EOF TO FALSE.
042000     PERFORM 3100-RETURN-FOLLOW-UP THRU 3100-EXIT.
042100     PERFORM 3200-PRINT-ONE-FOLLOW-UP THRU 3200-EXIT
042200         UNTIL WS-SORT-EOF.
042300     PERFORM 3300-CLOSE-OPERATOR THRU 3300-EXIT.
042400 3000-EXIT.
042500     EXIT.
042600*----------------------------------------------------------
042700* 3100-RETURN-FOLLOW-UP
042800*----------------------------------------------------------
042900 3100-RETURN-FOLLOW-UP.
043000     RETURN TICKLER-SORT
043100         AT END
043200             SET WS-SORT-EOF TO TRUE
043300     END-RETURN.
043400 3100-EXIT.
043500     EXIT.
043600*----------------------------------------------------------
043700* 3200-PRINT-ONE-FOLLOW-UP
043800*----------------------------------------------------------
043900 3200-PRINT-ONE-FOLLOW-UP.
044000     IF TS-SECTION NOT = WS-CUR-SECTION
044100         PERFORM 3300-CLOSE-OPERATOR THRU 3300-EXIT
044200         MOVE SPACES TO WS-CUR-OPER
044300         MOVE TS-SECTION TO WS-CUR-SECTION
044400         IF TS-SECTION-ESCALATE
044500             MOVE SPACES TO REPORT-LINE
044600             WRITE REPORT-LINE
044700             WRITE REPORT-LINE FROM RPT-ESC-HEAD-LINE
044800             WRITE REPORT-LINE FROM RPT-COL-HEAD-LINE
044900         END-IF
045000     END-IF.
045100     IF TS-SECTION-OPERATOR
045200         AND TS-ASSIGNED-OPER NOT = WS-CUR-OPER
045300         PERFORM 3300-CLOSE-OPERATOR THRU 3300-EXIT
045400         MOVE TS-ASSIGNED-OPER TO WS-CUR-OPER
045500         MOVE SPACES TO REPORT-LINE
045600         WRITE REPORT-LINE
045700         MOVE TS-ASSIGNED-OPER TO RPO-OPERATOR
045800         WRITE REPORT-LINE FROM RPT-OPER-LINE
045900         WRITE REPORT-LINE FROM RPT-COL-HEAD-LINE
046000     END-IF.
046100     MOVE TS-DUE-DATE TO RPD-DUE-DATE.
046200     MOVE TS-ASSIGNED-OPER TO RPD-ASSIGNED-OPER.
046300     MOVE TS-CUST-ID TO RPD-CUST-ID.
046400     MOVE TS-NOTE-DATE TO RPD-NOTE-DATE.
046500     MOVE TS-NOTE-OPER TO RPD-NOTE-OPER.
046600     MOVE TS-NOTE-TEXT TO RPD-NOTE-TEXT.
046700     EVALUATE TRUE
046800         WHEN TS-STATE-DUE
046900             MOVE 'DUE TODAY' TO RPD-STATUS
047000         WHEN TS-STATE-OVERDUE
047100             MOVE 'OVERDUE' TO RPD-STATUS
047200         WHEN OTHER
047300             MOVE 'ESCALATED' TO RPD-STATUS
047400     END-EVALUATE.
047500     MOVE TS-ESC-DATE TO RPD-ESC-DATE.
047600     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
047700     IF TS-SECTION-OPERATOR
047800         ADD 1 TO WS-OPER-ITEMS
047900     END-IF.
048000     PERFORM 3100-RETURN-FOLLOW-UP THRU 3100-EXIT.
048100 3200-EXIT.
048200     EXIT.
048300*----------------------------------------------------------
048400* 3300-CLOSE-OPERATOR - the item count under the operator
048500*     just listed.
048600*----------------------------------------------------------
048700 3300-CLOSE-OPERATOR.
048800     IF WS-OPER-ITEMS = 0
048900         GO TO 3300-EXIT
049000     END-IF.
049100     MOVE WS-OPER-ITEMS TO RPT-OPER-ITEMS.
049200     WRITE REPORT-LINE FROM RPT-OPER-TOTAL-LINE.
049300     MOVE 0 TO WS-OPER-ITEMS.
049400 3300-EXIT.
049500     EXIT.
049600*----------------------------------------------------------
049700* 4000-STAMP-ESCALATIONS - the escalation dates go back on
049800*     the notes file, whole from the work file, only when
049900*     something escalated tonight.
050000*----------------------------------------------------------
050100 4000-STAMP-ESCALATIONS.
050200     IF NOT WS-NOTES-OPEN
050300         OR WS-NEW-ESC-COUNT = 0
050400         GO TO 4000-EXIT
050500     END-IF.
050600     OPEN INPUT NOTE-WORK.
050700     OPEN OUTPUT CUST-NOTE-FILE.
050800     SET WS-NOTE-EOF TO FALSE.
050900     PERFORM 4100-RESTORE-ONE-NOTE THRU 4100-EXIT
051000         UNTIL WS-NOTE-EOF.
051100     CLOSE NOTE-WORK CUST-NOTE-FILE.
051200 4000-EXIT.
051300     EXIT.
051400*----------------------------------------------------------
051500* 4100-RESTORE-ONE-NOTE
051600*----------------------------------------------------------
051700 4100-RESTORE-ONE-NOTE.
051800     READ NOTE-WORK
051900         AT END
052000             SET WS-NOTE-EOF TO TRUE
052100             GO TO 4100-EXIT
052200     END-READ.
052300     MOVE NOTE-WORK-RECORD TO CUST-NOTE-RECORD.
052400     WRITE CUST-NOTE-RECORD.
052500 4100-EXIT.
052600     EXIT.
052700*----------------------------------------------------------
052800* 8000-PRINT-SUMMARY
052900*----------------------------------------------------------
053000 8000-PRINT-SUMMARY.
053100     MOVE SPACES TO REPORT-LINE.
053200     WRITE REPORT-LINE.
053300     MOVE WS-OPEN-COUNT TO RPT-OPEN-COUNT.
053400     MOVE WS-DUE-COUNT TO RPT-DUE-COUNT.
053500     MOVE WS-OVERDUE-COUNT TO RPT-OVERDUE-COUNT.
053600     WRITE REPORT-LINE FROM RPT-COUNT-LINE-1.
053700     MOVE WS-ESC-COUNT TO RPT-ESC-COUNT.
053800     MOVE WS-NEW-ESC-COUNT TO RPT-NEW-ESC-COUNT.
053900     WRITE REPORT-LINE FROM RPT-COUNT-LINE-2.
054000     DISPLAY 'NOTE-TICKLER - ', WS-DUE-COUNT, ' DUE, ',
054100         WS-OVERDUE-COUNT, ' OVERDUE, ', WS-NEW-ESC-COUNT,
054200         ' NEWLY ESCALATED'.
054300 8000-EXIT.
054400     EXIT.
054500*----------------------------------------------------------
054600* 9000-TERMINATE
054700*----------------------------------------------------------
054800 9000-TERMINATE.
054900     CLOSE REPORT-OUT.
055000     SET JB-FUNC-END TO TRUE.
055100     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
055200     MOVE RETURN-CODE TO JB-RETURN-CODE.
055300     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
055400 9000-EXIT.
055500     EXIT.
