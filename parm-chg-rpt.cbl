000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARM-CHG-RPT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Lists the PARMCHG parameter-change log over a requested
000900* business-date range, optionally for one run control
001000* only: each business date headed on its own, then one
001100* line per field changed - when, by which operator, the
001200* control and field, whether the record or entry was
001300* added, changed or removed, and the value before and
001400* after - so a control found set wrong can be traced to
001500* the session that set it. PARM-MAINT appends to the log
001600* as it goes, so the entries arrive in date order.
001700*----------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-10-15   DN   Original program.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT PARM-CHANGE-LOG ASSIGN TO 'PARMCHG'
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS PC-FILE-STATUS.
002800     SELECT REPORT-OUT ASSIGN TO 'PARMCHGR'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS RO-FILE-STATUS.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  PARM-CHANGE-LOG
003500     LABEL RECORDS ARE STANDARD.
003600     COPY "parmchg.cpy".
003700*
003800 FD  REPORT-OUT
003900     LABEL RECORDS ARE STANDARD.
004000 01  REPORT-LINE                 PIC X(100).
004100*
004200 WORKING-STORAGE SECTION.
004300 01  PC-FILE-STATUS              PIC X(02).
004400 01  RO-FILE-STATUS              PIC X(02).
004500*
004600 01  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
004700     88  WS-LOG-EOF              VALUE 'Y'.
004800*
004900 01  WS-REQUESTED-CONTROL        PIC X(10).
005000 01  WS-FROM-DATE-IN             PIC X(08).
005100 01  WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE-IN
005200                                 PIC 9(08).
005300 01  WS-TO-DATE-IN               PIC X(08).
005400 01  WS-TO-DATE-NUM REDEFINES WS-TO-DATE-IN
005500                                 PIC 9(08).
005600 01  WS-FROM-DATE                PIC 9(08).
005700 01  WS-TO-DATE                  PIC 9(08).
005800 01  WS-PREV-DATE                PIC 9(08) VALUE 0.
005900 01  WS-DATE-COUNT               PIC 9(07) COMP VALUE 0.
006000 01  WS-MATCH-COUNT              PIC 9(07) COMP VALUE 0.
006100*
006200 COPY "rundate.cpy".
006300*
006400 01  RPT-HEADER-LINE.
006500     05  FILLER                  PIC X(21) VALUE
006600         'RUN-CONTROL CHANGES  '.
006700     05  HDR-CONTROL             PIC X(10).
006800     05  FILLER                  PIC X(02) VALUE SPACES.
006900     05  HDR-FROM-DATE           PIC 9999/99/99.
007000     05  FILLER                  PIC X(03) VALUE ' - '.
007100     05  HDR-TO-DATE             PIC 9999/99/99.
007200     05  FILLER                  PIC X(03) VALUE SPACES.
007300     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
007400     05  HDR-RUN-DATE            PIC 9999/99/99.
007500*
007600 01  RPT-COLUMN-LINE.
007700     05  FILLER                  PIC X(10) VALUE 'TIME'.
007800     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
007900     05  FILLER                  PIC X(11) VALUE 'CONTROL'.
008000     05  FILLER                  PIC X(11) VALUE 'ENTRY'.
008100     05  FILLER                  PIC X(17) VALUE 'FIELD'.
008200     05  FILLER                  PIC X(09) VALUE 'ACTION'.
008300     05  FILLER                  PIC X(12) VALUE 'BEFORE'.
008400     05  FILLER                  PIC X(10) VALUE 'AFTER'.
008500*
008600 01  RPT-DATE-LINE.
008700     05  FILLER                  PIC X(15) VALUE
008800         'BUSINESS DATE '.
008900     05  RDT-DATE                PIC 9999/99/99.
009000*
009100 01  RPT-DETAIL-LINE.
009200     05  RPD-TIME                PIC 9(08).
009300     05  FILLER                  PIC X(02) VALUE SPACES.
009400     05  RPD-OPERATOR            PIC X(08).
009500     05  FILLER                  PIC X(02) VALUE SPACES.
009600     05  RPD-CONTROL             PIC X(10).
009700     05  FILLER                  PIC X(01) VALUE SPACES.
009800     05  RPD-ENTRY-KEY           PIC X(10).
009900     05  FILLER                  PIC X(01) VALUE SPACES.
010000     05  RPD-FIELD               PIC X(16).
010100     05  FILLER                  PIC X(01) VALUE SPACES.
010200     05  RPD-ACTION              PIC X(07).
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  RPD-BEFORE              PIC X(10).
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  RPD-AFTER               PIC X(10).
010700*
010800 01  RPT-DATE-COUNT-LINE.
010900     05  FILLER                  PIC X(30) VALUE
011000         '    CHANGES THIS DATE:'.
011100     05  RPT-DATE-COUNT          PIC ZZZ,ZZ9.
011200*
011300 01  RPT-COUNT-LINE.
011400     05  FILLER                  PIC X(30) VALUE
011500         'CHANGES LISTED:'.
011600     05  RPT-COUNT               PIC ZZZ,ZZ9.
011700*
011800 PROCEDURE DIVISION.
011900*----------------------------------------------------------
012000* 0000-MAINLINE
012100*----------------------------------------------------------
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012400     PERFORM 2000-READ-LOG THRU 2000-EXIT.
012500     PERFORM 2100-PROCESS-LOG THRU 2100-EXIT
012600         UNTIL WS-LOG-EOF.
012700     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012900     STOP RUN.
013000*----------------------------------------------------------
013100* 1000-INITIALIZE - take the requested control and date
013200*     range, open the files, and print the report header.
013300*     A blank control lists every control; a blank or
013400*     non-numeric date defaults to the widest range; a
013500*     missing change log simply lists nothing.
013600*----------------------------------------------------------
013700 1000-INITIALIZE.
013800     DISPLAY 'Enter run control name (blank = all): '.
013900     MOVE SPACES TO WS-REQUESTED-CONTROL.
014000     ACCEPT WS-REQUESTED-CONTROL.
014100     INSPECT WS-REQUESTED-CONTROL CONVERTING
014200         'abcdefghijklmnopqrstuvwxyz'
014300         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
014400     DISPLAY 'Enter from date YYYYMMDD (blank = all): '.
014500     ACCEPT WS-FROM-DATE-IN.
014600     IF WS-FROM-DATE-IN = SPACES
014700             OR WS-FROM-DATE-IN IS NOT NUMERIC
014800         MOVE 0 TO WS-FROM-DATE
014900     ELSE
015000         MOVE WS-FROM-DATE-NUM TO WS-FROM-DATE
015100     END-IF.
015200     DISPLAY 'Enter to date YYYYMMDD (blank = all): '.
015300     ACCEPT WS-TO-DATE-IN.
015400     IF WS-TO-DATE-IN = SPACES
015500             OR WS-TO-DATE-IN IS NOT NUMERIC
015600         MOVE 99999999 TO WS-TO-DATE
015700     ELSE
015800         MOVE WS-TO-DATE-NUM TO WS-TO-DATE
015900     END-IF.
016000     CALL 'BUS-DATE' USING WS-RUN-DATE.
016100     OPEN INPUT PARM-CHANGE-LOG.
016200     IF PC-FILE-STATUS = '35'
016300         SET WS-LOG-EOF TO TRUE
016400     END-IF.
016500     OPEN OUTPUT REPORT-OUT.
016600     IF WS-REQUESTED-CONTROL = SPACES
016700         MOVE 'ALL' TO HDR-CONTROL
016800     ELSE
016900         MOVE WS-REQUESTED-CONTROL TO HDR-CONTROL
017000     END-IF.
017100     MOVE WS-FROM-DATE TO HDR-FROM-DATE.
017200     MOVE WS-TO-DATE TO HDR-TO-DATE.
017300     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
017400     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
017500     WRITE REPORT-LINE FROM RPT-COLUMN-LINE.
017600     MOVE ALL '-' TO REPORT-LINE.
017700     WRITE REPORT-LINE.
017800 1000-EXIT.
017900     EXIT.
018000*----------------------------------------------------------
018100* 2000-READ-LOG
018200*----------------------------------------------------------
018300 2000-READ-LOG.
018400     IF NOT WS-LOG-EOF
018500         READ PARM-CHANGE-LOG
018600             AT END
018700                 SET WS-LOG-EOF TO TRUE
018800         END-READ
018900     END-IF.
019000 2000-EXIT.
019100     EXIT.
019200*----------------------------------------------------------
019300* 2100-PROCESS-LOG - list the change when it belongs to
019400*     the requested control and falls inside the date
019500*     range, heading each new business date.
019600*----------------------------------------------------------
019700 2100-PROCESS-LOG.
019800     IF PC-CHANGE-DATE < WS-FROM-DATE
019900         OR PC-CHANGE-DATE > WS-TO-DATE
020000         GO TO 2100-NEXT
020100     END-IF.
020200     IF WS-REQUESTED-CONTROL NOT = SPACES
020300         AND PC-CONTROL-ID NOT = WS-REQUESTED-CONTROL
020400         GO TO 2100-NEXT
020500     END-IF.
020600     IF PC-CHANGE-DATE NOT = WS-PREV-DATE
020700         PERFORM 3000-START-DATE THRU 3000-EXIT
020800     END-IF.
020900     MOVE PC-CHANGE-TIME TO RPD-TIME.
021000     MOVE PC-OPERATOR-ID TO RPD-OPERATOR.
021100     MOVE PC-CONTROL-ID TO RPD-CONTROL.
021200     MOVE PC-ENTRY-KEY TO RPD-ENTRY-KEY.
021300     MOVE PC-FIELD-NAME TO RPD-FIELD.
021400     EVALUATE TRUE
021500         WHEN PC-ACTION-ADD
021600             MOVE 'ADDED' TO RPD-ACTION
021700         WHEN PC-ACTION-REMOVE
021800             MOVE 'REMOVED' TO RPD-ACTION
021900         WHEN OTHER
022000             MOVE 'CHANGED' TO RPD-ACTION
022100     END-EVALUATE.
022200     MOVE PC-BEFORE-VALUE TO RPD-BEFORE.
022300     MOVE PC-AFTER-VALUE TO RPD-AFTER.
022400     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
022500     ADD 1 TO WS-DATE-COUNT.
022600     ADD 1 TO WS-MATCH-COUNT.
022700 2100-NEXT.
022800     PERFORM 2000-READ-LOG THRU 2000-EXIT.
022900 2100-EXIT.
023000     EXIT.
023100*----------------------------------------------------------
023200* 3000-START-DATE - close off the date before and head the
023300*     new one.
023400*----------------------------------------------------------
023500 3000-START-DATE.
023600     IF WS-PREV-DATE NOT = 0
023700         PERFORM 3100-END-DATE THRU 3100-EXIT
023800     END-IF.
023900     MOVE PC-CHANGE-DATE TO WS-PREV-DATE.
024000     MOVE 0 TO WS-DATE-COUNT.
024100     MOVE SPACES TO REPORT-LINE.
024200     WRITE REPORT-LINE.
024300     MOVE PC-CHANGE-DATE TO RDT-DATE.
024400     WRITE REPORT-LINE FROM RPT-DATE-LINE.
024500 3000-EXIT.
024600     EXIT.
024700*----------------------------------------------------------
024800* 3100-END-DATE
024900*----------------------------------------------------------
025000 3100-END-DATE.
025100     MOVE WS-DATE-COUNT TO RPT-DATE-COUNT.
025200     WRITE REPORT-LINE FROM RPT-DATE-COUNT-LINE.
025300 3100-EXIT.
025400     EXIT.
025500*----------------------------------------------------------
025600* 8000-PRINT-SUMMARY
025700*----------------------------------------------------------
025800 8000-PRINT-SUMMARY.
025900     IF WS-PREV-DATE NOT = 0
026000         PERFORM 3100-END-DATE THRU 3100-EXIT
026100     END-IF.
026200     MOVE ALL '-' TO REPORT-LINE.
026300     WRITE REPORT-LINE.
026400     MOVE WS-MATCH-COUNT TO RPT-COUNT.
026500     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
026600 8000-EXIT.
026700     EXIT.
026800*----------------------------------------------------------
026900* 9000-TERMINATE
027000*----------------------------------------------------------
027100 9000-TERMINATE.
027200     IF PC-FILE-STATUS NOT = '35'
027300         CLOSE PARM-CHANGE-LOG
027400     END-IF.
027500     CLOSE REPORT-OUT.
027600 9000-EXIT.
027700     EXIT.
