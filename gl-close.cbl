000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     GL-CLOSE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Supervisor-only accounting-period control. Lists the
000900* GLPERIOD periods and takes one action at a time: add a
001000* new open period, begin the close of an open period whose
001100* last date has passed, or close and lock a closing period
001200* once every earlier period is closed. A closed period is
001300* final - there is no re-open - and from then on GL-POST,
001400* GL-ADJ-ENTRY, GL-ADJ-APPROVE, and the job-stream catch-up
001500* all refuse postings dated into it through the GL-PERIOD
001600* lookup. Every change is stamped with the date and
001700* supervisor and logged to OPERACT through ACT-LOG.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-10-14   DN   Original program.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT GL-PERIOD-FILE ASSIGN TO 'GLPERIOD'
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS GR-FILE-STATUS.
002900     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS AF-FILE-STATUS.
003200*
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  GL-PERIOD-FILE
003600     LABEL RECORDS ARE STANDARD.
003700     COPY "glperiod.cpy".
003800*
003900 FD  AUTH-FAIL-LOG
004000     LABEL RECORDS ARE STANDARD.
004100     COPY "authfailrc.cpy".
004200*
004300 WORKING-STORAGE SECTION.
004400 COPY "operauth.cpy".
004500 COPY "signonws.cpy".
004600 COPY "actlogpm.cpy".
004700 COPY "rundate.cpy".
004800*
004900 01  GR-FILE-STATUS          PIC X(02).
005000 01  AF-FILE-STATUS          PIC X(02).
005100*
005200 01  WS-OPERATOR-ID          PIC X(08).
005300 01  WS-AUTH-CODE            PIC X(04).
005400 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
005500     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
005600*
005700 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
005800     88  WS-DONE             VALUE 'Y'.
005900 01  WS-PRD-EOF-SW           PIC X(01).
006000     88  WS-PRD-EOF          VALUE 'Y' FALSE 'N'.
006100 01  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
006200     88  WS-OVERFLOW         VALUE 'Y' FALSE 'N'.
006300 01  WS-CHANGED-SW           PIC X(01) VALUE 'N'.
006400     88  WS-CHANGED          VALUE 'Y' FALSE 'N'.
006500 01  WS-FOUND-SW             PIC X(01).
006600     88  WS-FOUND            VALUE 'Y' FALSE 'N'.
006700 01  WS-CONFLICT-SW          PIC X(01).
006800     88  WS-CONFLICT         VALUE 'Y' FALSE 'N'.
006900*
007000 77  WS-PRD-LIMIT            PIC 9(03) COMP VALUE 120.
007100 01  WS-PRD-COUNT            PIC 9(03) COMP VALUE 0.
007200 01  WS-PRD-SUB              PIC 9(03) COMP.
007300 01  WS-FOUND-SUB            PIC 9(03) COMP.
007400 01  WS-PRD-TABLE.
007500     05  WS-PRD-REC          PIC X(48) OCCURS 120 TIMES.
007600*
007700 01  WS-ACTION               PIC X(01).
007800 01  WS-CONFIRM              PIC X(01).
007900 01  WS-PERIOD-IN            PIC X(06).
008000 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-IN
008100                             PIC 9(06).
008200 01  WS-START-IN             PIC X(08).
008300 01  WS-START-NUM REDEFINES WS-START-IN
008400                             PIC 9(08).
008500 01  WS-END-IN               PIC X(08).
008600 01  WS-END-NUM REDEFINES WS-END-IN
008700                             PIC 9(08).
008800 01  WS-LOCKED-THRU          PIC 9(08) VALUE 0.
008900 01  WS-TARGET-START         PIC 9(08).
009000 01  WS-ACTION-CODE          PIC X(08).
009100 01  WS-STATUS-TEXT          PIC X(07).
009200*
009300 PROCEDURE DIVISION.
009400*----------------------------------------------------------
009500* 0000-MAINLINE
009600*----------------------------------------------------------
009700 0000-MAINLINE.
009800     CALL 'BUS-DATE' USING WS-RUN-DATE.
009900     OPEN EXTEND AUTH-FAIL-LOG.
010000     IF AF-FILE-STATUS = '35'
010100         OPEN OUTPUT AUTH-FAIL-LOG
010200     END-IF.
010300     PERFORM 1700-CHECK-OPERATOR-AUTH THRU 1700-EXIT.
010400     IF NOT WS-AUTHORIZED
010500         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED FOR ',
010600             'GL PERIOD CONTROL'
010700         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
010800         CLOSE AUTH-FAIL-LOG
010900         GOBACK
011000     END-IF.
011100     PERFORM 2000-LOAD-PERIODS THRU 2000-EXIT.
011200     IF WS-OVERFLOW
011300         DISPLAY 'PERIOD FILE EXCEEDS ', WS-PRD-LIMIT,
011400             ' ENTRIES - SESSION REFUSED, FILE LEFT ',
011500             'UNTOUCHED'
011600         CLOSE AUTH-FAIL-LOG
011700         GOBACK
011800     END-IF.
011900     PERFORM 2500-LIST-PERIODS THRU 2500-EXIT.
012000     PERFORM 3000-TAKE-ONE-ACTION THRU 3000-EXIT
012100         UNTIL WS-DONE.
012200     IF WS-CHANGED
012300         PERFORM 4000-REWRITE-PERIODS THRU 4000-EXIT
012400         DISPLAY 'GL PERIOD FILE UPDATED'
012500     ELSE
012600         DISPLAY 'NO PERIOD CHANGES MADE'
012700     END-IF.
012800     CLOSE AUTH-FAIL-LOG.
012900     GOBACK.
013000*----------------------------------------------------------
013100* 1700-CHECK-OPERATOR-AUTH - supervisor gate, same as the
013200*     other supervisor-only programs.
013300*----------------------------------------------------------
013400 1700-CHECK-OPERATOR-AUTH.
013500     IF SO-SIGNED-ON
013600         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
013700         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
013800     ELSE
013900         DISPLAY 'Enter your operator ID: '
014000         ACCEPT WS-OPERATOR-ID
014100         DISPLAY 'Enter your authorization code: '
014200         ACCEPT WS-AUTH-CODE
014300     END-IF.
014400     SET WS-AUTHORIZED TO FALSE.
014500     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
014600     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
014700     MOVE '3' TO OA-REQUIRED-ROLE.
014800     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
014900     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
015000     IF OA-AUTHORIZED
015100         SET WS-AUTHORIZED TO TRUE
015200     END-IF.
015300 1700-EXIT.
015400     EXIT.
015500*----------------------------------------------------------
015600* 1730-WRITE-AUTH-FAIL
015700*----------------------------------------------------------
015800 1730-WRITE-AUTH-FAIL.
015900     MOVE 'GL-CLOSE' TO AF-SOURCE-PGM.
016000     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
016100     ACCEPT AF-REJECT-TIME FROM TIME.
016200     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
016300     MOVE 'OPERATOR NOT AUTHORIZED' TO AF-REASON.
016400     WRITE AUTH-FAIL-RECORD.
016500 1730-EXIT.
016600     EXIT.
016700*----------------------------------------------------------
016800* 2000-LOAD-PERIODS - the whole file into the work table,
016900*     noting the date the books are locked through.
017000*----------------------------------------------------------
017100 2000-LOAD-PERIODS.
017200     OPEN INPUT GL-PERIOD-FILE.
017300     IF GR-FILE-STATUS NOT = '00'
017400         GO TO 2000-EXIT
017500     END-IF.
017600     SET WS-PRD-EOF TO FALSE.
017700     PERFORM 2100-LOAD-ONE-PERIOD THRU 2100-EXIT
017800         UNTIL WS-PRD-EOF
017900         OR WS-PRD-COUNT = WS-PRD-LIMIT.
018000     IF NOT WS-PRD-EOF
018100         SET WS-OVERFLOW TO TRUE
018200     END-IF.
018300     CLOSE GL-PERIOD-FILE.
018400 2000-EXIT.
018500     EXIT.
018600*----------------------------------------------------------
018700* 2100-LOAD-ONE-PERIOD
018800*----------------------------------------------------------
018900 2100-LOAD-ONE-PERIOD.
019000     READ GL-PERIOD-FILE
019100         AT END
019200             SET WS-PRD-EOF TO TRUE
019300             GO TO 2100-EXIT
019400     END-READ.
019500     ADD 1 TO WS-PRD-COUNT.
019600     MOVE GL-PERIOD-RECORD TO WS-PRD-REC (WS-PRD-COUNT).
019700     IF GR-STAT-CLOSED
019800         AND GR-END-DATE > WS-LOCKED-THRU
019900         MOVE GR-END-DATE TO WS-LOCKED-THRU
020000     END-IF.
020100 2100-EXIT.
020200     EXIT.
020300*----------------------------------------------------------
020400* 2500-LIST-PERIODS
020500*----------------------------------------------------------
020600 2500-LIST-PERIODS.
020700     DISPLAY ' '.
020800     DISPLAY 'PERIOD  START     END       STATUS   BY'.
020900     PERFORM 2510-LIST-ONE-PERIOD THRU 2510-EXIT
021000         VARYING WS-PRD-SUB FROM 1 BY 1
021100         UNTIL WS-PRD-SUB > WS-PRD-COUNT.
021200     IF WS-LOCKED-THRU > 0
021300         DISPLAY 'BOOKS LOCKED THROUGH ', WS-LOCKED-THRU
021400     END-IF.
021500 2500-EXIT.
021600     EXIT.
021700*----------------------------------------------------------
021800* 2510-LIST-ONE-PERIOD
021900*----------------------------------------------------------
022000 2510-LIST-ONE-PERIOD.
022100     MOVE WS-PRD-REC (WS-PRD-SUB) TO GL-PERIOD-RECORD.
022200     EVALUATE TRUE
022300         WHEN GR-STAT-OPEN
022400             MOVE 'OPEN' TO WS-STATUS-TEXT
022500         WHEN GR-STAT-CLOSING
022600             MOVE 'CLOSING' TO WS-STATUS-TEXT
022700         WHEN GR-STAT-CLOSED
022800             MOVE 'CLOSED' TO WS-STATUS-TEXT
022900         WHEN OTHER
023000             MOVE '?' TO WS-STATUS-TEXT
023100     END-EVALUATE.
023200     DISPLAY GR-PERIOD-ID, '  ', GR-START-DATE, '  ',
023300         GR-END-DATE, '  ', WS-STATUS-TEXT, '  ',
023400         GR-STATUS-OPER.
023500 2510-EXIT.
023600     EXIT.
023700*----------------------------------------------------------
023800* 3000-TAKE-ONE-ACTION - blank action ends the session.
023900*----------------------------------------------------------
024000 3000-TAKE-ONE-ACTION.
024100     DISPLAY ' '.
024200     DISPLAY 'A=add period, C=begin close, X=close and ',
024300         'lock, L=list, blank=exit: '.
024400     ACCEPT WS-ACTION.
024500     EVALUATE WS-ACTION
024600         WHEN SPACE
024700             SET WS-DONE TO TRUE
024800         WHEN 'A'
024900         WHEN 'a'
025000             PERFORM 3100-ADD-PERIOD THRU 3100-EXIT
025100         WHEN 'C'
025200         WHEN 'c'
025300             PERFORM 3200-BEGIN-CLOSE THRU 3200-EXIT
025400         WHEN 'X'
025500         WHEN 'x'
025600             PERFORM 3300-CLOSE-PERIOD THRU 3300-EXIT
025700         WHEN 'L'
025800         WHEN 'l'
025900             PERFORM 2500-LIST-PERIODS THRU 2500-EXIT
026000         WHEN OTHER
026100             DISPLAY 'UNKNOWN ACTION'
026200     END-EVALUATE.
026300 3000-EXIT.
026400     EXIT.
026500*----------------------------------------------------------
026600* 3100-ADD-PERIOD - a new period opens after the locked
026700*     dates and overlaps no period already listed.
026800*----------------------------------------------------------
026900 3100-ADD-PERIOD.
027000     IF WS-PRD-COUNT = WS-PRD-LIMIT
027100         DISPLAY 'PERIOD TABLE FULL - NOT ADDED'
027200         GO TO 3100-EXIT
027300     END-IF.
027400     DISPLAY 'New period ID (YYYYMM): '.
027500     ACCEPT WS-PERIOD-IN.
027600     DISPLAY 'First date (YYYYMMDD): '.
027700     ACCEPT WS-START-IN.
027800     DISPLAY 'Last date (YYYYMMDD): '.
027900     ACCEPT WS-END-IN.
028000     IF WS-PERIOD-IN IS NOT NUMERIC
028100         OR WS-START-IN IS NOT NUMERIC
028200         OR WS-END-IN IS NOT NUMERIC
028300         DISPLAY 'PERIOD AND DATES MUST BE NUMERIC - NOT ADDED'
028400         GO TO 3100-EXIT
028500     END-IF.
028600     IF WS-START-NUM > WS-END-NUM
028700         DISPLAY 'FIRST DATE AFTER LAST DATE - NOT ADDED'
028800         GO TO 3100-EXIT
028900     END-IF.
029000     IF WS-START-NUM NOT > WS-LOCKED-THRU
029100         DISPLAY 'BOOKS ARE LOCKED THROUGH ', WS-LOCKED-THRU,
029200             ' - NOT ADDED'
029300         GO TO 3100-EXIT
029400     END-IF.
029500     SET WS-CONFLICT TO FALSE.
029600     PERFORM 3110-CHECK-OVERLAP THRU 3110-EXIT
029700         VARYING WS-PRD-SUB FROM 1 BY 1
029800         UNTIL WS-PRD-SUB > WS-PRD-COUNT OR WS-CONFLICT.
029900     IF WS-CONFLICT
030000         DISPLAY 'PERIOD ID OR DATES CLASH WITH PERIOD ',
030100             GR-PERIOD-ID, ' - NOT ADDED'
030200         GO TO 3100-EXIT
030300     END-IF.
030400     MOVE SPACES TO GL-PERIOD-RECORD.
030500     MOVE WS-PERIOD-NUM TO GR-PERIOD-ID.
030600     MOVE WS-START-NUM TO GR-START-DATE.
030700     MOVE WS-END-NUM TO GR-END-DATE.
030800     SET GR-STAT-OPEN TO TRUE.
030900     MOVE WS-RUN-DATE TO GR-STATUS-DATE.
031000     MOVE WS-OPERATOR-ID TO GR-STATUS-OPER.
031100     ADD 1 TO WS-PRD-COUNT.
031200     MOVE GL-PERIOD-RECORD TO WS-PRD-REC (WS-PRD-COUNT).
031300     SET WS-CHANGED TO TRUE.
031400     MOVE 'GLPADD' TO WS-ACTION-CODE.
031500     PERFORM 3900-LOG-ACTION THRU 3900-EXIT.
031600     DISPLAY 'PERIOD ', GR-PERIOD-ID, ' ADDED - OPEN'.
031700 3100-EXIT.
031800     EXIT.
031900*----------------------------------------------------------
032000* 3110-CHECK-OVERLAP
032100*----------------------------------------------------------
032200 3110-CHECK-OVERLAP.
032300     MOVE WS-PRD-REC (WS-PRD-SUB) TO GL-PERIOD-RECORD.
032400     IF GR-PERIOD-ID = WS-PERIOD-NUM
032500         SET WS-CONFLICT TO TRUE
032600         GO TO 3110-EXIT
032700     END-IF.
032800     IF WS-START-NUM NOT > GR-END-DATE
032900         AND WS-END-NUM NOT < GR-START-DATE
033000         SET WS-CONFLICT TO TRUE
033100     END-IF.
033200 3110-EXIT.
033300     EXIT.
033400*----------------------------------------------------------
033500* 3200-BEGIN-CLOSE - an open period whose last date has
033600*     passed moves to closing; postings are still taken
033700*     while the controller works the close.
033800*----------------------------------------------------------
033900 3200-BEGIN-CLOSE.
034000     PERFORM 3800-FIND-PERIOD THRU 3800-EXIT.
034100     IF NOT WS-FOUND
034200         GO TO 3200-EXIT
034300     END-IF.
034400     IF NOT GR-STAT-OPEN
034500         DISPLAY 'PERIOD ', GR-PERIOD-ID, ' IS NOT OPEN'
034600         GO TO 3200-EXIT
034700     END-IF.
034800     IF GR-END-DATE NOT < WS-RUN-DATE
034900         DISPLAY 'PERIOD ', GR-PERIOD-ID, ' RUNS THROUGH ',
035000             GR-END-DATE, ' - TOO EARLY TO CLOSE'
035100         GO TO 3200-EXIT
035200     END-IF.
035300     SET GR-STAT-CLOSING TO TRUE.
035400     MOVE WS-RUN-DATE TO GR-STATUS-DATE.
035500     MOVE WS-OPERATOR-ID TO GR-STATUS-OPER.
035600     MOVE GL-PERIOD-RECORD TO WS-PRD-REC (WS-FOUND-SUB).
035700     SET WS-CHANGED TO TRUE.
035800     MOVE 'GLPCLSNG' TO WS-ACTION-CODE.
035900     PERFORM 3900-LOG-ACTION THRU 3900-EXIT.
036000     DISPLAY 'PERIOD ', GR-PERIOD-ID, ' NOW CLOSING'.
036100 3200-EXIT.
036200     EXIT.
036300*----------------------------------------------------------
036400* 3300-CLOSE-PERIOD - a closing period closes and locks
036500*     only once every earlier period is closed; the lock
036600*     cannot be undone here or anywhere else.
036700*----------------------------------------------------------
036800 3300-CLOSE-PERIOD.
036900     PERFORM 3800-FIND-PERIOD THRU 3800-EXIT.
037000     IF NOT WS-FOUND
037100         GO TO 3300-EXIT
037200     END-IF.
037300     IF NOT GR-STAT-CLOSING
037400         DISPLAY 'PERIOD ', GR-PERIOD-ID, ' MUST BE CLOSING ',
037500             'BEFORE IT CAN BE CLOSED'
037600         GO TO 3300-EXIT
037700     END-IF.
037800     MOVE GR-START-DATE TO WS-TARGET-START.
037900     SET WS-CONFLICT TO FALSE.
038000     PERFORM 3310-CHECK-EARLIER THRU 3310-EXIT
038100         VARYING WS-PRD-SUB FROM 1 BY 1
038200         UNTIL WS-PRD-SUB > WS-PRD-COUNT OR WS-CONFLICT.
038300     IF WS-CONFLICT
038400         DISPLAY 'EARLIER PERIOD ', GR-PERIOD-ID,
038500             ' IS NOT CLOSED - CLOSE IT FIRST'
038600         GO TO 3300-EXIT
038700     END-IF.
038800     MOVE WS-PRD-REC (WS-FOUND-SUB) TO GL-PERIOD-RECORD.
038900     DISPLAY 'Close and lock period ', GR-PERIOD-ID,
039000         '? This cannot be reversed (Y/N): '.
039100     ACCEPT WS-CONFIRM.
039200     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
039300         DISPLAY 'PERIOD NOT CLOSED'
039400         GO TO 3300-EXIT
039500     END-IF.
039600     SET GR-STAT-CLOSED TO TRUE.
039700     MOVE WS-RUN-DATE TO GR-STATUS-DATE.
039800     MOVE WS-OPERATOR-ID TO GR-STATUS-OPER.
039900     MOVE GL-PERIOD-RECORD TO WS-PRD-REC (WS-FOUND-SUB).
040000     IF GR-END-DATE > WS-LOCKED-THRU
040100         MOVE GR-END-DATE TO WS-LOCKED-THRU
040200     END-IF.
040300     SET WS-CHANGED TO TRUE.
040400     MOVE 'GLPCLOSE' TO WS-ACTION-CODE.
040500     PERFORM 3900-LOG-ACTION THRU 3900-EXIT.
040600     DISPLAY 'PERIOD ', GR-PERIOD-ID, ' CLOSED AND LOCKED'.
040700 3300-EXIT.
040800     EXIT.
040900*----------------------------------------------------------
041000* 3310-CHECK-EARLIER
041100*----------------------------------------------------------
041200 3310-CHECK-EARLIER.
041300     MOVE WS-PRD-REC (WS-PRD-SUB) TO GL-PERIOD-RECORD.
041400     IF GR-START-DATE < WS-TARGET-START
041500         AND NOT GR-STAT-CLOSED
041600         SET WS-CONFLICT TO TRUE
041700     END-IF.
041800 3310-EXIT.
041900     EXIT.
042000*----------------------------------------------------------
042100* 3800-FIND-PERIOD - prompt for a period ID and leave its
042200*     record current.
042300*----------------------------------------------------------
042400 3800-FIND-PERIOD.
042500     SET WS-FOUND TO FALSE.
042600     DISPLAY 'Period ID (YYYYMM): '.
042700     ACCEPT WS-PERIOD-IN.
042800     IF WS-PERIOD-IN IS NOT NUMERIC
042900         DISPLAY 'PERIOD ID MUST BE NUMERIC'
043000         GO TO 3800-EXIT
043100     END-IF.
043200     PERFORM 3810-MATCH-ONE-PERIOD THRU 3810-EXIT
043300         VARYING WS-PRD-SUB FROM 1 BY 1
043400         UNTIL WS-PRD-SUB > WS-PRD-COUNT OR WS-FOUND.
043500     IF NOT WS-FOUND
043600         DISPLAY 'PERIOD ', WS-PERIOD-IN, ' NOT ON FILE'
043700     END-IF.
043800 3800-EXIT.
043900     EXIT.
044000*----------------------------------------------------------
044100* 3810-MATCH-ONE-PERIOD
044200*----------------------------------------------------------
044300 3810-MATCH-ONE-PERIOD.
044400     MOVE WS-PRD-REC (WS-PRD-SUB) TO GL-PERIOD-RECORD.
044500     IF GR-PERIOD-ID = WS-PERIOD-NUM
044600         SET WS-FOUND TO TRUE
044700         MOVE WS-PRD-SUB TO WS-FOUND-SUB
044800     END-IF.
044900 3810-EXIT.
045000     EXIT.
045100*----------------------------------------------------------
045200* 3900-LOG-ACTION
045300*----------------------------------------------------------
045400 3900-LOG-ACTION.
045500     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
045600     MOVE 'GL-CLOSE' TO AY-SOURCE-PGM.
045700     MOVE WS-ACTION-CODE TO AY-ACTION-CODE.
045800     MOVE GR-PERIOD-ID TO AY-ACTION-KEY.
045900     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
046000     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
046100 3900-EXIT.
046200     EXIT.
046300*----------------------------------------------------------
046400* 4000-REWRITE-PERIODS
046500*----------------------------------------------------------
046600 4000-REWRITE-PERIODS.
046700     OPEN OUTPUT GL-PERIOD-FILE.
046800     PERFORM 4100-WRITE-ONE-PERIOD THRU 4100-EXIT
046900         VARYING WS-PRD-SUB FROM 1 BY 1
047000         UNTIL WS-PRD-SUB > WS-PRD-COUNT.
047100     CLOSE GL-PERIOD-FILE.
047200 4000-EXIT.
047300     EXIT.
047400*----------------------------------------------------------
047500* 4100-WRITE-ONE-PERIOD
047600*----------------------------------------------------------
047700 4100-WRITE-ONE-PERIOD.
047800     MOVE WS-PRD-REC (WS-PRD-SUB) TO GL-PERIOD-RECORD.
047900     WRITE GL-PERIOD-RECORD.
048000 4100-EXIT.
048100     EXIT.
