000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DELEG-MAINT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Supervisor-gated maintenance for the APPRDLGT approver
000900* delegation register. A supervisor going on leave records
001000* a dated delegation of their approval work - the
001100* APPR-REVIEW queue, GL adjustments, or both - to another
001200* qualified operator, so deletes, merges, and adjustments
001300* do not sit pending until they return. The delegate must
001400* be an active intake operator whose code outlasts the
001500* delegation; a supervisor needs none, and an inquiry-only
001600* operator may not approve. A delegation to oneself is
001700* refused, and so are overlapping ones - one delegation
001800* per supervisor and one supervisor per delegate on any
001900* day - so every approval traces to one authority. The
002000* delegate still may not decide their own requests; the
002100* approval programs hold those as before. Any supervisor
002200* may cancel a delegation early; cancelled ones stay on
002300* file. Every change is on the operator-activity log.
002400*----------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE        INIT  DESCRIPTION
002700*    2026-10-15   DN   Original program.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DELEGATION-FILE ASSIGN TO 'APPRDLGT'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS DG-KEY
003600         FILE STATUS IS DG-FILE-STATUS.
003700     SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS OP-OPERATOR-ID
004100         FILE STATUS IS OP-FILE-STATUS.
004200     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS AF-FILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  DELEGATION-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY "apprdlg.cpy".
005100*
005200 FD  OPERATOR-MASTER
005300     LABEL RECORDS ARE STANDARD.
005400     COPY "opermast.cpy".
005500*
005600 FD  AUTH-FAIL-LOG
005700     LABEL RECORDS ARE STANDARD.
005800     COPY "authfailrc.cpy".
005900*
006000 WORKING-STORAGE SECTION.
006100 COPY "operauth.cpy".
006200 COPY "signonws.cpy".
006300 COPY "actlogpm.cpy".
006400 COPY "rundate.cpy".
006500*
006600 01  DG-FILE-STATUS          PIC X(02).
006700 01  OP-FILE-STATUS          PIC X(02).
006800 01  AF-FILE-STATUS          PIC X(02).
006900*
007000 01  WS-OPERATOR-ID          PIC X(08).
007100 01  WS-AUTH-CODE            PIC X(04).
007200 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
007300     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
007400 01  WS-MAST-OPEN-SW         PIC X(01) VALUE 'N'.
007500     88  WS-MAST-OPEN        VALUE 'Y'.
007600*
007700 01  WS-ACTION               PIC X(01).
007800     88  WS-ACTION-ADD       VALUE 'A'.
007900     88  WS-ACTION-LIST      VALUE 'L'.
008000     88  WS-ACTION-CANCEL    VALUE 'C'.
008100     88  WS-ACTION-DONE      VALUE 'X'.
008200*
008300 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
008400     88  WS-DONE             VALUE 'Y'.
008500 01  WS-SCAN-DONE-SW         PIC X(01).
008600     88  WS-SCAN-DONE        VALUE 'Y' FALSE 'N'.
008700 01  WS-CONFLICT-SW          PIC X(01).
008800     88  WS-CONFLICT         VALUE 'Y' FALSE 'N'.
008900*
009000 01  WS-LIST-CTR             PIC 9(04) COMP.
009100 01  WS-CONFIRM              PIC X(01).
009200*
009300*    The delegation being added, held apart from the record
009400*    area while the register is scanned for overlaps.
009500 01  WS-NEW-DELEGATION.
009600     05  WS-NEW-KEY.
009700         10  WS-NEW-DELEGATOR PIC X(08).
009800         10  WS-NEW-FROM     PIC 9(08).
009900     05  WS-NEW-DELEGATE     PIC X(08).
010000     05  WS-NEW-TO           PIC 9(08).
010100     05  WS-NEW-SCOPE        PIC X(01).
010200 01  WS-REC-END-DATE         PIC 9(08).
010300*
010400 01  WS-DATE-IN              PIC X(08).
010500 01  WS-DATE-NUM REDEFINES WS-DATE-IN
010600                             PIC 9(08).
010700*
010800 01  RPT-DELEG-LINE.
010900     05  RDL-DELEGATOR       PIC X(08).
011000     05  FILLER              PIC X(04) VALUE ' TO '.
011100     05  RDL-DELEGATE        PIC X(08).
011200     05  FILLER              PIC X(02) VALUE SPACES.
011300     05  RDL-FROM-DATE       PIC 9999/99/99.
011400     05  FILLER              PIC X(03) VALUE ' - '.
011500     05  RDL-TO-DATE         PIC 9999/99/99.
011600     05  FILLER              PIC X(08) VALUE '  SCOPE '.
011700     05  RDL-SCOPE           PIC X(01).
011800     05  FILLER              PIC X(02) VALUE SPACES.
011900     05  RDL-STATUS          PIC X(10).
012000     05  RDL-CANCEL-DATE     PIC X(10).
012100*
012200 PROCEDURE DIVISION.
012300*----------------------------------------------------------
012400* 0000-MAINLINE
012500*----------------------------------------------------------
012600 0000-MAINLINE.
012700     CALL 'BUS-DATE' USING WS-RUN-DATE.
012800     OPEN EXTEND AUTH-FAIL-LOG.
012900     IF AF-FILE-STATUS = '35'
013000         OPEN OUTPUT AUTH-FAIL-LOG
013100     END-IF.
013200     PERFORM 1700-CHECK-SUPERVISOR THRU 1700-EXIT.
013300     IF NOT WS-AUTHORIZED
013400         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED TO ',
013500             'MAINTAIN APPROVER DELEGATIONS'
013600         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
013700         CLOSE AUTH-FAIL-LOG
013800         GOBACK
013900     END-IF.
014000     OPEN I-O DELEGATION-FILE.
014100     IF DG-FILE-STATUS = '35'
014200         OPEN OUTPUT DELEGATION-FILE
014300         CLOSE DELEGATION-FILE
014400         OPEN I-O DELEGATION-FILE
014500     END-IF.
014600     OPEN INPUT OPERATOR-MASTER.
014700     IF OP-FILE-STATUS = '00'
014800         MOVE 'Y' TO WS-MAST-OPEN-SW
014900     END-IF.
015000     PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
015100         UNTIL WS-DONE.
015200     IF WS-MAST-OPEN
015300         CLOSE OPERATOR-MASTER
015400     END-IF.
015500     CLOSE DELEGATION-FILE AUTH-FAIL-LOG.
015600     GOBACK.
015700*----------------------------------------------------------
015800* 1700-CHECK-SUPERVISOR
015900*----------------------------------------------------------
016000 1700-CHECK-SUPERVISOR.
016100     IF SO-SIGNED-ON
016200         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
016300         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
016400     ELSE
016500         DISPLAY 'Enter your operator ID: '
016600         ACCEPT WS-OPERATOR-ID
016700         DISPLAY 'Enter your authorization code: '
016800         ACCEPT WS-AUTH-CODE
016900     END-IF.
017000     SET WS-AUTHORIZED TO FALSE.
017100     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
017200     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
017300     MOVE '3' TO OA-REQUIRED-ROLE.
017400     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
017500     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
017600     IF OA-AUTHORIZED
017700         SET WS-AUTHORIZED TO TRUE
017800     END-IF.
017900 1700-EXIT.
018000     EXIT.
018100*----------------------------------------------------------
018200* 1730-WRITE-AUTH-FAIL
018300*----------------------------------------------------------
018400 1730-WRITE-AUTH-FAIL.
018500     MOVE 'DELEG-MAINT' TO AF-SOURCE-PGM.
018600     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
018700     ACCEPT AF-REJECT-TIME FROM TIME.
018800     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
018900     MOVE 'SUPERVISOR AUTH REQUIRED' TO AF-REASON.
019000     WRITE AUTH-FAIL-RECORD.
019100 1730-EXIT.
019200     EXIT.
019300*----------------------------------------------------------
019400* 1000-PROCESS-ACTION
019500*----------------------------------------------------------
019600 1000-PROCESS-ACTION.
019700     DISPLAY ' '.
019800     DISPLAY 'A. DELEGATE YOUR APPROVALS FOR AN ABSENCE'.
019900     DISPLAY 'L. LIST THE DELEGATION REGISTER'.
020000     DISPLAY 'C. CANCEL A DELEGATION'.
020100     DISPLAY 'X. EXIT'.
020200     DISPLAY 'Enter your selection: '.
020300     ACCEPT WS-ACTION.
020400     EVALUATE TRUE
020500         WHEN WS-ACTION-ADD
020600             PERFORM 2000-ADD-DELEGATION THRU 2000-EXIT
020700         WHEN WS-ACTION-LIST
020800             PERFORM 3000-LIST-DELEGATIONS THRU 3000-EXIT
020900         WHEN WS-ACTION-CANCEL
021000             PERFORM 4000-CANCEL-DELEGATION THRU 4000-EXIT
021100         WHEN WS-ACTION-DONE
021200             SET WS-DONE TO TRUE
021300         WHEN OTHER
021400             DISPLAY 'INVALID SELECTION - TRY AGAIN'
021500     END-EVALUATE.
021600 1000-EXIT.
021700     EXIT.
021800*----------------------------------------------------------
021900* 2000-ADD-DELEGATION - the signed-on supervisor delegates
022000*     their own approvals; the delegate, the work, and the
022100*     dates are edited before the register is scanned for
022200*     overlaps.
022300*----------------------------------------------------------
022400 2000-ADD-DELEGATION.
022500     MOVE WS-OPERATOR-ID TO WS-NEW-DELEGATOR.
022600     DISPLAY 'Enter the delegate''s operator ID: '.
022700     ACCEPT WS-NEW-DELEGATE.
022800     IF WS-NEW-DELEGATE = WS-OPERATOR-ID
022900         DISPLAY 'A SUPERVISOR MAY NOT DELEGATE TO ',
023000             'THEMSELVES - NOTHING ADDED'
023100         GO TO 2000-EXIT
023200     END-IF.
023300     PERFORM 2100-CHECK-DELEGATE THRU 2100-EXIT.
023400     IF WS-CONFLICT
023500         GO TO 2000-EXIT
023600     END-IF.
023700     DISPLAY 'Delegate Q approval queue, G GL adjustments, ',
023800         'B both: '.
023900     ACCEPT WS-NEW-SCOPE.
024000     MOVE WS-NEW-SCOPE TO DG-SCOPE.
024100     IF NOT DG-SCOPE-VALID
024200         DISPLAY 'SCOPE MUST BE Q, G OR B - NOTHING ADDED'
024300         GO TO 2000-EXIT
024400     END-IF.
024500     DISPLAY 'Enter first day of absence YYYYMMDD (blank ',
024600         'for today): '.
024700     ACCEPT WS-DATE-IN.
024800     IF WS-DATE-IN = SPACES
024900         MOVE WS-RUN-DATE TO WS-DATE-NUM
025000     END-IF.
025100     IF WS-DATE-IN IS NOT NUMERIC
025200         DISPLAY 'DATE MUST BE YYYYMMDD - NOTHING ADDED'
025300         GO TO 2000-EXIT
025400     END-IF.
025500     IF WS-DATE-NUM < WS-RUN-DATE
025600         DISPLAY 'FIRST DAY BEFORE THE BUSINESS DATE - ',
025700             'NOTHING ADDED'
025800         GO TO 2000-EXIT
025900     END-IF.
026000     MOVE WS-DATE-NUM TO WS-NEW-FROM.
026100     DISPLAY 'Enter last day of absence YYYYMMDD: '.
026200     ACCEPT WS-DATE-IN.
026300     IF WS-DATE-IN IS NOT NUMERIC
026400         DISPLAY 'DATE MUST BE YYYYMMDD - NOTHING ADDED'
026500         GO TO 2000-EXIT
026600     END-IF.
026700     IF WS-DATE-NUM < WS-NEW-FROM
026800         DISPLAY 'LAST DAY BEFORE FIRST DAY - NOTHING ADDED'
026900         GO TO 2000-EXIT
027000     END-IF.
027100     MOVE WS-DATE-NUM TO WS-NEW-TO.
027200     IF OP-EXPIRY-DATE > 0
027300         AND OP-EXPIRY-DATE NOT > WS-NEW-TO
027400         DISPLAY 'DELEGATE''S CODE EXPIRES ', OP-EXPIRY-DATE,
027500             ' BEFORE THE ABSENCE ENDS - NOTHING ADDED'
027600         GO TO 2000-EXIT
027700     END-IF.
027800     PERFORM 2200-CHECK-OVERLAP THRU 2200-EXIT.
027900     IF WS-CONFLICT
028000         GO TO 2000-EXIT
028100     END-IF.
028200     MOVE SPACES TO DELEGATION-RECORD.
028300     MOVE WS-NEW-DELEGATOR TO DG-DELEGATOR.
028400     MOVE WS-NEW-FROM TO DG-FROM-DATE.
028500     MOVE WS-NEW-DELEGATE TO DG-DELEGATE.
028600     MOVE WS-NEW-TO TO DG-TO-DATE.
028700     MOVE WS-NEW-SCOPE TO DG-SCOPE.
028800     SET DG-STAT-ACTIVE TO TRUE.
028900     MOVE WS-RUN-DATE TO DG-ADDED-DATE.
029000     MOVE ZERO TO DG-CANCEL-DATE.
029100     WRITE DELEGATION-RECORD
029200         INVALID KEY
029300             DISPLAY 'A DELEGATION FROM ', WS-NEW-FROM,
029400                 ' IS ALREADY ON FILE - NOTHING ADDED'
029500             GO TO 2000-EXIT
029600     END-WRITE.
029700     DISPLAY 'APPROVALS DELEGATED TO ', WS-NEW-DELEGATE,
029800         ' FROM ', WS-NEW-FROM, ' THROUGH ', WS-NEW-TO.
029900     MOVE 'DLGADD' TO AY-ACTION-CODE.
030000     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
030100 2000-EXIT.
030200     EXIT.
030300*----------------------------------------------------------
030400* 2100-CHECK-DELEGATE - the delegate must be an active
030500*     intake operator on the operator master. An inquiry-
030600*     only operator may not approve at all, and another
030700*     supervisor already can.
030800*----------------------------------------------------------
030900 2100-CHECK-DELEGATE.
031000     SET WS-CONFLICT TO TRUE.
031100     IF NOT WS-MAST-OPEN
031200         DISPLAY 'OPERATOR MASTER NOT AVAILABLE - NOTHING ',
031300             'ADDED'
031400         GO TO 2100-EXIT
031500     END-IF.
031600     MOVE WS-NEW-DELEGATE TO OP-OPERATOR-ID.
031700     READ OPERATOR-MASTER
031800         KEY IS OP-OPERATOR-ID
031900         INVALID KEY
032000             DISPLAY 'OPERATOR ', WS-NEW-DELEGATE,
032100                 ' NOT ON FILE - NOTHING ADDED'
032200             GO TO 2100-EXIT
032300     END-READ.
032400     IF NOT OP-STATUS-ACTIVE
032500         DISPLAY 'OPERATOR ', WS-NEW-DELEGATE,
032600             ' IS NOT ACTIVE - NOTHING ADDED'
032700         GO TO 2100-EXIT
032800     END-IF.
032900     IF OP-ROLE-SUPERVISOR
033000         DISPLAY 'OPERATOR ', WS-NEW-DELEGATE,
033100             ' IS A SUPERVISOR AND NEEDS NO DELEGATION'
033200         GO TO 2100-EXIT
033300     END-IF.
033400     IF NOT OP-ROLE-INTAKE
033500         DISPLAY 'INQUIRY-ONLY OPERATOR ', WS-NEW-DELEGATE,
033600             ' MAY NOT APPROVE - NOTHING ADDED'
033700         GO TO 2100-EXIT
033800     END-IF.
033900     SET WS-CONFLICT TO FALSE.
034000 2100-EXIT.
034100     EXIT.
034200*----------------------------------------------------------
034300* 2200-CHECK-OVERLAP - walk the register for a delegation
034400*     whose days meet the new one's. A cancelled delegation
034500*     ended on its cancel date.
034600*----------------------------------------------------------
034700 2200-CHECK-OVERLAP.
034800     SET WS-CONFLICT TO FALSE.
034900     MOVE LOW-VALUES TO DG-KEY.
035000     START DELEGATION-FILE
035100         KEY IS NOT LESS THAN DG-KEY
035200         INVALID KEY
035300             GO TO 2200-EXIT
035400     END-START.
035500     SET WS-SCAN-DONE TO FALSE.
035600     PERFORM 2210-CHECK-ONE-OVERLAP THRU 2210-EXIT
035700         UNTIL WS-SCAN-DONE OR WS-CONFLICT.
035800 2200-EXIT.
035900     EXIT.
036000*----------------------------------------------------------
036100* 2210-CHECK-ONE-OVERLAP - one supervisor's delegations may
036200*     not overlap, and a delegate may not act for two
036300*     supervisors on the same day.
036400*----------------------------------------------------------
036500 2210-CHECK-ONE-OVERLAP.
036600     READ DELEGATION-FILE NEXT RECORD
036700         AT END
036800             SET WS-SCAN-DONE TO TRUE
036900             GO TO 2210-EXIT
037000     END-READ.
037100     IF DG-STAT-CANCELLED
037200         MOVE DG-CANCEL-DATE TO WS-REC-END-DATE
037300     ELSE
037400         MOVE DG-TO-DATE TO WS-REC-END-DATE
037500     END-IF.
037600     IF DG-FROM-DATE > WS-NEW-TO
037700         OR WS-REC-END-DATE < WS-NEW-FROM
037800         OR WS-REC-END-DATE < DG-FROM-DATE
037900         GO TO 2210-EXIT
038000     END-IF.
038100     IF DG-DELEGATOR = WS-NEW-DELEGATOR
038200         SET WS-CONFLICT TO TRUE
038300         DISPLAY 'YOUR DELEGATION TO ', DG-DELEGATE, ' FROM ',
038400             DG-FROM-DATE, ' ALREADY COVERS THOSE DAYS - ',
038500             'NOTHING ADDED'
038600         GO TO 2210-EXIT
038700     END-IF.
038800     IF DG-DELEGATE = WS-NEW-DELEGATE
038900         SET WS-CONFLICT TO TRUE
039000         DISPLAY WS-NEW-DELEGATE, ' ALREADY ACTS FOR ',
039100             DG-DELEGATOR, ' ON THOSE DAYS - NOTHING ADDED'
039200     END-IF.
039300 2210-EXIT.
039400     EXIT.
039500*----------------------------------------------------------
039600* 3000-LIST-DELEGATIONS - the whole register in key
039700*     order, cancelled delegations with their cancel date.
039800*----------------------------------------------------------
039900 3000-LIST-DELEGATIONS.
040000     MOVE ZERO TO WS-LIST-CTR.
040100     MOVE LOW-VALUES TO DG-KEY.
040200     START DELEGATION-FILE
040300         KEY IS NOT LESS THAN DG-KEY
040400         INVALID KEY
040500             DISPLAY 'NO DELEGATIONS ON FILE'
040600             GO TO 3000-EXIT
040700     END-START.
040800     SET WS-SCAN-DONE TO FALSE.
040900     PERFORM 3100-LIST-ONE-DELEGATION THRU 3100-EXIT
041000         UNTIL WS-SCAN-DONE.
041100     DISPLAY WS-LIST-CTR, ' DELEGATION(S) ON FILE'.
041200 3000-EXIT.
041300     EXIT.
041400*----------------------------------------------------------
041500* 3100-LIST-ONE-DELEGATION
041600*----------------------------------------------------------
041700 3100-LIST-ONE-DELEGATION.
041800     READ DELEGATION-FILE NEXT RECORD
041900         AT END
042000             SET WS-SCAN-DONE TO TRUE
042100             GO TO 3100-EXIT
042200     END-READ.
042300     ADD 1 TO WS-LIST-CTR.
042400     PERFORM 3200-SHOW-DELEGATION THRU 3200-EXIT.
042500 3100-EXIT.
042600     EXIT.
042700*----------------------------------------------------------
042800* 3200-SHOW-DELEGATION
042900*----------------------------------------------------------
043000 3200-SHOW-DELEGATION.
043100     MOVE DG-DELEGATOR TO RDL-DELEGATOR.
043200     MOVE DG-DELEGATE TO RDL-DELEGATE.
043300     MOVE DG-FROM-DATE TO RDL-FROM-DATE.
043400     MOVE DG-TO-DATE TO RDL-TO-DATE.
043500     MOVE DG-SCOPE TO RDL-SCOPE.
043600     MOVE SPACES TO RDL-CANCEL-DATE.
043700     EVALUATE TRUE
043800         WHEN DG-STAT-CANCELLED
043900             MOVE 'CANCELLED' TO RDL-STATUS
044000             MOVE DG-CANCEL-DATE TO RDL-CANCEL-DATE
044100         WHEN DG-TO-DATE < WS-RUN-DATE
044200             MOVE 'ENDED' TO RDL-STATUS
044300         WHEN DG-FROM-DATE > WS-RUN-DATE
044400             MOVE 'FUTURE' TO RDL-STATUS
044500         WHEN OTHER
044600             MOVE 'IN FORCE' TO RDL-STATUS
044700     END-EVALUATE.
044800     DISPLAY RPT-DELEG-LINE.
044900 3200-EXIT.
045000     EXIT.
045100*----------------------------------------------------------
045200* 4000-CANCEL-DELEGATION - ends a delegation on the
045300*     business date; one not yet started never takes
045400*     effect. Any supervisor may cancel, so a supervisor
045500*     back early is not waiting on the delegate.
045600*----------------------------------------------------------
045700 4000-CANCEL-DELEGATION.
045800     DISPLAY 'Enter delegating supervisor''s ID (blank for ',
045900         'your own): '.
046000     ACCEPT DG-DELEGATOR.
046100     IF DG-DELEGATOR = SPACES
046200         MOVE WS-OPERATOR-ID TO DG-DELEGATOR
046300     END-IF.
046400     DISPLAY 'Enter the delegation''s first day YYYYMMDD: '.
046500     ACCEPT WS-DATE-IN.
046600     IF WS-DATE-IN IS NOT NUMERIC
046700         DISPLAY 'DATE MUST BE YYYYMMDD'
046800         GO TO 4000-EXIT
046900     END-IF.
047000     MOVE WS-DATE-NUM TO DG-FROM-DATE.
047100     READ DELEGATION-FILE
047200         KEY IS DG-KEY
047300         INVALID KEY
047400             DISPLAY 'NO SUCH DELEGATION ON FILE'
047500             GO TO 4000-EXIT
047600     END-READ.
047700     IF DG-STAT-CANCELLED
047800         DISPLAY 'DELEGATION ALREADY CANCELLED ON ',
047900             DG-CANCEL-DATE
048000         GO TO 4000-EXIT
048100     END-IF.
048200     IF DG-TO-DATE < WS-RUN-DATE
048300         DISPLAY 'DELEGATION HAS ALREADY ENDED'
048400         GO TO 4000-EXIT
048500     END-IF.
048600     PERFORM 3200-SHOW-DELEGATION THRU 3200-EXIT.
048700     DISPLAY 'Cancel this delegation? (Y/N): '.
048800     ACCEPT WS-CONFIRM.
048900     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
049000         DISPLAY 'DELEGATION NOT CANCELLED'
049100         GO TO 4000-EXIT
049200     END-IF.
049300     SET DG-STAT-CANCELLED TO TRUE.
049400     MOVE WS-RUN-DATE TO DG-CANCEL-DATE.
049500     MOVE WS-OPERATOR-ID TO DG-CANCEL-OPER.
049600     REWRITE DELEGATION-RECORD
049700         INVALID KEY
049800             DISPLAY 'ERROR CANCELLING DELEGATION'
049900             GO TO 4000-EXIT
050000     END-REWRITE.
050100     DISPLAY 'DELEGATION TO ', DG-DELEGATE, ' CANCELLED'.
050200     MOVE DG-DELEGATOR TO WS-NEW-DELEGATOR.
050300     MOVE DG-FROM-DATE TO WS-NEW-FROM.
050400     MOVE 'DLGCANCL' TO AY-ACTION-CODE.
050500     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
050600 4000-EXIT.
050700     EXIT.
050800*----------------------------------------------------------
050900* 9100-WRITE-ACTIVITY - the caller sets AY-ACTION-CODE;
051000*     the key is the delegating supervisor and first day.
051100*----------------------------------------------------------
051200 9100-WRITE-ACTIVITY.
051300     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
051400     MOVE 'DELEG-MAINT' TO AY-SOURCE-PGM.
051500     MOVE WS-NEW-KEY TO AY-ACTION-KEY.
051600     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
051700     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
051800 9100-EXIT.
051900     EXIT.
