000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STMT-MSG-MAINT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Supervisor-gated maintenance for the STMTMSG targeted
000900* statement messages PERFORM-TIMES attaches to statements:
001000* add a message under the next message ID with who it
001100* selects (branch, status, household membership), the
001200* dates it runs between, its text and the insert code of
001300* the physical insert that goes with it; show or list
001400* messages; move a message's end date; or remove one.
001500* Marketing and compliance notices both come through
001600* here, so every action is on the operator-activity log.
001700*----------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-10-15   DN   Original program.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STMT-MESSAGES ASSIGN TO 'STMTMSG'
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS SM-MSG-ID
002900         FILE STATUS IS SM-FILE-STATUS.
003000     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS AF-FILE-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  STMT-MESSAGES
003700     LABEL RECORDS ARE STANDARD.
003800     COPY "stmtmsg.cpy".
003900*
004000 FD  AUTH-FAIL-LOG
004100     LABEL RECORDS ARE STANDARD.
004200     COPY "authfailrc.cpy".
004300*
004400 WORKING-STORAGE SECTION.
004500 COPY "operauth.cpy".
004600 COPY "signonws.cpy".
004700 COPY "actlogpm.cpy".
004800 COPY "rundate.cpy".
004900*
005000 01  SM-FILE-STATUS          PIC X(02).
005100 01  AF-FILE-STATUS          PIC X(02).
005200*
005300 01  WS-OPERATOR-ID          PIC X(08).
005400 01  WS-AUTH-CODE            PIC X(04).
005500 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
005600     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
005700*
005800 01  WS-ACTION               PIC X(01).
005900     88  WS-ACTION-ADD       VALUE 'A'.
006000     88  WS-ACTION-END-DATE  VALUE 'E'.
006100     88  WS-ACTION-LIST      VALUE 'L'.
006200     88  WS-ACTION-REMOVE    VALUE 'R'.
006300     88  WS-ACTION-SHOW      VALUE 'S'.
006400     88  WS-ACTION-DONE      VALUE 'X'.
006500*
006600 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
006700     88  WS-DONE             VALUE 'Y'.
006800 01  WS-SCAN-DONE-SW         PIC X(01).
006900     88  WS-SCAN-DONE        VALUE 'Y' FALSE 'N'.
007000 01  WS-MSG-FOUND-SW         PIC X(01).
007100     88  WS-MSG-FOUND        VALUE 'Y' FALSE 'N'.
007200*
007300 01  WS-TARGET-MSG           PIC 9(04).
007400 01  WS-LAST-MSG-ID          PIC 9(04).
007500 01  WS-LIST-CTR             PIC 9(04) COMP.
007600 01  WS-LINE-SUB             PIC 9(01) COMP.
007700 01  WS-CONFIRM              PIC X(01).
007800*
007900 01  WS-NEW-BRANCH           PIC X(03).
008000 01  WS-NEW-STATUS           PIC X(01).
008100     88  WS-NEW-STATUS-OK    VALUE SPACE 'A' 'I' 'P' 'R'.
008200 01  WS-NEW-HH-CRITERION     PIC X(01).
008300 01  WS-NEW-INSERT-CODE      PIC X(04).
008400 01  WS-NEW-TEXT-LINES.
008500     05  WS-NEW-TEXT-LINE    PIC X(60) OCCURS 3 TIMES.
008600 01  WS-FROM-DATE-IN         PIC X(08).
008700 01  WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE-IN
008800                             PIC 9(08).
008900 01  WS-TO-DATE-IN           PIC X(08).
009000 01  WS-TO-DATE-NUM REDEFINES WS-TO-DATE-IN
009100                             PIC 9(08).
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
010300     PERFORM 1700-CHECK-SUPERVISOR THRU 1700-EXIT.
010400     IF NOT WS-AUTHORIZED
010500         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED TO ',
010600             'MAINTAIN STATEMENT MESSAGES'
010700         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
010800         CLOSE AUTH-FAIL-LOG
010900         GOBACK
011000     END-IF.
011100     OPEN I-O STMT-MESSAGES.
011200     IF SM-FILE-STATUS = '35'
011300         OPEN OUTPUT STMT-MESSAGES
011400         CLOSE STMT-MESSAGES
011500         OPEN I-O STMT-MESSAGES
011600     END-IF.
011700     PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
011800         UNTIL WS-DONE.
011900     CLOSE STMT-MESSAGES AUTH-FAIL-LOG.
012000     GOBACK.
012100*----------------------------------------------------------
012200* 1700-CHECK-SUPERVISOR
012300*----------------------------------------------------------
012400 1700-CHECK-SUPERVISOR.
012500     IF SO-SIGNED-ON
012600         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
012700         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
012800     ELSE
012900         DISPLAY 'Enter your operator ID: '
013000         ACCEPT WS-OPERATOR-ID
013100         DISPLAY 'Enter your authorization code: '
013200         ACCEPT WS-AUTH-CODE
013300     END-IF.
013400     SET WS-AUTHORIZED TO FALSE.
013500     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
013600     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
013700     MOVE '3' TO OA-REQUIRED-ROLE.
013800     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
013900     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
014000     IF OA-AUTHORIZED
014100         SET WS-AUTHORIZED TO TRUE
014200     END-IF.
014300 1700-EXIT.
014400     EXIT.
014500*----------------------------------------------------------
014600* 1730-WRITE-AUTH-FAIL
014700*----------------------------------------------------------
014800 1730-WRITE-AUTH-FAIL.
014900     MOVE 'STMT-MSG-MAINT' TO AF-SOURCE-PGM.
015000     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
015100     ACCEPT AF-REJECT-TIME FROM TIME.
015200     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
015300     MOVE 'SUPERVISOR AUTH REQUIRED' TO AF-REASON.
015400     WRITE AUTH-FAIL-RECORD.
015500 1730-EXIT.
015600     EXIT.
015700*----------------------------------------------------------
015800* 1000-PROCESS-ACTION
015900*----------------------------------------------------------
016000 1000-PROCESS-ACTION.
016100     DISPLAY ' '.
016200     DISPLAY 'A. ADD A STATEMENT MESSAGE'.
016300     DISPLAY 'S. SHOW A MESSAGE'.
016400     DISPLAY 'L. LIST ALL MESSAGES'.
016500     DISPLAY 'E. CHANGE A MESSAGE END DATE'.
016600     DISPLAY 'R. REMOVE A MESSAGE'.
016700     DISPLAY 'X. EXIT'.
016800     DISPLAY 'Enter your selection: '.
016900     ACCEPT WS-ACTION.
017000     EVALUATE TRUE
017100         WHEN WS-ACTION-ADD
017200             PERFORM 2000-ADD-MESSAGE THRU 2000-EXIT
017300         WHEN WS-ACTION-SHOW
017400             PERFORM 3000-SHOW-MESSAGE THRU 3000-EXIT
017500         WHEN WS-ACTION-LIST
017600             PERFORM 4000-LIST-MESSAGES THRU 4000-EXIT
017700         WHEN WS-ACTION-END-DATE
017800             PERFORM 5000-CHANGE-END-DATE THRU 5000-EXIT
017900         WHEN WS-ACTION-REMOVE
018000             PERFORM 6000-REMOVE-MESSAGE THRU 6000-EXIT
018100         WHEN WS-ACTION-DONE
018200             SET WS-DONE TO TRUE
018300         WHEN OTHER
018400             DISPLAY 'INVALID SELECTION - TRY AGAIN'
018500     END-EVALUATE.
018600 1000-EXIT.
018700     EXIT.
018800*----------------------------------------------------------
018900* 2000-ADD-MESSAGE - a message needs text, an insert, or
019000*     both; a blank start date starts it on the business
019100*     date and a blank end date leaves it open-ended.
019200*----------------------------------------------------------
019300 2000-ADD-MESSAGE.
019400     DISPLAY 'Enter branch code (blank for every branch): '.
019500     ACCEPT WS-NEW-BRANCH.
019600     DISPLAY 'Enter customer status A/I/P/R (blank for ',
019700         'any): '.
019800     ACCEPT WS-NEW-STATUS.
019900     IF NOT WS-NEW-STATUS-OK
020000         DISPLAY 'STATUS MUST BE A, I, P, R OR BLANK - ',
020100             'NOTHING ADDED'
020200         GO TO 2000-EXIT
020300     END-IF.
020400     DISPLAY 'Enter household - H in one, P primary, ',
020500         'M member, N in none (blank for any): '.
020600     ACCEPT WS-NEW-HH-CRITERION.
020700     MOVE WS-NEW-HH-CRITERION TO SM-HH-CRITERION.
020800     IF NOT SM-HH-VALID
020900         DISPLAY 'HOUSEHOLD MUST BE H, P, M, N OR BLANK - ',
021000             'NOTHING ADDED'
021100         GO TO 2000-EXIT
021200     END-IF.
021300     DISPLAY 'Enter start date YYYYMMDD (blank for today): '.
021400     ACCEPT WS-FROM-DATE-IN.
021500     IF WS-FROM-DATE-IN = SPACES
021600         MOVE WS-RUN-DATE TO WS-FROM-DATE-NUM
021700     END-IF.
021800     IF WS-FROM-DATE-IN IS NOT NUMERIC
021900         DISPLAY 'START DATE MUST BE YYYYMMDD - NOTHING ADDED'
022000         GO TO 2000-EXIT
022100     END-IF.
022200     PERFORM 7000-ACCEPT-END-DATE THRU 7000-EXIT.
022300     IF WS-TO-DATE-IN IS NOT NUMERIC
022400         GO TO 2000-EXIT
022500     END-IF.
022600     DISPLAY 'Enter insert code (blank for no insert): '.
022700     ACCEPT WS-NEW-INSERT-CODE.
022800     MOVE SPACES TO WS-NEW-TEXT-LINES.
022900     MOVE 1 TO WS-LINE-SUB.
023000     PERFORM 2200-ACCEPT-TEXT-LINE THRU 2200-EXIT
023100         UNTIL WS-LINE-SUB > 3.
023200     IF WS-NEW-TEXT-LINES = SPACES
023300             AND WS-NEW-INSERT-CODE = SPACES
023400         DISPLAY 'MESSAGE TEXT OR INSERT CODE REQUIRED - ',
023500             'NOTHING ADDED'
023600         GO TO 2000-EXIT
023700     END-IF.
023800     PERFORM 2100-FIND-LAST-MESSAGE THRU 2100-EXIT.
023900     IF WS-LAST-MSG-ID = 9999
024000         DISPLAY 'STATEMENT MESSAGE IDS EXHAUSTED - NOTHING ',
024100             'ADDED'
024200         GO TO 2000-EXIT
024300     END-IF.
024400     COMPUTE WS-TARGET-MSG = WS-LAST-MSG-ID + 1.
024500     MOVE SPACES TO STMT-MESSAGE-RECORD.
024600     MOVE WS-TARGET-MSG TO SM-MSG-ID.
024700     MOVE WS-NEW-BRANCH TO SM-BRANCH-CODE.
024800     MOVE WS-NEW-STATUS TO SM-CUST-STATUS.
024900     MOVE WS-NEW-HH-CRITERION TO SM-HH-CRITERION.
025000     MOVE WS-FROM-DATE-NUM TO SM-EFF-FROM-DATE.
025100     MOVE WS-TO-DATE-NUM TO SM-EFF-TO-DATE.
025200     MOVE WS-NEW-INSERT-CODE TO SM-INSERT-CODE.
025300     MOVE WS-NEW-TEXT-LINES TO SM-TEXT-LINES.
025400     MOVE WS-RUN-DATE TO SM-ADDED-DATE.
025500     MOVE WS-OPERATOR-ID TO SM-ADDED-OPER.
025600     WRITE STMT-MESSAGE-RECORD
025700         INVALID KEY
025800             DISPLAY 'ERROR ADDING MESSAGE ', WS-TARGET-MSG
025900             GO TO 2000-EXIT
026000     END-WRITE.
026100     DISPLAY 'MESSAGE ', WS-TARGET-MSG, ' ADDED'.
026200     MOVE 'SMADD' TO AY-ACTION-CODE.
026300     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
026400 2000-EXIT.
026500     EXIT.
026600*----------------------------------------------------------
026700* 2100-FIND-LAST-MESSAGE - the file reads back in message
026800*     ID order, so the last message read is the highest.
026900*----------------------------------------------------------
027000 2100-FIND-LAST-MESSAGE.
027100     MOVE ZERO TO WS-LAST-MSG-ID.
027200     MOVE ZERO TO SM-MSG-ID.
027300     START STMT-MESSAGES
027400         KEY IS NOT LESS THAN SM-MSG-ID
027500         INVALID KEY
027600             GO TO 2100-EXIT
027700     END-START.
027800     SET WS-SCAN-DONE TO FALSE.
027900     PERFORM 2110-READ-ONE-MESSAGE THRU 2110-EXIT
028000         UNTIL WS-SCAN-DONE.
028100 2100-EXIT.
028200     EXIT.
028300*----------------------------------------------------------
028400* 2110-READ-ONE-MESSAGE
028500*----------------------------------------------------------
028600 2110-READ-ONE-MESSAGE.
028700     READ STMT-MESSAGES NEXT RECORD
028800         AT END
028900             SET WS-SCAN-DONE TO TRUE
029000         NOT AT END
029100             MOVE SM-MSG-ID TO WS-LAST-MSG-ID
029200     END-READ.
029300 2110-EXIT.
029400     EXIT.
029500*----------------------------------------------------------
029600* 2200-ACCEPT-TEXT-LINE
029700*----------------------------------------------------------
029800 2200-ACCEPT-TEXT-LINE.
029900     DISPLAY 'Enter text line ', WS-LINE-SUB,
030000         ' (blank for none): '.
030100     ACCEPT WS-NEW-TEXT-LINE (WS-LINE-SUB).
030200     ADD 1 TO WS-LINE-SUB.
030300 2200-EXIT.
030400     EXIT.
030500*----------------------------------------------------------
030600* 3000-SHOW-MESSAGE
030700*----------------------------------------------------------
030800 3000-SHOW-MESSAGE.
030900     PERFORM 8000-FIND-MESSAGE THRU 8000-EXIT.
031000     IF NOT WS-MSG-FOUND
031100         GO TO 3000-EXIT
031200     END-IF.
031300     PERFORM 8100-DISPLAY-SELECTION THRU 8100-EXIT.
031400     DISPLAY '  ADDED ', SM-ADDED-DATE, ' BY ', SM-ADDED-OPER.
031500     MOVE 1 TO WS-LINE-SUB.
031600     PERFORM 3100-SHOW-TEXT-LINE THRU 3100-EXIT
031700         UNTIL WS-LINE-SUB > 3.
031800 3000-EXIT.
031900     EXIT.
032000*----------------------------------------------------------
032100* 3100-SHOW-TEXT-LINE
032200*----------------------------------------------------------
032300 3100-SHOW-TEXT-LINE.
032400     IF SM-TEXT-LINE (WS-LINE-SUB) NOT = SPACES
032500         DISPLAY '  ', WS-LINE-SUB, ' ',
032600             SM-TEXT-LINE (WS-LINE-SUB)
032700     END-IF.
032800     ADD 1 TO WS-LINE-SUB.
032900 3100-EXIT.
033000     EXIT.
033100*----------------------------------------------------------
033200* 4000-LIST-MESSAGES - one line per message with who it
033300*     selects and the first line of its text.
033400*----------------------------------------------------------
033500 4000-LIST-MESSAGES.
033600     MOVE ZERO TO WS-LIST-CTR.
033700     MOVE ZERO TO SM-MSG-ID.
033800     START STMT-MESSAGES
033900         KEY IS NOT LESS THAN SM-MSG-ID
034000         INVALID KEY
034100             DISPLAY 'NO STATEMENT MESSAGES ON FILE'
034200             GO TO 4000-EXIT
034300     END-START.
034400     SET WS-SCAN-DONE TO FALSE.
034500     PERFORM 4100-LIST-ONE-MESSAGE THRU 4100-EXIT
034600         UNTIL WS-SCAN-DONE.
034700     DISPLAY WS-LIST-CTR, ' MESSAGE(S) ON FILE'.
034800 4000-EXIT.
034900     EXIT.
035000*----------------------------------------------------------
035100* 4100-LIST-ONE-MESSAGE
035200*----------------------------------------------------------
035300 4100-LIST-ONE-MESSAGE.
035400     READ STMT-MESSAGES NEXT RECORD
035500         AT END
035600             SET WS-SCAN-DONE TO TRUE
035700             GO TO 4100-EXIT
035800     END-READ.
035900     ADD 1 TO WS-LIST-CTR.
036000     PERFORM 8100-DISPLAY-SELECTION THRU 8100-EXIT.
036100     IF SM-TEXT-LINE (1) NOT = SPACES
036200         DISPLAY '  ', SM-TEXT-LINE (1)
036300     END-IF.
036400 4100-EXIT.
036500     EXIT.
036600*----------------------------------------------------------
036700* 5000-CHANGE-END-DATE - end a message early, or extend
036800*     it; the start date stands.
036900*----------------------------------------------------------
037000 5000-CHANGE-END-DATE.
037100     PERFORM 8000-FIND-MESSAGE THRU 8000-EXIT.
037200     IF NOT WS-MSG-FOUND
037300         GO TO 5000-EXIT
037400     END-IF.
037500     PERFORM 8100-DISPLAY-SELECTION THRU 8100-EXIT.
037600     MOVE SM-EFF-FROM-DATE TO WS-FROM-DATE-NUM.
037700     PERFORM 7000-ACCEPT-END-DATE THRU 7000-EXIT.
037800     IF WS-TO-DATE-IN IS NOT NUMERIC
037900         GO TO 5000-EXIT
038000     END-IF.
038100     MOVE WS-TO-DATE-NUM TO SM-EFF-TO-DATE.
038200     REWRITE STMT-MESSAGE-RECORD
038300         INVALID KEY
038400             DISPLAY 'ERROR CHANGING MESSAGE ', WS-TARGET-MSG
038500             GO TO 5000-EXIT
038600     END-REWRITE.
038700     DISPLAY 'MESSAGE ', WS-TARGET-MSG, ' NOW ENDS ',
038800         SM-EFF-TO-DATE.
038900     MOVE 'SMEND' TO AY-ACTION-CODE.
039000     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
039100 5000-EXIT.
039200     EXIT.
039300*----------------------------------------------------------
039400* 6000-REMOVE-MESSAGE
039500*----------------------------------------------------------
039600 6000-REMOVE-MESSAGE.
039700     PERFORM 8000-FIND-MESSAGE THRU 8000-EXIT.
039800     IF NOT WS-MSG-FOUND
039900         GO TO 6000-EXIT
040000     END-IF.
040100     PERFORM 8100-DISPLAY-SELECTION THRU 8100-EXIT.
040200     DISPLAY 'Remove message ', WS-TARGET-MSG, '? (Y/N): '.
040300     ACCEPT WS-CONFIRM.
040400     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
040500         DISPLAY 'MESSAGE NOT REMOVED'
040600         GO TO 6000-EXIT
040700     END-IF.
040800     DELETE STMT-MESSAGES
040900         INVALID KEY
041000             DISPLAY 'ERROR REMOVING MESSAGE ', WS-TARGET-MSG
041100             GO TO 6000-EXIT
041200     END-DELETE.
041300     DISPLAY 'MESSAGE ', WS-TARGET-MSG, ' REMOVED'.
041400     MOVE 'SMREMOVE' TO AY-ACTION-CODE.
041500     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
041600 6000-EXIT.
041700     EXIT.
041800*----------------------------------------------------------
041900* 7000-ACCEPT-END-DATE - blank is open-ended (zero); an
042000*     end date before the start date is refused. The
042100*     caller finds WS-TO-DATE-IN not numeric on a refusal.
042200*----------------------------------------------------------
042300 7000-ACCEPT-END-DATE.
042400     DISPLAY 'Enter end date YYYYMMDD (blank for ',
042500         'open-ended): '.
042600     ACCEPT WS-TO-DATE-IN.
042700     IF WS-TO-DATE-IN = SPACES
042800         MOVE ZERO TO WS-TO-DATE-NUM
042900         GO TO 7000-EXIT
043000     END-IF.
043100     IF WS-TO-DATE-IN IS NOT NUMERIC
043200         DISPLAY 'END DATE MUST BE YYYYMMDD - NOT ACCEPTED'
043300         GO TO 7000-EXIT
043400     END-IF.
043500     IF WS-TO-DATE-NUM < WS-FROM-DATE-NUM
043600         DISPLAY 'END DATE BEFORE START DATE - NOT ',
043700             'ACCEPTED'
043800         MOVE SPACES TO WS-TO-DATE-IN
043900     END-IF.
044000 7000-EXIT.
044100     EXIT.
044200*----------------------------------------------------------
044300* 8000-FIND-MESSAGE
044400*----------------------------------------------------------
044500 8000-FIND-MESSAGE.
044600     SET WS-MSG-FOUND TO FALSE.
044700     DISPLAY 'Enter statement message ID: '.
044800     ACCEPT WS-TARGET-MSG.
044900     MOVE WS-TARGET-MSG TO SM-MSG-ID.
045000     READ STMT-MESSAGES
045100         KEY IS SM-MSG-ID
045200         INVALID KEY
045300             DISPLAY 'MESSAGE ', WS-TARGET-MSG, ' NOT ON FILE'
045400             GO TO 8000-EXIT
045500     END-READ.
045600     SET WS-MSG-FOUND TO TRUE.
045700 8000-EXIT.
045800     EXIT.
045900*----------------------------------------------------------
046000* 8100-DISPLAY-SELECTION - the message's selection, dates
046100*     and insert, from the record area.
046200*----------------------------------------------------------
046300 8100-DISPLAY-SELECTION.
046400     DISPLAY 'MESSAGE ', SM-MSG-ID,
046500         ' BRANCH ', SM-BRANCH-CODE,
046600         ' STATUS ', SM-CUST-STATUS,
046700         ' HOUSEHOLD ', SM-HH-CRITERION,
046800         ' FROM ', SM-EFF-FROM-DATE,
046900         ' TO ', SM-EFF-TO-DATE,
047000         ' INSERT ', SM-INSERT-CODE.
047100 8100-EXIT.
047200     EXIT.
047300*----------------------------------------------------------
047400* 9100-WRITE-ACTIVITY - the caller sets AY-ACTION-CODE.
047500*----------------------------------------------------------
047600 9100-WRITE-ACTIVITY.
047700     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
047800     MOVE 'STMT-MSG-MAINT' TO AY-SOURCE-PGM.
047900     MOVE WS-TARGET-MSG TO AY-ACTION-KEY.
048000     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
048100     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
048200 9100-EXIT.
048300     EXIT.
