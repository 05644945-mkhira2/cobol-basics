000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COA-MAINT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Supervisor-gated maintenance for the COAMAST chart of
000900* accounts: add a general-ledger account with its
001000* description, type and manual-posting flag, change those
001100* attributes, deactivate an account, or reactivate one.
001200* Every GL posting is validated against this chart through
001300* COA-CHECK, so which accounts exist - and which take
001400* manual adjustments - is a finance decision made here,
001500* the same shape as SRC-MAINT for measurement sources.
001600*----------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-10-14   DN   Original program.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT CHART-OF-ACCOUNTS ASSIGN TO 'COAMAST'
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS COA-ACCOUNT
002800         FILE STATUS IS COA-FILE-STATUS.
002900     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS AF-FILE-STATUS.
003200*
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CHART-OF-ACCOUNTS
003600     LABEL RECORDS ARE STANDARD.
003700     COPY "coamast.cpy".
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
004900 01  COA-FILE-STATUS         PIC X(02).
005000 01  AF-FILE-STATUS          PIC X(02).
005100*
005200 01  WS-OPERATOR-ID          PIC X(08).
005300 01  WS-AUTH-CODE            PIC X(04).
005400 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
005500     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
005600*
005700 01  WS-ACTION               PIC X(01).
005800     88  WS-ACTION-ADD       VALUE 'A'.
005900     88  WS-ACTION-CHANGE    VALUE 'C'.
006000     88  WS-ACTION-DEACTIVATE VALUE 'D'.
006100     88  WS-ACTION-ACTIVATE  VALUE 'V'.
006200     88  WS-ACTION-DONE      VALUE 'X'.
006300*
006400 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
006500     88  WS-DONE             VALUE 'Y'.
006600*
006700 01  WS-TARGET-ACCOUNT       PIC X(08).
006800 01  WS-NEW-DESC             PIC X(30).
006900 01  WS-NEW-TYPE             PIC X(01).
007000     88  WS-NEW-TYPE-VALID   VALUE 'A' 'L' 'I' 'E'.
007100 01  WS-NEW-MANUAL           PIC X(01).
007200     88  WS-NEW-MANUAL-VALID VALUE 'Y' 'N'.
007300*
007400 PROCEDURE DIVISION.
007500*----------------------------------------------------------
007600* 0000-MAINLINE
007700*----------------------------------------------------------
007800 0000-MAINLINE.
007900     CALL 'BUS-DATE' USING WS-RUN-DATE.
008000     OPEN EXTEND AUTH-FAIL-LOG.
008100     IF AF-FILE-STATUS = '35'
008200         OPEN OUTPUT AUTH-FAIL-LOG
008300     END-IF.
008400     PERFORM 1700-CHECK-SUPERVISOR THRU 1700-EXIT.
008500     IF NOT WS-AUTHORIZED
008600         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED TO ',
008700             'MAINTAIN THE CHART OF ACCOUNTS'
008800         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
008900         CLOSE AUTH-FAIL-LOG
009000         GOBACK
009100     END-IF.
009200     OPEN I-O CHART-OF-ACCOUNTS.
009300     IF COA-FILE-STATUS = '35'
009400         OPEN OUTPUT CHART-OF-ACCOUNTS
009500         CLOSE CHART-OF-ACCOUNTS
009600         OPEN I-O CHART-OF-ACCOUNTS
009700     END-IF.
009800     PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
009900         UNTIL WS-DONE.
010000     CLOSE CHART-OF-ACCOUNTS AUTH-FAIL-LOG.
010100     GOBACK.
010200*----------------------------------------------------------
010300* 1700-CHECK-SUPERVISOR
010400*----------------------------------------------------------
010500 1700-CHECK-SUPERVISOR.
010600     IF SO-SIGNED-ON
010700         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
010800         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
010900     ELSE
011000         DISPLAY 'Enter your operator ID: '
011100         ACCEPT WS-OPERATOR-ID
011200         DISPLAY 'Enter your authorization code: '
011300         ACCEPT WS-AUTH-CODE
011400     END-IF.
011500     SET WS-AUTHORIZED TO FALSE.
011600     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
011700     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
011800     MOVE '3' TO OA-REQUIRED-ROLE.
011900     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
012000     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
012100     IF OA-AUTHORIZED
012200         SET WS-AUTHORIZED TO TRUE
012300     END-IF.
012400 1700-EXIT.
012500     EXIT.
012600*----------------------------------------------------------
012700* 1730-WRITE-AUTH-FAIL
012800*----------------------------------------------------------
012900 1730-WRITE-AUTH-FAIL.
013000     MOVE 'COA-MAINT' TO AF-SOURCE-PGM.
013100     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
013200     ACCEPT AF-REJECT-TIME FROM TIME.
013300     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
013400     MOVE 'SUPERVISOR AUTH REQUIRED' TO AF-REASON.
013500     WRITE AUTH-FAIL-RECORD.
013600 1730-EXIT.
013700     EXIT.
013800*----------------------------------------------------------
013900* 1000-PROCESS-ACTION
014000*----------------------------------------------------------
014100 1000-PROCESS-ACTION.
014200     DISPLAY ' '.
014300     DISPLAY 'A. ADD AN ACCOUNT'.
014400     DISPLAY 'C. CHANGE DESCRIPTION/TYPE/MANUAL FLAG'.
014500     DISPLAY 'D. DEACTIVATE AN ACCOUNT'.
014600     DISPLAY 'V. REACTIVATE AN ACCOUNT'.
014700     DISPLAY 'X. EXIT'.
014800     DISPLAY 'Enter your selection: '.
014900     ACCEPT WS-ACTION.
015000     EVALUATE TRUE
015100         WHEN WS-ACTION-ADD
015200             PERFORM 2000-ADD-ACCOUNT THRU 2000-EXIT
015300         WHEN WS-ACTION-CHANGE
015400             PERFORM 3000-CHANGE-ACCOUNT THRU 3000-EXIT
015500         WHEN WS-ACTION-DEACTIVATE
015600             PERFORM 4000-SET-STATUS THRU 4000-EXIT
015700         WHEN WS-ACTION-ACTIVATE
015800             PERFORM 4000-SET-STATUS THRU 4000-EXIT
015900         WHEN WS-ACTION-DONE
016000             SET WS-DONE TO TRUE
016100         WHEN OTHER
016200             DISPLAY 'INVALID SELECTION - TRY AGAIN'
016300     END-EVALUATE.
016400 1000-EXIT.
016500     EXIT.
016600*----------------------------------------------------------
016700* 2000-ADD-ACCOUNT
016800*----------------------------------------------------------
016900 2000-ADD-ACCOUNT.
017000     DISPLAY 'Enter account number to add: '.
017100     ACCEPT WS-TARGET-ACCOUNT.
017200     IF WS-TARGET-ACCOUNT = SPACES
017300         DISPLAY 'ACCOUNT NUMBER REQUIRED - NOTHING ADDED'
017400         GO TO 2000-EXIT
017500     END-IF.
017600     DISPLAY 'Enter description: '.
017700     ACCEPT WS-NEW-DESC.
017800     IF WS-NEW-DESC = SPACES
017900         DISPLAY 'DESCRIPTION REQUIRED - NOTHING ADDED'
018000         GO TO 2000-EXIT
018100     END-IF.
018200     DISPLAY 'Enter type (A/L/I/E): '.
018300     ACCEPT WS-NEW-TYPE.
018400     IF NOT WS-NEW-TYPE-VALID
018500         DISPLAY 'TYPE MUST BE A, L, I OR E - NOTHING ADDED'
018600         GO TO 2000-EXIT
018700     END-IF.
018800     DISPLAY 'Allow manual adjustments (Y/N): '.
018900     ACCEPT WS-NEW-MANUAL.
019000     IF NOT WS-NEW-MANUAL-VALID
019100         DISPLAY 'MANUAL FLAG MUST BE Y OR N - NOTHING ADDED'
019200         GO TO 2000-EXIT
019300     END-IF.
019400     MOVE SPACES TO CHART-ACCOUNT-RECORD.
019500     MOVE WS-TARGET-ACCOUNT TO COA-ACCOUNT.
019600     MOVE WS-NEW-DESC TO COA-DESC.
019700     MOVE WS-NEW-TYPE TO COA-TYPE.
019800     MOVE WS-NEW-MANUAL TO COA-MANUAL-SW.
019900     SET COA-STAT-ACTIVE TO TRUE.
020000     MOVE WS-RUN-DATE TO COA-MAINT-DATE.
020100     MOVE WS-OPERATOR-ID TO COA-MAINT-OPER.
020200     WRITE CHART-ACCOUNT-RECORD
020300         INVALID KEY
020400             DISPLAY 'ACCOUNT ', WS-TARGET-ACCOUNT,
020500                 ' IS ALREADY ON FILE'
020600             GO TO 2000-EXIT
020700     END-WRITE.
020800     DISPLAY 'ACCOUNT ', WS-TARGET-ACCOUNT, ' ADDED'.
020900     MOVE 'COAADD' TO AY-ACTION-CODE.
021000     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
021100 2000-EXIT.
021200     EXIT.
021300*----------------------------------------------------------
021400* 3000-CHANGE-ACCOUNT
021500*----------------------------------------------------------
021600 3000-CHANGE-ACCOUNT.
021700     DISPLAY 'Enter account number to change: '.
021800     ACCEPT WS-TARGET-ACCOUNT.
021900     MOVE WS-TARGET-ACCOUNT TO COA-ACCOUNT.
022000     READ CHART-OF-ACCOUNTS
022100         KEY IS COA-ACCOUNT
022200         INVALID KEY
022300             DISPLAY 'ACCOUNT ', WS-TARGET-ACCOUNT,
022400                 ' NOT ON FILE'
022500             GO TO 3000-EXIT
022600     END-READ.
022700     DISPLAY 'CURRENT: ', COA-DESC, ' TYPE ', COA-TYPE,
022800         ' MANUAL ', COA-MANUAL-SW.
022900     DISPLAY 'Enter description (blank = keep): '.
023000     ACCEPT WS-NEW-DESC.
023100     DISPLAY 'Enter type A/L/I/E (blank = keep): '.
023200     ACCEPT WS-NEW-TYPE.
023300     IF WS-NEW-TYPE NOT = SPACE
023400         AND NOT WS-NEW-TYPE-VALID
023500         DISPLAY 'TYPE MUST BE A, L, I OR E - NOT CHANGED'
023600         GO TO 3000-EXIT
023700     END-IF.
023800     DISPLAY 'Allow manual adjustments Y/N (blank = keep): '.
023900     ACCEPT WS-NEW-MANUAL.
024000     IF WS-NEW-MANUAL NOT = SPACE
024100         AND NOT WS-NEW-MANUAL-VALID
024200         DISPLAY 'MANUAL FLAG MUST BE Y OR N - NOT CHANGED'
024300         GO TO 3000-EXIT
024400     END-IF.
024500     IF WS-NEW-DESC NOT = SPACES
024600         MOVE WS-NEW-DESC TO COA-DESC
024700     END-IF.
024800     IF WS-NEW-TYPE NOT = SPACE
024900         MOVE WS-NEW-TYPE TO COA-TYPE
025000     END-IF.
025100     IF WS-NEW-MANUAL NOT = SPACE
025200         MOVE WS-NEW-MANUAL TO COA-MANUAL-SW
025300     END-IF.
025400     MOVE WS-RUN-DATE TO COA-MAINT-DATE.
025500     MOVE WS-OPERATOR-ID TO COA-MAINT-OPER.
025600     REWRITE CHART-ACCOUNT-RECORD
025700         INVALID KEY
025800             DISPLAY 'ERROR CHANGING ACCOUNT ',
025900                 WS-TARGET-ACCOUNT
026000             GO TO 3000-EXIT
026100     END-REWRITE.
026200     DISPLAY 'ACCOUNT ', WS-TARGET-ACCOUNT, ' CHANGED'.
026300     MOVE 'COACHG' TO AY-ACTION-CODE.
026400     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
026500 3000-EXIT.
026600     EXIT.
026700*----------------------------------------------------------
026800* 4000-SET-STATUS - deactivate or reactivate; the account
026900*     stays on file either way, so posted history still
027000*     prints with its description.
027100*----------------------------------------------------------
027200 4000-SET-STATUS.
027300     DISPLAY 'Enter account number: '.
027400     ACCEPT WS-TARGET-ACCOUNT.
027500     MOVE WS-TARGET-ACCOUNT TO COA-ACCOUNT.
027600     READ CHART-OF-ACCOUNTS
027700         KEY IS COA-ACCOUNT
027800         INVALID KEY
027900             DISPLAY 'ACCOUNT ', WS-TARGET-ACCOUNT,
028000                 ' NOT ON FILE'
028100             GO TO 4000-EXIT
028200     END-READ.
028300     IF WS-ACTION-DEACTIVATE
028400         SET COA-STAT-INACTIVE TO TRUE
028500     ELSE
028600         SET COA-STAT-ACTIVE TO TRUE
028700     END-IF.
028800     MOVE WS-RUN-DATE TO COA-MAINT-DATE.
028900     MOVE WS-OPERATOR-ID TO COA-MAINT-OPER.
029000     REWRITE CHART-ACCOUNT-RECORD
029100         INVALID KEY
029200             DISPLAY 'ERROR UPDATING ACCOUNT ',
029300                 WS-TARGET-ACCOUNT
029400             GO TO 4000-EXIT
029500     END-REWRITE.
029600     IF WS-ACTION-DEACTIVATE
029700         DISPLAY 'ACCOUNT ', WS-TARGET-ACCOUNT, ' DEACTIVATED'
029800         MOVE 'COAINA' TO AY-ACTION-CODE
029900     ELSE
030000         DISPLAY 'ACCOUNT ', WS-TARGET-ACCOUNT, ' REACTIVATED'
030100         MOVE 'COAACT' TO AY-ACTION-CODE
030200     END-IF.
030300     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
030400 4000-EXIT.
030500     EXIT.
030600*----------------------------------------------------------
030700* 9100-WRITE-ACTIVITY - the caller sets AY-ACTION-CODE.
030800*----------------------------------------------------------
030900 9100-WRITE-ACTIVITY.
031000     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
031100     MOVE 'COA-MAINT' TO AY-SOURCE-PGM.
031200     MOVE WS-TARGET-ACCOUNT TO AY-ACTION-KEY.
031300     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
031400     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
031500 9100-EXIT.
031600     EXIT.
