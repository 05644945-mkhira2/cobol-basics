000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARM-MAINT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Supervisor-gated maintenance for the small run-control
000900* files the batch suite reads at start-up: DRYRUN,
001000* RUNMODE, PERFCTL, WINCTL, the RETNCTL, NOTERETN and
001100* ARCHRETN retention days, the RPTRETN per-report
001200* retention list, NTFRYCTL, DORMCTL, TRENDCTL, and the
001300* MSGRTECTL and MSGRTECT2 message routes. Each control is
001400* shown field by field with the value in force - the
001500* reading program's default when the file is absent -
001600* and every new value is edited before anything is
001700* written. Each field changed goes onto the PARMCHG
001800* parameter-change log, before and after, with the
001900* operator and the time, and the save is on the
002000* operator-activity log; PARM-CHG-RPT lists the changes
002100* by date. A control should no longer be edited by hand.
002200*----------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE        INIT  DESCRIPTION
002500*    2026-10-15   DN   Original program.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DRY-RUN-CONTROL ASSIGN TO 'DRYRUN'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS DR-FILE-STATUS.
003300     SELECT MODE-CONTROL ASSIGN TO 'RUNMODE'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS MC-FILE-STATUS.
003600     SELECT REPEAT-CONTROL ASSIGN TO 'PERFCTL'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS RC-FILE-STATUS.
003900     SELECT WINDOW-CONTROL ASSIGN TO 'WINCTL'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WN-FILE-STATUS.
004200     SELECT LOG-RETN-CONTROL ASSIGN TO 'RETNCTL'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS RT-FILE-STATUS.
004500     SELECT NOTE-RETN-CONTROL ASSIGN TO 'NOTERETN'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS NR-FILE-STATUS.
004800     SELECT ARCH-RETN-CONTROL ASSIGN TO 'ARCHRETN'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS AR-FILE-STATUS.
005100     SELECT RETAIN-CONTROL ASSIGN TO 'RPTRETN'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS RN-FILE-STATUS.
005400     SELECT RETRY-CONTROL ASSIGN TO 'NTFRYCTL'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS NY-FILE-STATUS.
005700     SELECT DORMANT-CONTROL ASSIGN TO 'DORMCTL'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS DM-FILE-STATUS.
006000     SELECT TREND-CONTROL ASSIGN TO 'TRENDCTL'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS TR-FILE-STATUS.
006300     SELECT ROUTE-CONTROL ASSIGN TO 'MSGRTECTL'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS MR-FILE-STATUS.
006600     SELECT ROUTE-CONTROL-2 ASSIGN TO 'MSGRTECT2'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS M2-FILE-STATUS.
006900     SELECT PARM-CHANGE-LOG ASSIGN TO 'PARMCHG'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS PC-FILE-STATUS.
007200     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS AF-FILE-STATUS.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  DRY-RUN-CONTROL
007900     LABEL RECORDS ARE STANDARD.
008000     COPY "dryrctl.cpy".
008100*
008200 FD  MODE-CONTROL
008300     LABEL RECORDS ARE STANDARD.
008400     COPY "modectl.cpy".
008500*
008600 FD  REPEAT-CONTROL
008700     LABEL RECORDS ARE STANDARD.
008800     COPY "perfctl.cpy".
008900*
009000 FD  WINDOW-CONTROL
009100     LABEL RECORDS ARE STANDARD.
009200     COPY "winctl.cpy".
009300*
009400 FD  LOG-RETN-CONTROL
009500     LABEL RECORDS ARE STANDARD.
009600     COPY "retenctl.cpy".
009700*
009800 FD  NOTE-RETN-CONTROL
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "retenctl.cpy"
010100         REPLACING ==RETENTION-CTL-RECORD==
010200                BY ==NOTE-RETN-CTL-RECORD==
010300                   ==RT-RETENTION-DAYS== BY ==NR-RETENTION-DAYS==.
010400*
010500 FD  ARCH-RETN-CONTROL
010600     LABEL RECORDS ARE STANDARD.
010700     COPY "retenctl.cpy"
010800         REPLACING ==RETENTION-CTL-RECORD==
010900                BY ==ARCH-RETN-CTL-RECORD==
011000                   ==RT-RETENTION-DAYS== BY ==AR-RETENTION-DAYS==.
011100*
011200*    Same layout RPT-CAPTURE reads: one report ID and its
011300*    retention days per record.
011400 FD  RETAIN-CONTROL
011500     LABEL RECORDS ARE STANDARD.
011600 01  RETAIN-CTL-RECORD.
011700     05  RN-REPORT-ID            PIC X(10).
011800     05  RN-RETAIN-DAYS          PIC 9(04).
011900*
012000 FD  RETRY-CONTROL
012100     LABEL RECORDS ARE STANDARD.
012200     COPY "ntfryctl.cpy".
012300*
012400 FD  DORMANT-CONTROL
012500     LABEL RECORDS ARE STANDARD.
012600     COPY "dormctl.cpy".
012700*
012800 FD  TREND-CONTROL
012900     LABEL RECORDS ARE STANDARD.
013000     COPY "trendctl.cpy".
013100*
013200 FD  ROUTE-CONTROL
013300     LABEL RECORDS ARE STANDARD.
013400     COPY "msgroute.cpy".
013500*
013600 FD  ROUTE-CONTROL-2
013700     LABEL RECORDS ARE STANDARD.
013800     COPY "msgroute.cpy"
013900         REPLACING ==MSG-ROUTE-RECORD== BY ==MSG-ROUTE-2-RECORD==
014000                   LEADING ==MR-== BY ==M2-==.
014100*
014200 FD  PARM-CHANGE-LOG
014300     LABEL RECORDS ARE STANDARD.
014400     COPY "parmchg.cpy".
014500*
014600 FD  AUTH-FAIL-LOG
014700     LABEL RECORDS ARE STANDARD.
014800     COPY "authfailrc.cpy".
014900*
015000 WORKING-STORAGE SECTION.
015100 COPY "operauth.cpy".
015200 COPY "signonws.cpy".
015300 COPY "actlogpm.cpy".
015400 COPY "rundate.cpy".
015500*
015600 01  DR-FILE-STATUS          PIC X(02).
015700 01  MC-FILE-STATUS          PIC X(02).
015800 01  RC-FILE-STATUS          PIC X(02).
015900 01  WN-FILE-STATUS          PIC X(02).
016000 01  RT-FILE-STATUS          PIC X(02).
016100 01  NR-FILE-STATUS          PIC X(02).
016200 01  AR-FILE-STATUS          PIC X(02).
016300 01  RN-FILE-STATUS          PIC X(02).
016400 01  NY-FILE-STATUS          PIC X(02).
016500 01  DM-FILE-STATUS          PIC X(02).
016600 01  TR-FILE-STATUS          PIC X(02).
016700 01  MR-FILE-STATUS          PIC X(02).
016800 01  M2-FILE-STATUS          PIC X(02).
016900 01  PC-FILE-STATUS          PIC X(02).
017000 01  AF-FILE-STATUS          PIC X(02).
017100*
017200 01  WS-OPERATOR-ID          PIC X(08).
017300 01  WS-AUTH-CODE            PIC X(04).
017400 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
017500     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
017600*
017700 01  WS-CONTROL-ID           PIC X(10).
017800     88  WS-ACTION-LIST      VALUE 'L'.
017900     88  WS-ACTION-DONE      VALUE 'X'.
018000 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
018100     88  WS-DONE             VALUE 'Y'.
018200 01  WS-KNOWN-SW             PIC X(01).
018300     88  WS-KNOWN-CONTROL    VALUE 'Y' FALSE 'N'.
018400 01  WS-ON-FILE-SW           PIC X(01).
018500     88  WS-ON-FILE          VALUE 'Y' FALSE 'N'.
018600 01  WS-VALID-SW             PIC X(01).
018700     88  WS-VALID            VALUE 'Y' FALSE 'N'.
018800 01  WS-KEEP-SW              PIC X(01).
018900     88  WS-KEEP-VALUE       VALUE 'Y' FALSE 'N'.
019000 01  WS-WRITE-OK-SW          PIC X(01).
019100     88  WS-WRITE-OK         VALUE 'Y' FALSE 'N'.
019200 01  WS-CONFIRM              PIC X(01).
019300 01  WS-CHANGE-ACTION        PIC X(01).
019400*
019500*    The run-control files, in the order the listing shows
019600*    them. RPTRETN is a list of entries rather than one
019700*    record and is kept by its own paragraphs.
019800 01  WS-CONTROL-NAMES.
019900     05  FILLER              PIC X(10) VALUE 'DRYRUN'.
020000     05  FILLER              PIC X(10) VALUE 'RUNMODE'.
020100     05  FILLER              PIC X(10) VALUE 'PERFCTL'.
020200     05  FILLER              PIC X(10) VALUE 'WINCTL'.
020300     05  FILLER              PIC X(10) VALUE 'RETNCTL'.
020400     05  FILLER              PIC X(10) VALUE 'NOTERETN'.
020500     05  FILLER              PIC X(10) VALUE 'ARCHRETN'.
020600     05  FILLER              PIC X(10) VALUE 'NTFRYCTL'.
020700     05  FILLER              PIC X(10) VALUE 'DORMCTL'.
020800     05  FILLER              PIC X(10) VALUE 'TRENDCTL'.
020900     05  FILLER              PIC X(10) VALUE 'MSGRTECTL'.
021000     05  FILLER              PIC X(10) VALUE 'MSGRTECT2'.
021100 01  WS-CONTROL-TABLE REDEFINES WS-CONTROL-NAMES.
021200     05  WS-CTL-NAME         PIC X(10) OCCURS 12 TIMES.
021300 77  WS-CTL-COUNT            PIC 9(02) COMP VALUE 12.
021400 77  WS-CTL-SUB              PIC 9(02) COMP.
021500*
021600*    The fields of the control being worked, as text: the
021700*    value in force when it was read and the value to be
021800*    written.
021900 01  WS-FIELD-TABLE.
022000     05  WS-FIELD-ENTRY      OCCURS 3 TIMES.
022100         10  WS-FLD-NAME     PIC X(16).
022200         10  WS-FLD-BEFORE   PIC X(10).
022300         10  WS-FLD-AFTER    PIC X(10).
022400 77  WS-FIELD-COUNT          PIC 9(02) COMP.
022500 77  WS-FIELD-SUB            PIC 9(02) COMP.
022600 77  WS-CHANGE-COUNT         PIC 9(02) COMP.
022700 01  WS-FLD-HINT             PIC X(60).
022800*
022900*    One value as keyed, and the edits applied to it.
023000 01  WS-VALUE-IN             PIC X(10).
023100 01  WS-VALUE-NUM            PIC 9(08).
023200 01  WS-VALID-CODES          PIC X(03).
023300 77  WS-DIGITS               PIC 9(02) COMP.
023400 01  WS-DIGITS-ED            PIC 9(01).
023500 01  WS-LIMIT-LOW            PIC 9(08).
023600 01  WS-LIMIT-HIGH           PIC 9(08).
023700 01  WS-LIMIT-LOW-ED         PIC Z(07)9.
023800 01  WS-LIMIT-HIGH-ED        PIC Z(07)9.
023900 01  WS-CHECK-TIME.
024000     05  WS-CHECK-HOUR       PIC 9(02).
024100     05  WS-CHECK-MINUTE     PIC 9(02).
024200     05  WS-CHECK-SECOND     PIC 9(02).
024300     05  WS-CHECK-HUNDREDTH  PIC 9(02).
024400 01  WS-CHECK-DATE.
024500     05  WS-CHECK-YEAR       PIC 9(04).
024600     05  WS-CHECK-MONTH      PIC 9(02).
024700     05  WS-CHECK-DAY        PIC 9(02).
024800 01  WS-DAYS-IN-MONTH        PIC 9(02).
024900 01  WS-LEAP-WORK            PIC 9(04).
025000 01  WS-LEAP-REM             PIC 9(04).
025100 01  WS-LEAP-SW              PIC X(01).
025200     88  WS-LEAP-YEAR        VALUE 'Y'.
025300*
025400*    RPTRETN entries as held on the file. RPT-CAPTURE takes
025500*    no more than its first twenty, so no more are added;
025600*    anything already beyond them is kept as it stands.
025700 01  WS-RETN-TABLE.
025800     05  WS-RETN-ENTRY       OCCURS 50 TIMES.
025900         10  WS-RE-REPORT-ID PIC X(10).
026000         10  WS-RE-DAYS      PIC X(04).
026100 77  WS-RETN-COUNT           PIC 9(02) COMP.
026200 77  WS-RETN-SUB             PIC 9(02) COMP.
026300 77  WS-RETN-FOUND           PIC 9(02) COMP.
026400 77  WS-RETN-READ-LIMIT      PIC 9(02) COMP VALUE 20.
026500 77  WS-RETN-TABLE-MAX       PIC 9(02) COMP VALUE 50.
026600 01  WS-RETN-DEFAULT         PIC X(04) VALUE '0090'.
026700 01  WS-RETN-EOF-SW          PIC X(01).
026800     88  WS-RETN-EOF         VALUE 'Y' FALSE 'N'.
026900 01  WS-RETN-FULL-SW         PIC X(01).
027000     88  WS-RETN-FULL        VALUE 'Y' FALSE 'N'.
027100 01  WS-ENTRY-KEY            PIC X(10).
027200*
027300 PROCEDURE DIVISION.
027400*----------------------------------------------------------
027500* 0000-MAINLINE
027600*----------------------------------------------------------
027700 0000-MAINLINE.
027800     CALL 'BUS-DATE' USING WS-RUN-DATE.
027900     OPEN EXTEND AUTH-FAIL-LOG.
028000     IF AF-FILE-STATUS = '35'
028100         OPEN OUTPUT AUTH-FAIL-LOG
028200     END-IF.
028300     PERFORM 1700-CHECK-SUPERVISOR THRU 1700-EXIT.
028400     IF NOT WS-AUTHORIZED
028500         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED TO ',
028600             'MAINTAIN RUN CONTROLS'
028700         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
028800         CLOSE AUTH-FAIL-LOG
028900         GOBACK
029000     END-IF.
029100     OPEN EXTEND PARM-CHANGE-LOG.
029200     IF PC-FILE-STATUS = '35'
029300         OPEN OUTPUT PARM-CHANGE-LOG
029400     END-IF.
029500     PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
029600         UNTIL WS-DONE.
029700     CLOSE PARM-CHANGE-LOG AUTH-FAIL-LOG.
029800     GOBACK.
029900*----------------------------------------------------------
030000* 1700-CHECK-SUPERVISOR
030100*----------------------------------------------------------
030200 1700-CHECK-SUPERVISOR.
030300     IF SO-SIGNED-ON
030400         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
030500         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
030600     ELSE
030700         DISPLAY 'Enter your operator ID: '
030800         ACCEPT WS-OPERATOR-ID
030900         DISPLAY 'Enter your authorization code: '
031000         ACCEPT WS-AUTH-CODE
031100     END-IF.
031200     SET WS-AUTHORIZED TO FALSE.
031300     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
031400     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
031500     MOVE '3' TO OA-REQUIRED-ROLE.
031600     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
031700     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
031800     IF OA-AUTHORIZED
031900         SET WS-AUTHORIZED TO TRUE
032000     END-IF.
032100 1700-EXIT.
032200     EXIT.
032300*----------------------------------------------------------
032400* 1730-WRITE-AUTH-FAIL
032500*----------------------------------------------------------
032600 1730-WRITE-AUTH-FAIL.
032700     MOVE 'PARM-MAINT' TO AF-SOURCE-PGM.
032800     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
032900     ACCEPT AF-REJECT-TIME FROM TIME.
033000     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
033100     MOVE 'SUPERVISOR AUTH REQUIRED' TO AF-REASON.
033200     WRITE AUTH-FAIL-RECORD.
033300 1730-EXIT.
033400     EXIT.
033500*----------------------------------------------------------
033600* 1000-PROCESS-ACTION - the operator names the control to
033700*     work by its file name.
033800*----------------------------------------------------------
033900 1000-PROCESS-ACTION.
034000     DISPLAY ' '.
034100     DISPLAY 'RUN CONTROLS: DRYRUN   RUNMODE  PERFCTL  ',
034200         'WINCTL   RETNCTL  NOTERETN'.
034300     DISPLAY '              ARCHRETN RPTRETN  NTFRYCTL ',
034400         'DORMCTL  TRENDCTL MSGRTECTL MSGRTECT2'.
034500     DISPLAY 'Enter a control name, L to list them all, ',
034600         'or X to exit: '.
034700     MOVE SPACES TO WS-CONTROL-ID.
034800     ACCEPT WS-CONTROL-ID.
034900     INSPECT WS-CONTROL-ID CONVERTING
035000         'abcdefghijklmnopqrstuvwxyz'
035100         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
035200     EVALUATE TRUE
035300         WHEN WS-ACTION-LIST
035400             PERFORM 5000-LIST-CONTROLS THRU 5000-EXIT
035500         WHEN WS-ACTION-DONE
035600             SET WS-DONE TO TRUE
035700         WHEN WS-CONTROL-ID = 'RPTRETN'
035800             PERFORM 6000-MAINTAIN-RPTRETN THRU 6000-EXIT
035900         WHEN OTHER
036000             PERFORM 2000-READ-CONTROL THRU 2000-EXIT
036100             IF WS-KNOWN-CONTROL
036200                 PERFORM 3000-EDIT-CONTROL THRU 3000-EXIT
036300             ELSE
036400                 DISPLAY 'NO RUN CONTROL NAMED ',
036500                     WS-CONTROL-ID, ' - TRY AGAIN'
036600             END-IF
036700     END-EVALUATE.
036800 1000-EXIT.
036900     EXIT.
037000*----------------------------------------------------------
037100* 2000-READ-CONTROL - load the field table for the
037200*     control named in WS-CONTROL-ID: each field's name
037300*     and the value in force. A control not on file shows
037400*     the default its reading program falls back to.
037500*----------------------------------------------------------
037600 2000-READ-CONTROL.
037700     SET WS-KNOWN-CONTROL TO TRUE.
037800     SET WS-ON-FILE TO FALSE.
037900     MOVE SPACES TO WS-FIELD-TABLE.
038000     EVALUATE WS-CONTROL-ID
038100         WHEN 'DRYRUN'
038200             PERFORM 2100-READ-DRYRUN THRU 2100-EXIT
038300         WHEN 'RUNMODE'
038400             PERFORM 2150-READ-RUNMODE THRU 2150-EXIT
038500         WHEN 'PERFCTL'
038600             PERFORM 2200-READ-PERFCTL THRU 2200-EXIT
038700         WHEN 'WINCTL'
038800             PERFORM 2250-READ-WINCTL THRU 2250-EXIT
038900         WHEN 'RETNCTL'
039000             PERFORM 2300-READ-RETNCTL THRU 2300-EXIT
039100         WHEN 'NOTERETN'
039200             PERFORM 2350-READ-NOTERETN THRU 2350-EXIT
039300         WHEN 'ARCHRETN'
039400             PERFORM 2400-READ-ARCHRETN THRU 2400-EXIT
039500         WHEN 'NTFRYCTL'
039600             PERFORM 2450-READ-NTFRYCTL THRU 2450-EXIT
039700         WHEN 'DORMCTL'
039800             PERFORM 2500-READ-DORMCTL THRU 2500-EXIT
039900         WHEN 'TRENDCTL'
040000             PERFORM 2550-READ-TRENDCTL THRU 2550-EXIT
040100         WHEN 'MSGRTECTL'
040200             PERFORM 2600-READ-MSGRTECTL THRU 2600-EXIT
040300         WHEN 'MSGRTECT2'
040400             PERFORM 2650-READ-MSGRTECT2 THRU 2650-EXIT
040500         WHEN OTHER
040600             SET WS-KNOWN-CONTROL TO FALSE
040700             GO TO 2000-EXIT
040800     END-EVALUATE.
040900     PERFORM 2900-COPY-BEFORE THRU 2900-EXIT
041000         VARYING WS-FIELD-SUB FROM 1 BY 1
041100         UNTIL WS-FIELD-SUB > WS-FIELD-COUNT.
041200 2000-EXIT.
041300     EXIT.
041400*----------------------------------------------------------
041500* 2100-READ-DRYRUN - a missing control is a live run.
041600*----------------------------------------------------------
041700 2100-READ-DRYRUN.
041800     MOVE 1 TO WS-FIELD-COUNT.
041900     MOVE 'DRY-RUN-SW' TO WS-FLD-NAME (1).
042000     MOVE 'N' TO WS-FLD-BEFORE (1).
042100     OPEN INPUT DRY-RUN-CONTROL.
042200     IF DR-FILE-STATUS NOT = '00'
042300         GO TO 2100-EXIT
042400     END-IF.
042500     READ DRY-RUN-CONTROL
042600         NOT AT END
042700             SET WS-ON-FILE TO TRUE
042800             MOVE DR-DRY-RUN-SW TO WS-FLD-BEFORE (1)
042900     END-READ.
043000     CLOSE DRY-RUN-CONTROL.
043100 2100-EXIT.
043200     EXIT.
043300*----------------------------------------------------------
043400* 2150-READ-RUNMODE - a missing control is online.
043500*----------------------------------------------------------
043600 2150-READ-RUNMODE.
043700     MOVE 1 TO WS-FIELD-COUNT.
043800     MOVE 'RUN-MODE' TO WS-FLD-NAME (1).
043900     MOVE 'O' TO WS-FLD-BEFORE (1).
044000     OPEN INPUT MODE-CONTROL.
044100     IF MC-FILE-STATUS NOT = '00'
044200         GO TO 2150-EXIT
044300     END-IF.
044400     READ MODE-CONTROL
044500         NOT AT END
044600             SET WS-ON-FILE TO TRUE
044700             MOVE MC-RUN-MODE TO WS-FLD-BEFORE (1)
044800     END-READ.
044900     CLOSE MODE-CONTROL.
045000 2150-EXIT.
045100     EXIT.
045200*----------------------------------------------------------
045300* 2200-READ-PERFCTL - PERFORM-TIMES checkpoints every five
045400*     statements without a control.
045500*----------------------------------------------------------
045600 2200-READ-PERFCTL.
045700     MOVE 2 TO WS-FIELD-COUNT.
045800     MOVE 'REPEAT-COUNT' TO WS-FLD-NAME (1).
045900     MOVE '000' TO WS-FLD-BEFORE (1).
046000     MOVE 'CKPT-INTERVAL' TO WS-FLD-NAME (2).
046100     MOVE '005' TO WS-FLD-BEFORE (2).
046200     OPEN INPUT REPEAT-CONTROL.
046300     IF RC-FILE-STATUS NOT = '00'
046400         GO TO 2200-EXIT
046500     END-IF.
046600     READ REPEAT-CONTROL
046700         NOT AT END
046800             SET WS-ON-FILE TO TRUE
046900             MOVE RC-REPEAT-COUNT TO WS-FLD-BEFORE (1)
047000             MOVE RC-CHECKPOINT-INTERVAL TO WS-FLD-BEFORE (2)
047100     END-READ.
047200     CLOSE REPEAT-CONTROL.
047300 2200-EXIT.
047400     EXIT.
047500*----------------------------------------------------------
047600* 2250-READ-WINCTL - 0600 warning, 0700 critical without a
047700*     control.
047800*----------------------------------------------------------
047900 2250-READ-WINCTL.
048000     MOVE 2 TO WS-FIELD-COUNT.
048100     MOVE 'WARN-CUTOFF' TO WS-FLD-NAME (1).
048200     MOVE '06000000' TO WS-FLD-BEFORE (1).
048300     MOVE 'CRIT-CUTOFF' TO WS-FLD-NAME (2).
048400     MOVE '07000000' TO WS-FLD-BEFORE (2).
048500     OPEN INPUT WINDOW-CONTROL.
048600     IF WN-FILE-STATUS NOT = '00'
048700         GO TO 2250-EXIT
048800     END-IF.
048900     READ WINDOW-CONTROL
049000         NOT AT END
049100             SET WS-ON-FILE TO TRUE
049200             MOVE WN-WARN-CUTOFF TO WS-FLD-BEFORE (1)
049300             MOVE WN-CRIT-CUTOFF TO WS-FLD-BEFORE (2)
049400     END-READ.
049500     CLOSE WINDOW-CONTROL.
049600 2250-EXIT.
049700     EXIT.
049800*----------------------------------------------------------
049900* 2300-READ-RETNCTL - LOG-ARCHIVE keeps 90 days without a
050000*     control.
050100*----------------------------------------------------------
050200 2300-READ-RETNCTL.
050300     MOVE 1 TO WS-FIELD-COUNT.
050400     MOVE 'RETENTION-DAYS' TO WS-FLD-NAME (1).
050500     MOVE '0090' TO WS-FLD-BEFORE (1).
050600     OPEN INPUT LOG-RETN-CONTROL.
050700     IF RT-FILE-STATUS NOT = '00'
050800         GO TO 2300-EXIT
050900     END-IF.
051000     READ LOG-RETN-CONTROL
051100         NOT AT END
051200             SET WS-ON-FILE TO TRUE
051300             MOVE RT-RETENTION-DAYS TO WS-FLD-BEFORE (1)
051400     END-READ.
051500     CLOSE LOG-RETN-CONTROL.
051600 2300-EXIT.
051700     EXIT.
051800*----------------------------------------------------------
051900* 2350-READ-NOTERETN - NOTE-PURGE keeps 365 days without a
052000*     control.
052100*----------------------------------------------------------
052200 2350-READ-NOTERETN.
052300     MOVE 1 TO WS-FIELD-COUNT.
052400     MOVE 'RETENTION-DAYS' TO WS-FLD-NAME (1).
052500     MOVE '0365' TO WS-FLD-BEFORE (1).
052600     OPEN INPUT NOTE-RETN-CONTROL.
052700     IF NR-FILE-STATUS NOT = '00'
052800         GO TO 2350-EXIT
052900     END-IF.
053000     READ NOTE-RETN-CONTROL
053100         NOT AT END
053200             SET WS-ON-FILE TO TRUE
053300             MOVE NR-RETENTION-DAYS TO WS-FLD-BEFORE (1)
053400     END-READ.
053500     CLOSE NOTE-RETN-CONTROL.
053600 2350-EXIT.
053700     EXIT.
053800*----------------------------------------------------------
053900* 2400-READ-ARCHRETN - CUST-ARCHIVE waits 730 days without
054000*     a control.
054100*----------------------------------------------------------
054200 2400-READ-ARCHRETN.
054300     MOVE 1 TO WS-FIELD-COUNT.
054400     MOVE 'RETENTION-DAYS' TO WS-FLD-NAME (1).
054500     MOVE '0730' TO WS-FLD-BEFORE (1).
054600     OPEN INPUT ARCH-RETN-CONTROL.
054700     IF AR-FILE-STATUS NOT = '00'
054800         GO TO 2400-EXIT
054900     END-IF.
055000     READ ARCH-RETN-CONTROL
055100         NOT AT END
055200             SET WS-ON-FILE TO TRUE
055300             MOVE AR-RETENTION-DAYS TO WS-FLD-BEFORE (1)
055400     END-READ.
055500     CLOSE ARCH-RETN-CONTROL.
055600 2400-EXIT.
055700     EXIT.
055800*----------------------------------------------------------
055900* 2450-READ-NTFRYCTL - three attempts without a control.
056000*----------------------------------------------------------
056100 2450-READ-NTFRYCTL.
056200     MOVE 1 TO WS-FIELD-COUNT.
056300     MOVE 'MAX-ATTEMPTS' TO WS-FLD-NAME (1).
056400     MOVE '03' TO WS-FLD-BEFORE (1).
056500     OPEN INPUT RETRY-CONTROL.
056600     IF NY-FILE-STATUS NOT = '00'
056700         GO TO 2450-EXIT
056800     END-IF.
056900     READ RETRY-CONTROL
057000         NOT AT END
057100             SET WS-ON-FILE TO TRUE
057200             MOVE NY-MAX-ATTEMPTS TO WS-FLD-BEFORE (1)
057300     END-READ.
057400     CLOSE RETRY-CONTROL.
057500 2450-EXIT.
057600     EXIT.
057700*----------------------------------------------------------
057800* 2500-READ-DORMCTL - twelve months, report-only without a
057900*     control.
058000*----------------------------------------------------------
058100 2500-READ-DORMCTL.
058200     MOVE 2 TO WS-FIELD-COUNT.
058300     MOVE 'DORMANT-MONTHS' TO WS-FLD-NAME (1).
058400     MOVE '012' TO WS-FLD-BEFORE (1).
058500     MOVE 'RUN-MODE' TO WS-FLD-NAME (2).
058600     MOVE 'R' TO WS-FLD-BEFORE (2).
058700     OPEN INPUT DORMANT-CONTROL.
058800     IF DM-FILE-STATUS NOT = '00'
058900         GO TO 2500-EXIT
059000     END-IF.
059100     READ DORMANT-CONTROL
059200         NOT AT END
059300             SET WS-ON-FILE TO TRUE
059400             MOVE DM-DORMANT-MONTHS TO WS-FLD-BEFORE (1)
059500             MOVE DM-RUN-MODE TO WS-FLD-BEFORE (2)
059600     END-READ.
059700     CLOSE DORMANT-CONTROL.
059800 2500-EXIT.
059900     EXIT.
060000*----------------------------------------------------------
060100* 2550-READ-TRENDCTL - the whole log and a 25 per cent
060200*     drift without a control.
060300*----------------------------------------------------------
060400 2550-READ-TRENDCTL.
060500     MOVE 3 TO WS-FIELD-COUNT.
060600     MOVE 'FROM-DATE' TO WS-FLD-NAME (1).
060700     MOVE '00000000' TO WS-FLD-BEFORE (1).
060800     MOVE 'TO-DATE' TO WS-FLD-NAME (2).
060900     MOVE '99999999' TO WS-FLD-BEFORE (2).
061000     MOVE 'DRIFT-PCT' TO WS-FLD-NAME (3).
061100     MOVE '025' TO WS-FLD-BEFORE (3).
061200     OPEN INPUT TREND-CONTROL.
061300     IF TR-FILE-STATUS NOT = '00'
061400         GO TO 2550-EXIT
061500     END-IF.
061600     READ TREND-CONTROL
061700         NOT AT END
061800             SET WS-ON-FILE TO TRUE
061900             MOVE TR-FROM-DATE TO WS-FLD-BEFORE (1)
062000             MOVE TR-TO-DATE TO WS-FLD-BEFORE (2)
062100             MOVE TR-DRIFT-PCT TO WS-FLD-BEFORE (3)
062200     END-READ.
062300     CLOSE TREND-CONTROL.
062400 2550-EXIT.
062500     EXIT.
062600*----------------------------------------------------------
062700* 2600-READ-MSGRTECTL - MESSAGE routes to the console
062800*     without a control.
062900*----------------------------------------------------------
063000 2600-READ-MSGRTECTL.
063100     MOVE 1 TO WS-FIELD-COUNT.
063200     MOVE 'ROUTE-CODE' TO WS-FLD-NAME (1).
063300     MOVE 'C' TO WS-FLD-BEFORE (1).
063400     OPEN INPUT ROUTE-CONTROL.
063500     IF MR-FILE-STATUS NOT = '00'
063600         GO TO 2600-EXIT
063700     END-IF.
063800     READ ROUTE-CONTROL
063900         NOT AT END
064000             SET WS-ON-FILE TO TRUE
064100             MOVE MR-ROUTE-CODE TO WS-FLD-BEFORE (1)
064200     END-READ.
064300     CLOSE ROUTE-CONTROL.
064400 2600-EXIT.
064500     EXIT.
064600*----------------------------------------------------------
064700* 2650-READ-MSGRTECT2 - MESSAGE-EXAMPLE routes to the
064800*     console without a control.
064900*----------------------------------------------------------
065000 2650-READ-MSGRTECT2.
065100     MOVE 1 TO WS-FIELD-COUNT.
065200     MOVE 'ROUTE-CODE' TO WS-FLD-NAME (1).
065300     MOVE 'C' TO WS-FLD-BEFORE (1).
065400     OPEN INPUT ROUTE-CONTROL-2.
065500     IF M2-FILE-STATUS NOT = '00'
065600         GO TO 2650-EXIT
065700     END-IF.
065800     READ ROUTE-CONTROL-2
065900         NOT AT END
066000             SET WS-ON-FILE TO TRUE
066100             MOVE M2-ROUTE-CODE TO WS-FLD-BEFORE (1)
066200     END-READ.
066300     CLOSE ROUTE-CONTROL-2.
066400 2650-EXIT.
066500     EXIT.
066600*----------------------------------------------------------
066700* 2900-COPY-BEFORE - every field starts out unchanged.
066800*----------------------------------------------------------
066900 2900-COPY-BEFORE.
067000     MOVE WS-FLD-BEFORE (WS-FIELD-SUB)
067100         TO WS-FLD-AFTER (WS-FIELD-SUB).
067200 2900-EXIT.
067300     EXIT.
067400*----------------------------------------------------------
067500* 3000-EDIT-CONTROL - take the new values field by field;
067600*     the first value that fails its edit abandons the
067700*     whole control, so a half-made change is never saved.
067800*----------------------------------------------------------
067900 3000-EDIT-CONTROL.
068000     DISPLAY ' '.
068100     IF WS-ON-FILE
068200         DISPLAY WS-CONTROL-ID, ' ON FILE'
068300     ELSE
068400         DISPLAY WS-CONTROL-ID, ' NOT ON FILE - DEFAULTS ',
068500             'IN FORCE'
068600     END-IF.
068700     SET WS-VALID TO TRUE.
068800     EVALUATE WS-CONTROL-ID
068900         WHEN 'DRYRUN'
069000             PERFORM 3100-EDIT-DRYRUN THRU 3100-EXIT
069100         WHEN 'RUNMODE'
069200             PERFORM 3150-EDIT-RUNMODE THRU 3150-EXIT
069300         WHEN 'PERFCTL'
069400             PERFORM 3200-EDIT-PERFCTL THRU 3200-EXIT
069500         WHEN 'WINCTL'
069600             PERFORM 3250-EDIT-WINCTL THRU 3250-EXIT
069700         WHEN 'RETNCTL'
069800         WHEN 'NOTERETN'
069900         WHEN 'ARCHRETN'
070000             PERFORM 3300-EDIT-RETENTION THRU 3300-EXIT
070100         WHEN 'NTFRYCTL'
070200             PERFORM 3450-EDIT-NTFRYCTL THRU 3450-EXIT
070300         WHEN 'DORMCTL'
070400             PERFORM 3500-EDIT-DORMCTL THRU 3500-EXIT
070500         WHEN 'TRENDCTL'
070600             PERFORM 3550-EDIT-TRENDCTL THRU 3550-EXIT
070700         WHEN 'MSGRTECTL'
070800         WHEN 'MSGRTECT2'
070900             PERFORM 3600-EDIT-ROUTE THRU 3600-EXIT
071000     END-EVALUATE.
071100     IF NOT WS-VALID
071200         DISPLAY 'NOTHING CHANGED ON ', WS-CONTROL-ID
071300         GO TO 3000-EXIT
071400     END-IF.
071500     PERFORM 4000-SAVE-CONTROL THRU 4000-EXIT.
071600 3000-EXIT.
071700     EXIT.
071800*----------------------------------------------------------
071900* 3100-EDIT-DRYRUN - a dry run posts nothing anywhere, so
072000*     setting it is spelled out before the save.
072100*----------------------------------------------------------
072200 3100-EDIT-DRYRUN.
072300     MOVE 1 TO WS-FIELD-SUB.
072400     MOVE 'Y = DRY RUN, NOTHING UPDATED; N = LIVE RUN'
072500         TO WS-FLD-HINT.
072600     MOVE 'YN' TO WS-VALID-CODES.
072700     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
072800     PERFORM 8100-EDIT-CODE THRU 8100-EXIT.
072900     IF WS-VALID AND WS-FLD-AFTER (1) = 'Y'
073000         DISPLAY '*** EVERY BATCH RUN THAT HONORS DRYRUN WILL ',
073100             'POST NOTHING UNTIL THIS IS SET BACK TO N ***'
073200     END-IF.
073300 3100-EXIT.
073400     EXIT.
073500*----------------------------------------------------------
073600* 3150-EDIT-RUNMODE
073700*----------------------------------------------------------
073800 3150-EDIT-RUNMODE.
073900     MOVE 1 TO WS-FIELD-SUB.
074000     MOVE 'B = BATCH FROM BATCH-INPUT, O = ONLINE PROMPTS'
074100         TO WS-FLD-HINT.
074200     MOVE 'BO' TO WS-VALID-CODES.
074300     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
074400     PERFORM 8100-EDIT-CODE THRU 8100-EXIT.
074500 3150-EXIT.
074600     EXIT.
074700*----------------------------------------------------------
074800* 3200-EDIT-PERFCTL
074900*----------------------------------------------------------
075000 3200-EDIT-PERFCTL.
075100     MOVE 1 TO WS-FIELD-SUB.
075200     MOVE 'REPEAT COUNT, 3 DIGITS ZERO-FILLED' TO WS-FLD-HINT.
075300     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
075400     MOVE 3 TO WS-DIGITS.
075500     MOVE 0 TO WS-LIMIT-LOW.
075600     MOVE 999 TO WS-LIMIT-HIGH.
075700     PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT.
075800     IF NOT WS-VALID
075900         GO TO 3200-EXIT
076000     END-IF.
076100     MOVE 2 TO WS-FIELD-SUB.
076200     MOVE 'STATEMENTS BETWEEN CHECKPOINTS, 3 DIGITS ZERO-FILLED'
076300         TO WS-FLD-HINT.
076400     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
076500     MOVE 1 TO WS-LIMIT-LOW.
076600     PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT.
076700 3200-EXIT.
076800     EXIT.
076900*----------------------------------------------------------
077000* 3250-EDIT-WINCTL - both cutoffs are clock times, and the
077100*     critical cutoff cannot come before the warning.
077200*----------------------------------------------------------
077300 3250-EDIT-WINCTL.
077400     MOVE 1 TO WS-FIELD-SUB.
077500     MOVE 'PROJECTED FINISH THAT WARNS, HHMMSS00'
077600         TO WS-FLD-HINT.
077700     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
077800     PERFORM 8300-EDIT-TIME THRU 8300-EXIT.
077900     IF NOT WS-VALID
078000         GO TO 3250-EXIT
078100     END-IF.
078200     MOVE 2 TO WS-FIELD-SUB.
078300     MOVE 'PROJECTED FINISH THAT IS CRITICAL, HHMMSS00'
078400         TO WS-FLD-HINT.
078500     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
078600     PERFORM 8300-EDIT-TIME THRU 8300-EXIT.
078700     IF NOT WS-VALID
078800         GO TO 3250-EXIT
078900     END-IF.
079000     IF WS-FLD-AFTER (2) < WS-FLD-AFTER (1)
079100         DISPLAY 'CRITICAL CUTOFF IS BEFORE THE WARNING CUTOFF'
079200         SET WS-VALID TO FALSE
079300     END-IF.
079400 3250-EXIT.
079500     EXIT.
079600*----------------------------------------------------------
079700* 3300-EDIT-RETENTION - RETNCTL, NOTERETN and ARCHRETN all
079800*     hold a day count alone.
079900*----------------------------------------------------------
080000 3300-EDIT-RETENTION.
080100     MOVE 1 TO WS-FIELD-SUB.
080200     MOVE 'DAYS KEPT BEFORE PURGE OR ARCHIVE, 4 DIGITS'
080300         TO WS-FLD-HINT.
080400     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
080500     MOVE 4 TO WS-DIGITS.
080600     MOVE 1 TO WS-LIMIT-LOW.
080700     MOVE 9999 TO WS-LIMIT-HIGH.
080800     PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT.
080900 3300-EXIT.
081000     EXIT.
081100*----------------------------------------------------------
081200* 3450-EDIT-NTFRYCTL
081300*----------------------------------------------------------
081400 3450-EDIT-NTFRYCTL.
081500     MOVE 1 TO WS-FIELD-SUB.
081600     MOVE 'FAILED DELIVERIES BEFORE A NOTICE IS DROPPED, 2 DIGITS'
081700         TO WS-FLD-HINT.
081800     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
081900     MOVE 2 TO WS-DIGITS.
082000     MOVE 1 TO WS-LIMIT-LOW.
082100     MOVE 99 TO WS-LIMIT-HIGH.
082200     PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT.
082300 3450-EXIT.
082400     EXIT.
082500*----------------------------------------------------------
082600* 3500-EDIT-DORMCTL
082700*----------------------------------------------------------
082800 3500-EDIT-DORMCTL.
082900     MOVE 1 TO WS-FIELD-SUB.
083000     MOVE 'MONTHS WITHOUT ACTIVITY, 3 DIGITS ZERO-FILLED'
083100         TO WS-FLD-HINT.
083200     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
083300     MOVE 3 TO WS-DIGITS.
083400     MOVE 1 TO WS-LIMIT-LOW.
083500     MOVE 999 TO WS-LIMIT-HIGH.
083600     PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT.
083700     IF NOT WS-VALID
083800         GO TO 3500-EXIT
083900     END-IF.
084000     MOVE 2 TO WS-FIELD-SUB.
084100     MOVE 'U = UPDATE STATUS TO INACTIVE, R = REPORT ONLY'
084200         TO WS-FLD-HINT.
084300     MOVE 'UR' TO WS-VALID-CODES.
084400     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
084500     PERFORM 8100-EDIT-CODE THRU 8100-EXIT.
084600 3500-EXIT.
084700     EXIT.
084800*----------------------------------------------------------
084900* 3550-EDIT-TRENDCTL - a from date of zeros reads from the
085000*     start of the log and a to date of nines to its end;
085100*     anything else must be a real date.
085200*----------------------------------------------------------
085300 3550-EDIT-TRENDCTL.
085400     MOVE 1 TO WS-FIELD-SUB.
085500     MOVE 'FIRST DATE REPORTED, YYYYMMDD (00000000 = ALL)'
085600         TO WS-FLD-HINT.
085700     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
085800     PERFORM 8400-EDIT-DATE THRU 8400-EXIT.
085900     IF NOT WS-VALID
086000         GO TO 3550-EXIT
086100     END-IF.
086200     MOVE 2 TO WS-FIELD-SUB.
086300     MOVE 'LAST DATE REPORTED, YYYYMMDD (99999999 = ALL)'
086400         TO WS-FLD-HINT.
086500     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
086600     PERFORM 8400-EDIT-DATE THRU 8400-EXIT.
086700     IF NOT WS-VALID
086800         GO TO 3550-EXIT
086900     END-IF.
087000     IF WS-FLD-AFTER (2) < WS-FLD-AFTER (1)
087100         DISPLAY 'TO DATE IS BEFORE THE FROM DATE'
087200         SET WS-VALID TO FALSE
087300         GO TO 3550-EXIT
087400     END-IF.
087500     MOVE 3 TO WS-FIELD-SUB.
087600     MOVE 'DRIFT PER CENT THAT FLAGS A DAY, 3 DIGITS ZERO-FILLED'
087700         TO WS-FLD-HINT.
087800     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
087900     MOVE 3 TO WS-DIGITS.
088000     MOVE 1 TO WS-LIMIT-LOW.
088100     MOVE 999 TO WS-LIMIT-HIGH.
088200     PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT.
088300 3550-EXIT.
088400     EXIT.
088500*----------------------------------------------------------
088600* 3600-EDIT-ROUTE - MSGRTECTL and MSGRTECT2.
088700*----------------------------------------------------------
088800 3600-EDIT-ROUTE.
088900     MOVE 1 TO WS-FIELD-SUB.
089000     MOVE 'C = CONSOLE, P = PRINT FILE, I = NOTIFICATION IFACE'
089100         TO WS-FLD-HINT.
089200     MOVE 'CPI' TO WS-VALID-CODES.
089300     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
089400     PERFORM 8100-EDIT-CODE THRU 8100-EXIT.
089500 3600-EXIT.
089600     EXIT.
089700*----------------------------------------------------------
089800* 4000-SAVE-CONTROL - show what changes, confirm, rewrite
089900*     the control, and log each field changed. A control
090000*     first put on file logs every field as added, the
090100*     default it replaces as the before value.
090200*----------------------------------------------------------
090300 4000-SAVE-CONTROL.
090400     MOVE 0 TO WS-CHANGE-COUNT.
090500     PERFORM 4100-SHOW-ONE-CHANGE THRU 4100-EXIT
090600         VARYING WS-FIELD-SUB FROM 1 BY 1
090700         UNTIL WS-FIELD-SUB > WS-FIELD-COUNT.
090800     IF WS-CHANGE-COUNT = 0
090900         DISPLAY 'NOTHING CHANGED ON ', WS-CONTROL-ID
091000         GO TO 4000-EXIT
091100     END-IF.
091200     DISPLAY 'Save these changes to ', WS-CONTROL-ID,
091300         '? (Y/N): '.
091400     ACCEPT WS-CONFIRM.
091500     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
091600         DISPLAY 'NOTHING CHANGED ON ', WS-CONTROL-ID
091700         GO TO 4000-EXIT
091800     END-IF.
091900     PERFORM 4200-WRITE-CONTROL THRU 4200-EXIT.
092000     IF NOT WS-WRITE-OK
092100         DISPLAY 'ERROR WRITING ', WS-CONTROL-ID,
092200             ' - CONTROL NOT CHANGED'
092300         GO TO 4000-EXIT
092400     END-IF.
092500     MOVE SPACES TO WS-ENTRY-KEY.
092600     PERFORM 4300-LOG-ONE-FIELD THRU 4300-EXIT
092700         VARYING WS-FIELD-SUB FROM 1 BY 1
092800         UNTIL WS-FIELD-SUB > WS-FIELD-COUNT.
092900     MOVE WS-CONTROL-ID TO AY-ACTION-KEY.
093000     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
093100     DISPLAY WS-CONTROL-ID, ' SAVED'.
093200 4000-EXIT.
093300     EXIT.
093400*----------------------------------------------------------
093500* 4100-SHOW-ONE-CHANGE
093600*----------------------------------------------------------
093700 4100-SHOW-ONE-CHANGE.
093800     IF WS-FLD-AFTER (WS-FIELD-SUB)
093900             NOT = WS-FLD-BEFORE (WS-FIELD-SUB)
094000         ADD 1 TO WS-CHANGE-COUNT
094100         DISPLAY '    ', WS-FLD-NAME (WS-FIELD-SUB), ' ',
094200             WS-FLD-BEFORE (WS-FIELD-SUB), ' TO ',
094300             WS-FLD-AFTER (WS-FIELD-SUB)
094400     END-IF.
094500 4100-EXIT.
094600     EXIT.
094700*----------------------------------------------------------
094800* 4200-WRITE-CONTROL - each control is one record, written
094900*     over the file whole.
095000*----------------------------------------------------------
095100 4200-WRITE-CONTROL.
095200     SET WS-WRITE-OK TO FALSE.
095300     EVALUATE WS-CONTROL-ID
095400         WHEN 'DRYRUN'
095500             OPEN OUTPUT DRY-RUN-CONTROL
095600             IF DR-FILE-STATUS = '00'
095700                 MOVE WS-FLD-AFTER (1) TO DR-DRY-RUN-SW
095800                 WRITE DRY-RUN-CTL-RECORD
095900                 IF DR-FILE-STATUS = '00'
096000                     SET WS-WRITE-OK TO TRUE
096100                 END-IF
096200                 CLOSE DRY-RUN-CONTROL
096300             END-IF
096400         WHEN 'RUNMODE'
096500             OPEN OUTPUT MODE-CONTROL
096600             IF MC-FILE-STATUS = '00'
096700                 MOVE WS-FLD-AFTER (1) TO MC-RUN-MODE
096800                 WRITE MODE-CTL-RECORD
096900                 IF MC-FILE-STATUS = '00'
097000                     SET WS-WRITE-OK TO TRUE
097100                 END-IF
097200                 CLOSE MODE-CONTROL
097300             END-IF
097400         WHEN 'PERFCTL'
097500             OPEN OUTPUT REPEAT-CONTROL
097600             IF RC-FILE-STATUS = '00'
097700                 MOVE WS-FLD-AFTER (1) (1:3) TO RC-REPEAT-COUNT
097800                 MOVE WS-FLD-AFTER (2) (1:3)
097900                     TO RC-CHECKPOINT-INTERVAL
098000                 WRITE REPEAT-CTL-RECORD
098100                 IF RC-FILE-STATUS = '00'
098200                     SET WS-WRITE-OK TO TRUE
098300                 END-IF
098400                 CLOSE REPEAT-CONTROL
098500             END-IF
098600         WHEN 'WINCTL'
098700             OPEN OUTPUT WINDOW-CONTROL
098800             IF WN-FILE-STATUS = '00'
098900                 MOVE WS-FLD-AFTER (1) (1:8) TO WN-WARN-CUTOFF
099000                 MOVE WS-FLD-AFTER (2) (1:8) TO WN-CRIT-CUTOFF
099100                 WRITE WINDOW-CTL-RECORD
099200                 IF WN-FILE-STATUS = '00'
099300                     SET WS-WRITE-OK TO TRUE
099400                 END-IF
099500                 CLOSE WINDOW-CONTROL
099600             END-IF
099700         WHEN 'RETNCTL'
099800             OPEN OUTPUT LOG-RETN-CONTROL
099900             IF RT-FILE-STATUS = '00'
100000                 MOVE WS-FLD-AFTER (1) (1:4) TO RT-RETENTION-DAYS
100100                 WRITE RETENTION-CTL-RECORD
100200                 IF RT-FILE-STATUS = '00'
100300                     SET WS-WRITE-OK TO TRUE
100400                 END-IF
100500                 CLOSE LOG-RETN-CONTROL
100600             END-IF
100700         WHEN 'NOTERETN'
100800             OPEN OUTPUT NOTE-RETN-CONTROL
100900             IF NR-FILE-STATUS = '00'
101000                 MOVE WS-FLD-AFTER (1) (1:4) TO NR-RETENTION-DAYS
101100                 WRITE NOTE-RETN-CTL-RECORD
101200                 IF NR-FILE-STATUS = '00'
101300                     SET WS-WRITE-OK TO TRUE
101400                 END-IF
101500                 CLOSE NOTE-RETN-CONTROL
101600             END-IF
101700         WHEN 'ARCHRETN'
101800             OPEN OUTPUT ARCH-RETN-CONTROL
101900             IF AR-FILE-STATUS = '00'
102000                 MOVE WS-FLD-AFTER (1) (1:4) TO AR-RETENTION-DAYS
102100                 WRITE ARCH-RETN-CTL-RECORD
102200                 IF AR-FILE-STATUS = '00'
102300                     SET WS-WRITE-OK TO TRUE
102400                 END-IF
102500                 CLOSE ARCH-RETN-CONTROL
102600             END-IF
102700         WHEN 'NTFRYCTL'
102800             OPEN OUTPUT RETRY-CONTROL
102900             IF NY-FILE-STATUS = '00'
103000                 MOVE WS-FLD-AFTER (1) (1:2) TO NY-MAX-ATTEMPTS
103100                 WRITE NOTIF-RETRY-CTL-RECORD
103200                 IF NY-FILE-STATUS = '00'
103300                     SET WS-WRITE-OK TO TRUE
103400                 END-IF
103500                 CLOSE RETRY-CONTROL
103600             END-IF
103700         WHEN 'DORMCTL'
103800             OPEN OUTPUT DORMANT-CONTROL
103900             IF DM-FILE-STATUS = '00'
104000                 MOVE WS-FLD-AFTER (1) (1:3) TO DM-DORMANT-MONTHS
104100                 MOVE WS-FLD-AFTER (2) TO DM-RUN-MODE
104200                 WRITE DORMANT-CTL-RECORD
104300                 IF DM-FILE-STATUS = '00'
104400                     SET WS-WRITE-OK TO TRUE
104500                 END-IF
104600                 CLOSE DORMANT-CONTROL
104700             END-IF
104800         WHEN 'TRENDCTL'
104900             OPEN OUTPUT TREND-CONTROL
105000             IF TR-FILE-STATUS = '00'
105100                 MOVE WS-FLD-AFTER (1) (1:8) TO TR-FROM-DATE
105200                 MOVE WS-FLD-AFTER (2) (1:8) TO TR-TO-DATE
105300                 MOVE WS-FLD-AFTER (3) (1:3) TO TR-DRIFT-PCT
105400                 WRITE TREND-CTL-RECORD
105500                 IF TR-FILE-STATUS = '00'
105600                     SET WS-WRITE-OK TO TRUE
105700                 END-IF
105800                 CLOSE TREND-CONTROL
105900             END-IF
106000         WHEN 'MSGRTECTL'
106100             OPEN OUTPUT ROUTE-CONTROL
106200             IF MR-FILE-STATUS = '00'
106300                 MOVE WS-FLD-AFTER (1) TO MR-ROUTE-CODE
106400                 WRITE MSG-ROUTE-RECORD
106500                 IF MR-FILE-STATUS = '00'
106600                     SET WS-WRITE-OK TO TRUE
106700                 END-IF
106800                 CLOSE ROUTE-CONTROL
106900             END-IF
107000         WHEN 'MSGRTECT2'
107100             OPEN OUTPUT ROUTE-CONTROL-2
107200             IF M2-FILE-STATUS = '00'
107300                 MOVE WS-FLD-AFTER (1) TO M2-ROUTE-CODE
107400                 WRITE MSG-ROUTE-2-RECORD
107500                 IF M2-FILE-STATUS = '00'
107600                     SET WS-WRITE-OK TO TRUE
107700                 END-IF
107800                 CLOSE ROUTE-CONTROL-2
107900             END-IF
108000     END-EVALUATE.
108100 4200-EXIT.
108200     EXIT.
108300*----------------------------------------------------------
108400* 4300-LOG-ONE-FIELD
108500*----------------------------------------------------------
108600 4300-LOG-ONE-FIELD.
108700     IF WS-ON-FILE
108800         IF WS-FLD-AFTER (WS-FIELD-SUB)
108900                 = WS-FLD-BEFORE (WS-FIELD-SUB)
109000             GO TO 4300-EXIT
109100         END-IF
109200         MOVE 'C' TO WS-CHANGE-ACTION
109300     ELSE
109400         MOVE 'A' TO WS-CHANGE-ACTION
109500     END-IF.
109600     PERFORM 9000-WRITE-CHANGE THRU 9000-EXIT.
109700 4300-EXIT.
109800     EXIT.
109900*----------------------------------------------------------
110000* 5000-LIST-CONTROLS - every control and the values in
110100*     force, RPTRETN last.
110200*----------------------------------------------------------
110300 5000-LIST-CONTROLS.
110400     DISPLAY ' '.
110500     PERFORM 5100-LIST-ONE-CONTROL THRU 5100-EXIT
110600         VARYING WS-CTL-SUB FROM 1 BY 1
110700         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
110800     PERFORM 6100-LOAD-RPTRETN THRU 6100-EXIT.
110900     PERFORM 6200-LIST-RPTRETN THRU 6200-EXIT.
111000     MOVE SPACES TO WS-CONTROL-ID.
111100 5000-EXIT.
111200     EXIT.
111300*----------------------------------------------------------
111400* 5100-LIST-ONE-CONTROL
111500*----------------------------------------------------------
111600 5100-LIST-ONE-CONTROL.
111700     MOVE WS-CTL-NAME (WS-CTL-SUB) TO WS-CONTROL-ID.
111800     PERFORM 2000-READ-CONTROL THRU 2000-EXIT.
111900     IF WS-ON-FILE
112000         DISPLAY WS-CONTROL-ID
112100     ELSE
112200         DISPLAY WS-CONTROL-ID, ' (NOT ON FILE - DEFAULTS)'
112300     END-IF.
112400     PERFORM 5200-LIST-ONE-FIELD THRU 5200-EXIT
112500         VARYING WS-FIELD-SUB FROM 1 BY 1
112600         UNTIL WS-FIELD-SUB > WS-FIELD-COUNT.
112700 5100-EXIT.
112800     EXIT.
112900*----------------------------------------------------------
113000* 5200-LIST-ONE-FIELD
113100*----------------------------------------------------------
113200 5200-LIST-ONE-FIELD.
113300     DISPLAY '    ', WS-FLD-NAME (WS-FIELD-SUB), ' ',
113400         WS-FLD-BEFORE (WS-FIELD-SUB).
113500 5200-EXIT.
113600     EXIT.
113700*----------------------------------------------------------
113800* 6000-MAINTAIN-RPTRETN - set or remove the retention days
113900*     of one report. A report not listed keeps RPT-CAPTURE's
114000*     ninety days, which is what a removal goes back to.
114100*----------------------------------------------------------
114200 6000-MAINTAIN-RPTRETN.
114300     PERFORM 6100-LOAD-RPTRETN THRU 6100-EXIT.
114400     IF WS-RETN-FULL
114500         DISPLAY 'RPTRETN HOLDS MORE THAN ', WS-RETN-TABLE-MAX,
114600             ' ENTRIES - CANNOT BE MAINTAINED HERE'
114700         GO TO 6000-EXIT
114800     END-IF.
114900     DISPLAY ' '.
115000     PERFORM 6200-LIST-RPTRETN THRU 6200-EXIT.
115100     DISPLAY 'Enter report ID to set or remove (blank to ',
115200         'return): '.
115300     MOVE SPACES TO WS-ENTRY-KEY.
115400     ACCEPT WS-ENTRY-KEY.
115500     INSPECT WS-ENTRY-KEY CONVERTING
115600         'abcdefghijklmnopqrstuvwxyz'
115700         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
115800     IF WS-ENTRY-KEY = SPACES
115900         GO TO 6000-EXIT
116000     END-IF.
116100     PERFORM 6300-FIND-ENTRY THRU 6300-EXIT.
116200     MOVE 1 TO WS-FIELD-COUNT.
116300     MOVE 1 TO WS-FIELD-SUB.
116400     MOVE 'RETAIN-DAYS' TO WS-FLD-NAME (1).
116500     IF WS-RETN-FOUND > 0
116600         SET WS-ON-FILE TO TRUE
116700         MOVE WS-RE-DAYS (WS-RETN-FOUND) TO WS-FLD-BEFORE (1)
116800     ELSE
116900         IF WS-RETN-COUNT NOT < WS-RETN-READ-LIMIT
117000             DISPLAY 'RPTRETN ALREADY LISTS ', WS-RETN-READ-LIMIT,
117100                 ' REPORTS - RPT-CAPTURE READS NO MORE'
117200             GO TO 6000-EXIT
117300         END-IF
117400         SET WS-ON-FILE TO FALSE
117500         MOVE WS-RETN-DEFAULT TO WS-FLD-BEFORE (1)
117600     END-IF.
117700     MOVE WS-FLD-BEFORE (1) TO WS-FLD-AFTER (1).
117800     MOVE 'DAYS KEPT, 4 DIGITS ZERO-FILLED, OR R TO REMOVE'
117900         TO WS-FLD-HINT.
118000     PERFORM 8000-PROMPT-FIELD THRU 8000-EXIT.
118100     IF WS-VALUE-IN = 'R'
118200         PERFORM 6500-REMOVE-ENTRY THRU 6500-EXIT
118300         GO TO 6000-EXIT
118400     END-IF.
118500     MOVE 4 TO WS-DIGITS.
118600     MOVE 1 TO WS-LIMIT-LOW.
118700     MOVE 9999 TO WS-LIMIT-HIGH.
118800     SET WS-VALID TO TRUE.
118900     PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT.
119000     IF NOT WS-VALID
119100         DISPLAY 'NOTHING CHANGED ON RPTRETN'
119200         GO TO 6000-EXIT
119300     END-IF.
119400     IF WS-KEEP-VALUE
119500         OR (WS-ON-FILE
119600             AND WS-FLD-AFTER (1) = WS-FLD-BEFORE (1))
119700         DISPLAY 'NOTHING CHANGED ON RPTRETN'
119800         GO TO 6000-EXIT
119900     END-IF.
120000     DISPLAY 'Set ', WS-ENTRY-KEY, ' to ', WS-FLD-AFTER (1),
120100         ' days? (Y/N): '.
120200     ACCEPT WS-CONFIRM.
120300     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
120400         DISPLAY 'NOTHING CHANGED ON RPTRETN'
120500         GO TO 6000-EXIT
120600     END-IF.
120700     IF WS-ON-FILE
120800         MOVE WS-FLD-AFTER (1) TO WS-RE-DAYS (WS-RETN-FOUND)
120900         MOVE 'C' TO WS-CHANGE-ACTION
121000     ELSE
121100         ADD 1 TO WS-RETN-COUNT
121200         MOVE WS-ENTRY-KEY TO WS-RE-REPORT-ID (WS-RETN-COUNT)
121300         MOVE WS-FLD-AFTER (1) TO WS-RE-DAYS (WS-RETN-COUNT)
121400         MOVE 'A' TO WS-CHANGE-ACTION
121500     END-IF.
121600     PERFORM 6400-REWRITE-RPTRETN THRU 6400-EXIT.
121700     IF NOT WS-WRITE-OK
121800         DISPLAY 'ERROR WRITING RPTRETN - CONTROL NOT CHANGED'
121900         GO TO 6000-EXIT
122000     END-IF.
122100     PERFORM 6600-LOG-RPTRETN THRU 6600-EXIT.
122200     DISPLAY WS-ENTRY-KEY, ' RETENTION SAVED'.
122300 6000-EXIT.
122400     EXIT.
122500*----------------------------------------------------------
122600* 6100-LOAD-RPTRETN
122700*----------------------------------------------------------
122800 6100-LOAD-RPTRETN.
122900     MOVE 0 TO WS-RETN-COUNT.
123000     SET WS-RETN-FULL TO FALSE.
123100     OPEN INPUT RETAIN-CONTROL.
123200     IF RN-FILE-STATUS NOT = '00'
123300         GO TO 6100-EXIT
123400     END-IF.
123500     SET WS-RETN-EOF TO FALSE.
123600     PERFORM 6150-LOAD-ONE-ENTRY THRU 6150-EXIT
123700         UNTIL WS-RETN-EOF.
123800     CLOSE RETAIN-CONTROL.
123900 6100-EXIT.
124000     EXIT.
124100*----------------------------------------------------------
124200* 6150-LOAD-ONE-ENTRY
124300*----------------------------------------------------------
124400 6150-LOAD-ONE-ENTRY.
124500     READ RETAIN-CONTROL
124600         AT END
124700             SET WS-RETN-EOF TO TRUE
124800             GO TO 6150-EXIT
124900     END-READ.
125000     IF WS-RETN-COUNT = WS-RETN-TABLE-MAX
125100         SET WS-RETN-FULL TO TRUE
125200         SET WS-RETN-EOF TO TRUE
125300         GO TO 6150-EXIT
125400     END-IF.
125500     ADD 1 TO WS-RETN-COUNT.
125600     MOVE RETAIN-CTL-RECORD TO WS-RETN-ENTRY (WS-RETN-COUNT).
125700 6150-EXIT.
125800     EXIT.
125900*----------------------------------------------------------
126000* 6200-LIST-RPTRETN
126100*----------------------------------------------------------
126200 6200-LIST-RPTRETN.
126300     IF WS-RETN-COUNT = 0
126400         DISPLAY 'RPTRETN (NO REPORTS LISTED - EVERY REPORT ',
126500             'KEPT ', WS-RETN-DEFAULT, ' DAYS)'
126600         GO TO 6200-EXIT
126700     END-IF.
126800     DISPLAY 'RPTRETN (REPORTS NOT LISTED KEPT ',
126900         WS-RETN-DEFAULT, ' DAYS)'.
127000     PERFORM 6250-LIST-ONE-ENTRY THRU 6250-EXIT
127100         VARYING WS-RETN-SUB FROM 1 BY 1
127200         UNTIL WS-RETN-SUB > WS-RETN-COUNT.
127300 6200-EXIT.
127400     EXIT.
127500*----------------------------------------------------------
127600* 6250-LIST-ONE-ENTRY
127700*----------------------------------------------------------
127800 6250-LIST-ONE-ENTRY.
127900     DISPLAY '    ', WS-RE-REPORT-ID (WS-RETN-SUB), ' ',
128000         WS-RE-DAYS (WS-RETN-SUB).
128100 6250-EXIT.
128200     EXIT.
128300*----------------------------------------------------------
128400* 6300-FIND-ENTRY - WS-RETN-FOUND is zero when the report
128500*     is not listed.
128600*----------------------------------------------------------
128700 6300-FIND-ENTRY.
128800     MOVE 0 TO WS-RETN-FOUND.
128900     PERFORM 6350-CHECK-ONE-ENTRY THRU 6350-EXIT
129000         VARYING WS-RETN-SUB FROM 1 BY 1
129100         UNTIL WS-RETN-SUB > WS-RETN-COUNT
129200             OR WS-RETN-FOUND > 0.
129300 6300-EXIT.
129400     EXIT.
129500*----------------------------------------------------------
129600* 6350-CHECK-ONE-ENTRY
129700*----------------------------------------------------------
129800 6350-CHECK-ONE-ENTRY.
129900     IF WS-RE-REPORT-ID (WS-RETN-SUB) = WS-ENTRY-KEY
130000         MOVE WS-RETN-SUB TO WS-RETN-FOUND
130100     END-IF.
130200 6350-EXIT.
130300     EXIT.
130400*----------------------------------------------------------
130500* 6400-REWRITE-RPTRETN - the list goes back in the order
130600*     it was read, an added report last.
130700*----------------------------------------------------------
130800 6400-REWRITE-RPTRETN.
130900     SET WS-WRITE-OK TO FALSE.
131000     OPEN OUTPUT RETAIN-CONTROL.
131100     IF RN-FILE-STATUS NOT = '00'
131200         GO TO 6400-EXIT
131300     END-IF.
131400     SET WS-WRITE-OK TO TRUE.
131500     PERFORM 6450-WRITE-ONE-ENTRY THRU 6450-EXIT
131600         VARYING WS-RETN-SUB FROM 1 BY 1
131700         UNTIL WS-RETN-SUB > WS-RETN-COUNT.
131800     CLOSE RETAIN-CONTROL.
131900 6400-EXIT.
132000     EXIT.
132100*----------------------------------------------------------
132200* 6450-WRITE-ONE-ENTRY - a removed entry is left blank in
132300*     the table and not written.
132400*----------------------------------------------------------
132500 6450-WRITE-ONE-ENTRY.
132600     IF WS-RE-REPORT-ID (WS-RETN-SUB) = SPACES
132700         GO TO 6450-EXIT
132800     END-IF.
132900     MOVE WS-RETN-ENTRY (WS-RETN-SUB) TO RETAIN-CTL-RECORD.
133000     WRITE RETAIN-CTL-RECORD.
133100     IF RN-FILE-STATUS NOT = '00'
133200         SET WS-WRITE-OK TO FALSE
133300     END-IF.
133400 6450-EXIT.
133500     EXIT.
133600*----------------------------------------------------------
133700* 6500-REMOVE-ENTRY
133800*----------------------------------------------------------
133900 6500-REMOVE-ENTRY.
134000     IF WS-RETN-FOUND = 0
134100         DISPLAY WS-ENTRY-KEY, ' IS NOT LISTED - NOTHING ',
134200             'CHANGED ON RPTRETN'
134300         GO TO 6500-EXIT
134400     END-IF.
134500     DISPLAY 'Remove ', WS-ENTRY-KEY, ' - it goes back to ',
134600         WS-RETN-DEFAULT, ' days? (Y/N): '.
134700     ACCEPT WS-CONFIRM.
134800     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
134900         DISPLAY 'NOTHING CHANGED ON RPTRETN'
135000         GO TO 6500-EXIT
135100     END-IF.
135200     MOVE SPACES TO WS-RETN-ENTRY (WS-RETN-FOUND).
135300     PERFORM 6400-REWRITE-RPTRETN THRU 6400-EXIT.
135400     IF NOT WS-WRITE-OK
135500         DISPLAY 'ERROR WRITING RPTRETN - CONTROL NOT CHANGED'
135600         GO TO 6500-EXIT
135700     END-IF.
135800     MOVE 'R' TO WS-CHANGE-ACTION.
135900     MOVE WS-RETN-DEFAULT TO WS-FLD-AFTER (1).
136000     PERFORM 6600-LOG-RPTRETN THRU 6600-EXIT.
136100     DISPLAY WS-ENTRY-KEY, ' REMOVED FROM RPTRETN'.
136200 6500-EXIT.
136300     EXIT.
136400*----------------------------------------------------------
136500* 6600-LOG-RPTRETN - the caller sets WS-CHANGE-ACTION.
136600*----------------------------------------------------------
136700 6600-LOG-RPTRETN.
136800     MOVE 'RPTRETN' TO WS-CONTROL-ID.
136900     PERFORM 9000-WRITE-CHANGE THRU 9000-EXIT.
137000     MOVE SPACES TO AY-ACTION-KEY.
137100     STRING 'RPTRETN ' DELIMITED BY SIZE
137200            WS-ENTRY-KEY DELIMITED BY SPACE
137300         INTO AY-ACTION-KEY
137400     END-STRING.
137500     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
137600 6600-EXIT.
137700     EXIT.
137800*----------------------------------------------------------
137900* 8000-PROMPT-FIELD - show the field at WS-FIELD-SUB and
138000*     take its new value; blank keeps the value in force.
138100*----------------------------------------------------------
138200 8000-PROMPT-FIELD.
138300     DISPLAY WS-FLD-NAME (WS-FIELD-SUB), ' NOW ',
138400         WS-FLD-AFTER (WS-FIELD-SUB).
138500     DISPLAY '    ', WS-FLD-HINT.
138600     DISPLAY 'New value (blank to keep): '.
138700     MOVE SPACES TO WS-VALUE-IN.
138800     ACCEPT WS-VALUE-IN.
138900     INSPECT WS-VALUE-IN CONVERTING
139000         'abcdefghijklmnopqrstuvwxyz'
139100         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
139200     SET WS-KEEP-VALUE TO FALSE.
139300     IF WS-VALUE-IN = SPACES
139400         SET WS-KEEP-VALUE TO TRUE
139500     END-IF.
139600 8000-EXIT.
139700     EXIT.
139800*----------------------------------------------------------
139900* 8100-EDIT-CODE - one character from WS-VALID-CODES.
140000*----------------------------------------------------------
140100 8100-EDIT-CODE.
140200     IF WS-KEEP-VALUE
140300         GO TO 8100-EXIT
140400     END-IF.
140500     IF WS-VALUE-IN (2:) = SPACES
140600         AND (WS-VALUE-IN (1:1) = WS-VALID-CODES (1:1)
140700           OR WS-VALUE-IN (1:1) = WS-VALID-CODES (2:1)
140800           OR WS-VALUE-IN (1:1) = WS-VALID-CODES (3:1))
140900         MOVE WS-VALUE-IN TO WS-FLD-AFTER (WS-FIELD-SUB)
141000     ELSE
141100         DISPLAY WS-FLD-NAME (WS-FIELD-SUB), ' MUST BE ONE OF ',
141200             WS-VALID-CODES
141300         SET WS-VALID TO FALSE
141400     END-IF.
141500 8100-EXIT.
141600     EXIT.
141700*----------------------------------------------------------
141800* 8200-EDIT-NUMBER - exactly WS-DIGITS digits, zero-filled,
141900*     from WS-LIMIT-LOW to WS-LIMIT-HIGH.
142000*----------------------------------------------------------
142100 8200-EDIT-NUMBER.
142200     IF WS-KEEP-VALUE
142300         GO TO 8200-EXIT
142400     END-IF.
142500     IF WS-VALUE-IN (1:WS-DIGITS) IS NOT NUMERIC
142600         OR WS-VALUE-IN (WS-DIGITS + 1:) NOT = SPACES
142700         GO TO 8200-INVALID
142800     END-IF.
142900     MOVE WS-VALUE-IN (1:WS-DIGITS) TO WS-VALUE-NUM.
143000     IF WS-VALUE-NUM < WS-LIMIT-LOW
143100         OR WS-VALUE-NUM > WS-LIMIT-HIGH
143200         GO TO 8200-INVALID
143300     END-IF.
143400     MOVE WS-VALUE-IN TO WS-FLD-AFTER (WS-FIELD-SUB).
143500     GO TO 8200-EXIT.
143600 8200-INVALID.
143700     MOVE WS-LIMIT-LOW TO WS-LIMIT-LOW-ED.
143800     MOVE WS-LIMIT-HIGH TO WS-LIMIT-HIGH-ED.
143900     MOVE WS-DIGITS TO WS-DIGITS-ED.
144000     DISPLAY WS-FLD-NAME (WS-FIELD-SUB), ' MUST BE ',
144100         WS-DIGITS-ED, ' DIGITS ZERO-FILLED, FROM ',
144200         WS-LIMIT-LOW-ED, ' TO ', WS-LIMIT-HIGH-ED.
144300     SET WS-VALID TO FALSE.
144400 8200-EXIT.
144500     EXIT.
144600*----------------------------------------------------------
144700* 8300-EDIT-TIME - HHMMSS00 on a 24-hour clock.
144800*----------------------------------------------------------
144900 8300-EDIT-TIME.
145000     IF WS-KEEP-VALUE
145100         GO TO 8300-EXIT
145200     END-IF.
145300     IF WS-VALUE-IN (1:8) IS NOT NUMERIC
145400         OR WS-VALUE-IN (9:) NOT = SPACES
145500         GO TO 8300-INVALID
145600     END-IF.
145700     MOVE WS-VALUE-IN (1:8) TO WS-CHECK-TIME.
145800     IF WS-CHECK-HOUR > 23
145900         OR WS-CHECK-MINUTE > 59
146000         OR WS-CHECK-SECOND > 59
146100         GO TO 8300-INVALID
146200     END-IF.
146300     MOVE WS-VALUE-IN TO WS-FLD-AFTER (WS-FIELD-SUB).
146400     GO TO 8300-EXIT.
146500 8300-INVALID.
146600     DISPLAY WS-FLD-NAME (WS-FIELD-SUB), ' MUST BE A CLOCK ',
146700         'TIME HHMMSS00'.
146800     SET WS-VALID TO FALSE.
146900 8300-EXIT.
147000     EXIT.
147100*----------------------------------------------------------
147200* 8400-EDIT-DATE - a calendar date YYYYMMDD, or all zeros
147300*     or all nines for an open end.
147400*----------------------------------------------------------
147500 8400-EDIT-DATE.
147600     IF WS-KEEP-VALUE
147700         GO TO 8400-EXIT
147800     END-IF.
147900     IF WS-VALUE-IN (1:8) IS NOT NUMERIC
148000         OR WS-VALUE-IN (9:) NOT = SPACES
148100         GO TO 8400-INVALID
148200     END-IF.
148300     IF WS-VALUE-IN (1:8) = '00000000'
148400         OR WS-VALUE-IN (1:8) = '99999999'
148500         MOVE WS-VALUE-IN TO WS-FLD-AFTER (WS-FIELD-SUB)
148600         GO TO 8400-EXIT
148700     END-IF.
148800     MOVE WS-VALUE-IN (1:8) TO WS-CHECK-DATE.
148900     IF WS-CHECK-YEAR < 1900 OR WS-CHECK-YEAR > 2099
149000         OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
149100         GO TO 8400-INVALID
149200     END-IF.
149300     PERFORM 8500-SET-DAYS-IN-MONTH THRU 8500-EXIT.
149400     IF WS-CHECK-DAY < 1
149500         OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
149600         GO TO 8400-INVALID
149700     END-IF.
149800     MOVE WS-VALUE-IN TO WS-FLD-AFTER (WS-FIELD-SUB).
149900     GO TO 8400-EXIT.
150000 8400-INVALID.
150100     DISPLAY WS-FLD-NAME (WS-FIELD-SUB), ' MUST BE A ',
150200         'CALENDAR DATE YYYYMMDD'.
150300     SET WS-VALID TO FALSE.
150400 8400-EXIT.
150500     EXIT.
150600*----------------------------------------------------------
150700* 8500-SET-DAYS-IN-MONTH
150800*----------------------------------------------------------
150900 8500-SET-DAYS-IN-MONTH.
151000     EVALUATE WS-CHECK-MONTH
151100         WHEN 01
151200         WHEN 03
151300         WHEN 05
151400         WHEN 07
151500         WHEN 08
151600         WHEN 10
151700         WHEN 12
151800             MOVE 31 TO WS-DAYS-IN-MONTH
151900         WHEN 04
152000         WHEN 06
152100         WHEN 09
152200         WHEN 11
152300             MOVE 30 TO WS-DAYS-IN-MONTH
152400         WHEN 02
152500             PERFORM 8550-CHECK-LEAP-YEAR THRU 8550-EXIT
152600             IF WS-LEAP-YEAR
152700                 MOVE 29 TO WS-DAYS-IN-MONTH
152800             ELSE
152900                 MOVE 28 TO WS-DAYS-IN-MONTH
153000             END-IF
153100     END-EVALUATE.
153200 8500-EXIT.
153300     EXIT.
153400*----------------------------------------------------------
153500* 8550-CHECK-LEAP-YEAR
153600*----------------------------------------------------------
153700 8550-CHECK-LEAP-YEAR.
153800     MOVE 'N' TO WS-LEAP-SW.
153900     DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-WORK
154000         REMAINDER WS-LEAP-REM.
154100     IF WS-LEAP-REM = 0
154200         MOVE 'Y' TO WS-LEAP-SW
154300         DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-WORK
154400             REMAINDER WS-LEAP-REM
154500         IF WS-LEAP-REM = 0
154600             DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-WORK
154700                 REMAINDER WS-LEAP-REM
154800             IF WS-LEAP-REM NOT = 0
154900                 MOVE 'N' TO WS-LEAP-SW
155000             END-IF
155100         END-IF
155200     END-IF.
155300 8550-EXIT.
155400     EXIT.
155500*----------------------------------------------------------
155600* 9000-WRITE-CHANGE - WS-CHANGE-ACTION for the field
155700*     at WS-FIELD-SUB; WS-ENTRY-KEY names an RPTRETN
155800*     report.
155900*----------------------------------------------------------
156000 9000-WRITE-CHANGE.
156100     MOVE SPACES TO PARM-CHANGE-RECORD.
156200     MOVE WS-RUN-DATE TO PC-CHANGE-DATE.
156300     ACCEPT PC-CHANGE-TIME FROM TIME.
156400     MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID.
156500     MOVE WS-CONTROL-ID TO PC-CONTROL-ID.
156600     MOVE WS-ENTRY-KEY TO PC-ENTRY-KEY.
156700     MOVE WS-FLD-NAME (WS-FIELD-SUB) TO PC-FIELD-NAME.
156800     MOVE WS-CHANGE-ACTION TO PC-ACTION.
156900     MOVE WS-FLD-BEFORE (WS-FIELD-SUB) TO PC-BEFORE-VALUE.
157000     MOVE WS-FLD-AFTER (WS-FIELD-SUB) TO PC-AFTER-VALUE.
157100     WRITE PARM-CHANGE-RECORD.
157200 9000-EXIT.
157300     EXIT.
157400*----------------------------------------------------------
157500* 9100-WRITE-ACTIVITY - the caller sets AY-ACTION-KEY.
157600*----------------------------------------------------------
157700 9100-WRITE-ACTIVITY.
157800     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
157900     MOVE 'PARM-MAINT' TO AY-SOURCE-PGM.
158000     MOVE 'PARMCHG' TO AY-ACTION-CODE.
158100     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
158200     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
158300 9100-EXIT.
158400     EXIT.
