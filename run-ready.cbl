000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RUN-READY.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Nightly stream readiness check. Proves the preconditions
000900* the overnight steps take for granted before any of them
001000* runs, so a bad start is caught when the stream is
001100* launched (or when the operator runs this at the close
001200* of the day) rather than when a step falls over hours
001300* later:
001400*   - the BUSDATE control is on disk and numeric, not
001500*     ahead of the system date, and was rolled after the
001600*     last stream (STEPSTAT holds no finished stream
001700*     for it);
001800*   - the last stream on the STEPSTAT trail finished -
001900*     its last entry is not a start or a failure;
002000*   - the DRYRUN switch is not left on;
002100*   - the ABPAIRS and USERBATCH inputs are on disk;
002200*   - every transmission on XMITREG from the prior
002300*     business date has been confirmed;
002320*   - no earlier statement run is still on hold on
002340*     STMTHOLD awaiting STMT-RELEASE, since tonight's
002360*     statement build would overwrite it;
002400*   - every indexed master opens and reads cleanly.
002500* Each check prints GO or NO-GO on the READYRPT report.
002600* Any NO-GO ends with return code 8, which holds the
002700* stream, unless the READYOVR control carries a
002800* supervisor's override for this business date with a
002900* reason: the override is proved through OPER-AUTH,
003000* logged with its reason to READYLOG and on OPERACT, and
003100* the check ends with return code 4 so the stream goes
003200* on. JOB-STREAM calls this program before its first
003300* step.
003400*----------------------------------------------------------
003500*    MODIFICATION HISTORY
003600*    DATE        INIT  DESCRIPTION
003700*    2026-10-15   DN   Original program.
003720*    2026-10-15   DN   Check the CUSTADRX phone and address lookup
003740*                      index with the other masters.
003750*    2026-10-15   DN   Hold the stream while an earlier statement
003760*                      run is still on hold on STMTHOLD awaiting
003770*                      supervisor release or rejection through
003780*                      STMT-RELEASE.
003800*----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BUS-DATE-CONTROL ASSIGN TO 'BUSDATE'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS BD-FILE-STATUS.
004500     SELECT STEP-STATUS ASSIGN TO 'STEPSTAT'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS SS-FILE-STATUS.
004800     SELECT DRY-RUN-CONTROL ASSIGN TO 'DRYRUN'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS DR-FILE-STATUS.
005100     SELECT AB-PAIR-INPUT ASSIGN TO 'ABPAIRS'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS AP-FILE-STATUS.
005400     SELECT BATCH-INPUT ASSIGN TO 'USERBATCH'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS BI-FILE-STATUS.
005700     SELECT XMIT-REGISTER ASSIGN TO 'XMITREG'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS XR-FILE-STATUS.
005920     SELECT STMT-HOLD ASSIGN TO 'STMTHOLD'
005940         ORGANIZATION IS LINE SEQUENTIAL
005960         FILE STATUS IS SH-FILE-STATUS.
006000     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS CM-CUST-ID
006400         ALTERNATE RECORD KEY IS CM-CUST-NAME
006500             WITH DUPLICATES
006600         FILE STATUS IS CM-FILE-STATUS.
006700     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS CA-CUST-ID
007100         FILE STATUS IS CA-FILE-STATUS.
007200     SELECT CUST-STATUS ASSIGN TO 'CUSTSTAT'
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS CS-STATUS-KEY
007600         FILE STATUS IS CS-FILE-STATUS.
007700     SELECT CUST-EMAIL ASSIGN TO 'CUSTEMAL'
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS CE-CUST-ID
008100         FILE STATUS IS CE-FILE-STATUS.
008200     SELECT PHONETIC-INDEX ASSIGN TO 'CUSTPHON'
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS PH-PHON-KEY
008600         FILE STATUS IS PH-FILE-STATUS.
008610     SELECT REVERSE-INDEX ASSIGN TO 'CUSTADRX'
008620         ORGANIZATION IS INDEXED
008630         ACCESS MODE IS SEQUENTIAL
008640         RECORD KEY IS RV-LOOKUP-KEY
008650         FILE STATUS IS AX-FILE-STATUS.
008700     SELECT CUST-LEDGER ASSIGN TO 'CUSTLEDG'
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS SEQUENTIAL
009000         RECORD KEY IS LG-LEDGER-KEY
009100         FILE STATUS IS LG-FILE-STATUS.
009200     SELECT CUST-ADDR-HIST ASSIGN TO 'CUSTADRH'
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS AD-HIST-KEY
009600         FILE STATUS IS AD-FILE-STATUS.
009700     SELECT CUST-CYCLE ASSIGN TO 'CUSTCYCL'
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS SEQUENTIAL
010000         RECORD KEY IS CY-CUST-ID
010100         FILE STATUS IS CY-FILE-STATUS.
010200     SELECT HOUSEHOLD-FILE ASSIGN TO 'HOUSHOLD'
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS SEQUENTIAL
010500         RECORD KEY IS HH-CUST-ID
010600         FILE STATUS IS HH-FILE-STATUS.
010700     SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST'
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS SEQUENTIAL
011000         RECORD KEY IS OP-OPERATOR-ID
011100         FILE STATUS IS OP-FILE-STATUS.
011200     SELECT SOURCE-MASTER ASSIGN TO 'SRCMAST'
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS SEQUENTIAL
011500         RECORD KEY IS SRM-SOURCE-REF
011600         FILE STATUS IS SRM-FILE-STATUS.
011700     SELECT MESSAGE-MASTER ASSIGN TO 'MSGMAST'
011800         ORGANIZATION IS INDEXED
011900         ACCESS MODE IS SEQUENTIAL
012000         RECORD KEY IS MM-MSG-KEY
012100         FILE STATUS IS MM-FILE-STATUS.
012200     SELECT CHART-OF-ACCOUNTS ASSIGN TO 'COAMAST'
012300         ORGANIZATION IS INDEXED
012400         ACCESS MODE IS SEQUENTIAL
012500         RECORD KEY IS COA-ACCOUNT
012600         FILE STATUS IS COA-FILE-STATUS.
012700     SELECT SEQ-BLOCK-FILE ASSIGN TO 'SEQBLOCK'
012800         ORGANIZATION IS INDEXED
012900         ACCESS MODE IS SEQUENTIAL
013000         RECORD KEY IS SB-BLOCK-KEY
013100         FILE STATUS IS SB-FILE-STATUS.
013200     SELECT WATCH-LIST ASSIGN TO 'WATCHLST'
013300         ORGANIZATION IS INDEXED
013400         ACCESS MODE IS SEQUENTIAL
013500         RECORD KEY IS WL-WATCH-KEY
013600         FILE STATUS IS WL-FILE-STATUS.
013700     SELECT THRESHOLD-SET ASSIGN TO 'THRSHSET'
013800         ORGANIZATION IS INDEXED
013900         ACCESS MODE IS SEQUENTIAL
014000         RECORD KEY IS TT-SET-KEY
014100         FILE STATUS IS TT-FILE-STATUS.
014200     SELECT STMT-MESSAGES ASSIGN TO 'STMTMSG'
014300         ORGANIZATION IS INDEXED
014400         ACCESS MODE IS SEQUENTIAL
014500         RECORD KEY IS SM-MSG-ID
014600         FILE STATUS IS SM-FILE-STATUS.
014700     SELECT POSTAGE-RATES ASSIGN TO 'POSTRATE'
014800         ORGANIZATION IS INDEXED
014900         ACCESS MODE IS SEQUENTIAL
015000         RECORD KEY IS PR-KEY
015100         FILE STATUS IS PR-FILE-STATUS.
015200     SELECT DELEGATION-FILE ASSIGN TO 'APPRDLGT'
015300         ORGANIZATION IS INDEXED
015400         ACCESS MODE IS SEQUENTIAL
015500         RECORD KEY IS DG-KEY
015600         FILE STATUS IS DG-FILE-STATUS.
015700     SELECT BRANCH-HISTORY ASSIGN TO 'BRHIST'
015800         ORGANIZATION IS INDEXED
015900         ACCESS MODE IS SEQUENTIAL
016000         RECORD KEY IS BH-KEY
016100         FILE STATUS IS BH-FILE-STATUS.
016200     SELECT OVERRIDE-CONTROL ASSIGN TO 'READYOVR'
016300         ORGANIZATION IS LINE SEQUENTIAL
016400         FILE STATUS IS RV-FILE-STATUS.
016500     SELECT OVERRIDE-LOG ASSIGN TO 'READYLOG'
016600         ORGANIZATION IS LINE SEQUENTIAL
016700         FILE STATUS IS RL-FILE-STATUS.
016800     SELECT REPORT-OUT ASSIGN TO 'READYRPT'
016900         ORGANIZATION IS LINE SEQUENTIAL
017000         FILE STATUS IS RO-FILE-STATUS.
017100*
017200 DATA DIVISION.
017300 FILE SECTION.
017400 FD  BUS-DATE-CONTROL
017500     LABEL RECORDS ARE STANDARD.
017600     COPY "busdate.cpy".
017700*
017800 FD  STEP-STATUS
017900     LABEL RECORDS ARE STANDARD.
018000     COPY "stepstat.cpy".
018100*
018200 FD  DRY-RUN-CONTROL
018300     LABEL RECORDS ARE STANDARD.
018400     COPY "dryrctl.cpy".
018500*
018600*    The two inputs are only proved present; their layouts
018700*    are BATCH-EDIT's business.
018800 FD  AB-PAIR-INPUT
018900     LABEL RECORDS ARE STANDARD.
019000 01  AB-PAIR-RECORD              PIC X(80).
019100*
019200 FD  BATCH-INPUT
019300     LABEL RECORDS ARE STANDARD.
019400 01  BATCH-INPUT-RECORD          PIC X(80).
019500*
019600 FD  XMIT-REGISTER
019700     LABEL RECORDS ARE STANDARD.
019800     COPY "xmitreg.cpy".
019820*
019840 FD  STMT-HOLD
019860     LABEL RECORDS ARE STANDARD.
019880     COPY "stmthold.cpy".
019900*
020000 FD  CUSTOMER-MASTER
020100     LABEL RECORDS ARE STANDARD.
020200     COPY "custrec.cpy".
020300*
020400 FD  CUST-ADDRESS
020500     LABEL RECORDS ARE STANDARD.
020600     COPY "custaddr.cpy".
020700*
020800 FD  CUST-STATUS
020900     LABEL RECORDS ARE STANDARD.
021000     COPY "custstat.cpy".
021100*
021200 FD  CUST-EMAIL
021300     LABEL RECORDS ARE STANDARD.
021400     COPY "custemal.cpy".
021500*
021600 FD  PHONETIC-INDEX
021700     LABEL RECORDS ARE STANDARD.
021800     COPY "custphon.cpy".
021900*
021920 FD  REVERSE-INDEX
021940     LABEL RECORDS ARE STANDARD.
021960     COPY "custadrx.cpy".
021980*
022000 FD  CUST-LEDGER
022100     LABEL RECORDS ARE STANDARD.
022200     COPY "custledg.cpy".
022300*
022400 FD  CUST-ADDR-HIST
022500     LABEL RECORDS ARE STANDARD.
022600     COPY "custadrh.cpy".
022700*
022800 FD  CUST-CYCLE
022900     LABEL RECORDS ARE STANDARD.
023000     COPY "custcycl.cpy".
023100*
023200 FD  HOUSEHOLD-FILE
023300     LABEL RECORDS ARE STANDARD.
023400     COPY "hshldrec.cpy".
023500*
023600 FD  OPERATOR-MASTER
023700     LABEL RECORDS ARE STANDARD.
023800     COPY "opermast.cpy".
023900*
024000 FD  SOURCE-MASTER
024100     LABEL RECORDS ARE STANDARD.
024200     COPY "srcmast.cpy".
024300*
024400 FD  MESSAGE-MASTER
024500     LABEL RECORDS ARE STANDARD.
024600     COPY "msgmast.cpy".
024700*
024800 FD  CHART-OF-ACCOUNTS
024900     LABEL RECORDS ARE STANDARD.
025000     COPY "coamast.cpy".
025100*
025200 FD  SEQ-BLOCK-FILE
025300     LABEL RECORDS ARE STANDARD.
025400     COPY "seqblkrc.cpy".
025500*
025600 FD  WATCH-LIST
025700     LABEL RECORDS ARE STANDARD.
025800     COPY "watchlst.cpy".
025900*
026000 FD  THRESHOLD-SET
026100     LABEL RECORDS ARE STANDARD.
026200     COPY "thrshset.cpy".
026300*
026400 FD  STMT-MESSAGES
026500     LABEL RECORDS ARE STANDARD.
026600     COPY "stmtmsg.cpy".
026700*
026800 FD  POSTAGE-RATES
026900     LABEL RECORDS ARE STANDARD.
027000     COPY "pstrate.cpy".
027100*
027200 FD  DELEGATION-FILE
027300     LABEL RECORDS ARE STANDARD.
027400     COPY "apprdlg.cpy".
027500*
027600 FD  BRANCH-HISTORY
027700     LABEL RECORDS ARE STANDARD.
027800     COPY "brhist.cpy".
027900*
028000 FD  OVERRIDE-CONTROL
028100     LABEL RECORDS ARE STANDARD.
028200     COPY "rdyovrd.cpy".
028300*
028400 FD  OVERRIDE-LOG
028500     LABEL RECORDS ARE STANDARD.
028600 01  OVERRIDE-LOG-LINE.
028700     05  RL-LOG-DATE             PIC 9(08).
028800     05  FILLER                  PIC X(01).
028900     05  RL-LOG-TIME             PIC 9(08).
029000     05  FILLER                  PIC X(01).
029100     05  RL-SUPERVISOR-ID        PIC X(08).
029200     05  FILLER                  PIC X(01).
029300     05  RL-NOGO-COUNT           PIC 9(03).
029400     05  FILLER                  PIC X(01).
029500     05  RL-REASON               PIC X(40).
029600*
029700 FD  REPORT-OUT
029800     LABEL RECORDS ARE STANDARD.
029900 01  REPORT-LINE                 PIC X(80).
030000*
030100 WORKING-STORAGE SECTION.
030200 COPY "rundate.cpy".
030300 COPY "jobhstpm.cpy".
030400 COPY "operauth.cpy".
030500 COPY "actlogpm.cpy".
030600*
030700 01  BD-FILE-STATUS              PIC X(02).
030800 01  SS-FILE-STATUS              PIC X(02).
030900 01  DR-FILE-STATUS              PIC X(02).
031000 01  AP-FILE-STATUS              PIC X(02).
031100 01  BI-FILE-STATUS              PIC X(02).
031200 01  XR-FILE-STATUS              PIC X(02).
031300 01  CM-FILE-STATUS          PIC X(02).
031400 01  CA-FILE-STATUS          PIC X(02).
031500 01  CS-FILE-STATUS          PIC X(02).
031600 01  CE-FILE-STATUS          PIC X(02).
031700 01  PH-FILE-STATUS          PIC X(02).
031750 01  AX-FILE-STATUS          PIC X(02).
031800 01  LG-FILE-STATUS          PIC X(02).
031900 01  AD-FILE-STATUS          PIC X(02).
032000 01  CY-FILE-STATUS          PIC X(02).
032100 01  HH-FILE-STATUS          PIC X(02).
032200 01  OP-FILE-STATUS          PIC X(02).
032300 01  SRM-FILE-STATUS         PIC X(02).
032400 01  MM-FILE-STATUS          PIC X(02).
032500 01  COA-FILE-STATUS         PIC X(02).
032600 01  SB-FILE-STATUS          PIC X(02).
032700 01  WL-FILE-STATUS          PIC X(02).
032800 01  TT-FILE-STATUS          PIC X(02).
032900 01  SM-FILE-STATUS          PIC X(02).
033000 01  PR-FILE-STATUS          PIC X(02).
033100 01  DG-FILE-STATUS          PIC X(02).
033200 01  BH-FILE-STATUS          PIC X(02).
033300 01  RV-FILE-STATUS              PIC X(02).
033400 01  RL-FILE-STATUS              PIC X(02).
033500 01  RO-FILE-STATUS              PIC X(02).
033600*
033700 01  WS-EOF-SW                   PIC X(01).
033800     88  WS-EOF                  VALUE 'Y' FALSE 'N'.
033900 01  WS-CHECK-OK-SW              PIC X(01).
034000     88  WS-CHECK-OK             VALUE 'Y' FALSE 'N'.
034100 01  WS-OVERRIDE-SW              PIC X(01) VALUE 'N'.
034200     88  WS-OVERRIDE-ON          VALUE 'Y' FALSE 'N'.
034300*
034400 01  WS-SYSTEM-DATE              PIC 9(08) VALUE 0.
034500 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
034600*
034700*    The last entry on the step-status trail.
034800 01  WS-TRAIL-SW                 PIC X(01) VALUE 'N'.
034900     88  WS-TRAIL-FOUND          VALUE 'Y' FALSE 'N'.
035000 01  WS-LAST-RUN-DATE            PIC 9(08) VALUE 0.
035100 01  WS-LAST-STEP                PIC 9(02) VALUE 0.
035200 01  WS-LAST-PROGRAM             PIC X(20) VALUE SPACES.
035300 01  WS-LAST-EVENT-SW            PIC X(01) VALUE SPACE.
035400     88  WS-LAST-UNFINISHED      VALUE 'S' 'F'.
035500*
035600*    The prior business date's transmissions.
035700 01  WS-PRIOR-XMIT-DATE          PIC 9(08) VALUE 0.
035800 01  WS-UNCONFIRMED              PIC 9(03) COMP VALUE 0.
035900 01  WS-FIRST-UNCONFIRMED        PIC X(08) VALUE SPACES.
036000*
036005*    Statement runs held and not yet released or rejected.
036010 01  SH-FILE-STATUS              PIC X(02).
036015 01  WS-HELD-TABLE.
036020     05  WS-HELD-DATE OCCURS 31 TIMES
036025                                 PIC 9(08).
036030 77  WS-HELD-MAX                 PIC 9(03) COMP VALUE 31.
036035 01  WS-HELD-COUNT               PIC 9(03) COMP VALUE 0.
036040 01  WS-HELD-SUB                 PIC 9(03) COMP.
036045 01  WS-HELD-AT                  PIC 9(03) COMP.
036050 01  WS-HELD-EARLIEST            PIC 9(08).
036055*
036100 01  WS-MASTER-NAME              PIC X(08).
036200 01  WS-OPEN-STATUS              PIC X(02).
036300 01  WS-READ-STATUS              PIC X(02).
036400*
036500 01  WS-CHECK-NAME               PIC X(30).
036600 01  WS-CHECK-DETAIL             PIC X(40).
036700 01  WS-EDIT-COUNT               PIC ZZ9.
036800 01  WS-GO-COUNT                 PIC 9(03) COMP VALUE 0.
036900 01  WS-NOGO-COUNT               PIC 9(03) COMP VALUE 0.
037000*    Held apart from RETURN-CODE, which every CALL resets.
037100 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
037200*
037300 01  RPT-HEADER-LINE.
037400     05  FILLER                  PIC X(35) VALUE
037500         'NIGHTLY STREAM READINESS CHECK FOR '.
037600     05  HDR-RUN-DATE            PIC 9(08).
037700     05  FILLER                  PIC X(08) VALUE
037800         '  TIME  '.
037900     05  HDR-RUN-TIME            PIC 9(08).
038000*
038100 01  RPT-CHECK-LINE.
038200     05  RPK-CHECK               PIC X(30).
038300     05  FILLER                  PIC X(02) VALUE SPACES.
038400     05  RPK-RESULT              PIC X(06).
038500     05  FILLER                  PIC X(02) VALUE SPACES.
038600     05  RPK-DETAIL              PIC X(40).
038700*
038800 PROCEDURE DIVISION.
038900*----------------------------------------------------------
039000* 0000-MAINLINE
039100*----------------------------------------------------------
039200 0000-MAINLINE.
039300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039400     PERFORM 2000-CHECK-BUSINESS-DATE THRU 2000-EXIT.
039500     PERFORM 2100-CHECK-STATUS-TRAIL THRU 2100-EXIT.
039600     PERFORM 3000-CHECK-DRY-RUN THRU 3000-EXIT.
039700     PERFORM 3100-CHECK-INPUTS THRU 3100-EXIT.
039800     PERFORM 4000-CHECK-TRANSMISSIONS THRU 4000-EXIT.
039850     PERFORM 4200-CHECK-STMT-HOLD THRU 4200-EXIT.
039900     PERFORM 5000-CHECK-MASTERS THRU 5000-EXIT.
040000     PERFORM 7000-DECIDE THRU 7000-EXIT.
040100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040200     MOVE WS-RETURN-CODE TO RETURN-CODE.
040300     GOBACK.
040400*----------------------------------------------------------
040500* 1000-INITIALIZE
040600*----------------------------------------------------------
040700 1000-INITIALIZE.
040800     CALL 'BUS-DATE' USING WS-RUN-DATE.
040900     SET JB-FUNC-START TO TRUE.
041000     MOVE 'RUN-READY' TO JB-PROGRAM-ID.
041100     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
041200     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
041300     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
041400     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
041500     OPEN OUTPUT REPORT-OUT.
041600     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
041700     ACCEPT HDR-RUN-TIME FROM TIME.
041800     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
041900     MOVE ALL '-' TO REPORT-LINE.
042000     WRITE REPORT-LINE.
042100 1000-EXIT.
042200     EXIT.
042300*----------------------------------------------------------
042400* 2000-CHECK-BUSINESS-DATE - BUS-DATE quietly falls back
042500*     to the system date when the control is missing, so
042600*     the control is read here directly; a stream dated
042700*     by the clock is not a stream to start.
042800*----------------------------------------------------------
042900 2000-CHECK-BUSINESS-DATE.
043000     MOVE 'BUSDATE CONTROL' TO WS-CHECK-NAME.
043100     SET WS-CHECK-OK TO FALSE.
043200     OPEN INPUT BUS-DATE-CONTROL.
043300     IF BD-FILE-STATUS NOT = '00'
043400         MOVE 'NOT ON DISK - STATUS ' TO WS-CHECK-DETAIL
043500         MOVE BD-FILE-STATUS TO WS-CHECK-DETAIL (22:2)
043600         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
043700         GO TO 2000-EXIT
043800     END-IF.
043900     READ BUS-DATE-CONTROL
044000         AT END
044100             MOVE ZERO TO BD-BUSINESS-DATE
044200     END-READ.
044300     CLOSE BUS-DATE-CONTROL.
044400     IF BD-BUSINESS-DATE IS NOT NUMERIC
044500         OR BD-BUSINESS-DATE = 0
044600         MOVE 'EMPTY OR NOT NUMERIC' TO WS-CHECK-DETAIL
044700         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
044800         GO TO 2000-EXIT
044900     END-IF.
045000     MOVE BD-BUSINESS-DATE TO WS-CONTROL-DATE.
045100     IF WS-CONTROL-DATE > WS-SYSTEM-DATE
045200         MOVE 'AHEAD OF SYSTEM DATE' TO WS-CHECK-DETAIL
045300         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
045400         GO TO 2000-EXIT
045500     END-IF.
045600     SET WS-CHECK-OK TO TRUE.
045700     MOVE 'BUSINESS DATE' TO WS-CHECK-DETAIL.
045800     MOVE WS-CONTROL-DATE TO WS-CHECK-DETAIL (15:8).
045900     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
046000 2000-EXIT.
046100     EXIT.
046200*----------------------------------------------------------
046300* 2100-CHECK-STATUS-TRAIL - JOB-STREAM appends to STEPSTAT
046400*     under each pass's business date, so its last entry
046500*     says how the last stream ended and for which date.
046600*     A finished stream dated the business date now on
046700*     BUSDATE means the date roll never took, and tonight
046800*     would run the same day again; an unfinished one
046900*     would have JOB-STREAM resume last night's step
047000*     under tonight's date. No trail at all is a first
047100*     run and passes.
047200*----------------------------------------------------------
047300 2100-CHECK-STATUS-TRAIL.
047400     OPEN INPUT STEP-STATUS.
047500     IF SS-FILE-STATUS = '00'
047600         SET WS-EOF TO FALSE
047700         PERFORM 2150-SCAN-ONE-STATUS THRU 2150-EXIT
047800             UNTIL WS-EOF
047900         CLOSE STEP-STATUS
048000     END-IF.
048100     MOVE 'BUSINESS DATE ROLLED' TO WS-CHECK-NAME.
048200     SET WS-CHECK-OK TO TRUE.
048300     MOVE 'NO STATUS TRAIL' TO WS-CHECK-DETAIL.
048400     IF WS-TRAIL-FOUND
048500         MOVE 'LAST STREAM DATED' TO WS-CHECK-DETAIL
048600         MOVE WS-LAST-RUN-DATE TO WS-CHECK-DETAIL (19:8)
048700         IF WS-LAST-RUN-DATE > WS-RUN-DATE
048800             SET WS-CHECK-OK TO FALSE
048900             MOVE 'LATER THAN BUSDATE' TO
049000                 WS-CHECK-DETAIL (28:13)
049100         END-IF
049200         IF WS-LAST-RUN-DATE = WS-RUN-DATE
049300             AND NOT WS-LAST-UNFINISHED
049400             SET WS-CHECK-OK TO FALSE
049500             MOVE 'ALREADY RUN' TO WS-CHECK-DETAIL (28:13)
049600         END-IF
049700     END-IF.
049800     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
049900     MOVE 'LAST STREAM FINISHED' TO WS-CHECK-NAME.
050000     SET WS-CHECK-OK TO TRUE.
050100     MOVE 'NO STATUS TRAIL' TO WS-CHECK-DETAIL.
050200     IF WS-TRAIL-FOUND
050300         MOVE 'LAST STEP' TO WS-CHECK-DETAIL
050400         MOVE WS-LAST-STEP TO WS-CHECK-DETAIL (11:2)
050500         MOVE WS-LAST-PROGRAM TO WS-CHECK-DETAIL (14:20)
050600         IF WS-LAST-UNFINISHED
050700             SET WS-CHECK-OK TO FALSE
050800             IF WS-LAST-EVENT-SW = 'F'
050900                 MOVE 'FAILED' TO WS-CHECK-DETAIL (35:6)
051000             ELSE
051100                 MOVE 'NO END' TO WS-CHECK-DETAIL (35:6)
051200             END-IF
051300         END-IF
051400     END-IF.
051500     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
051600 2100-EXIT.
051700     EXIT.
051800*----------------------------------------------------------
051900* 2150-SCAN-ONE-STATUS
052000*----------------------------------------------------------
052100 2150-SCAN-ONE-STATUS.
052200     READ STEP-STATUS
052300         AT END
052400             SET WS-EOF TO TRUE
052500             GO TO 2150-EXIT
052600     END-READ.
052700     SET WS-TRAIL-FOUND TO TRUE.
052800     MOVE SS-RUN-DATE TO WS-LAST-RUN-DATE.
052900     MOVE SS-STEP-NUMBER TO WS-LAST-STEP.
053000     MOVE SS-PROGRAM-NAME TO WS-LAST-PROGRAM.
053100     MOVE SS-EVENT-SW TO WS-LAST-EVENT-SW.
053200 2150-EXIT.
053300     EXIT.
053400*----------------------------------------------------------
053500* 3000-CHECK-DRY-RUN - a switch left on from a daytime
053600*     rehearsal would have the whole night report and
053700*     commit nothing. No control file is a live run.
053800*----------------------------------------------------------
053900 3000-CHECK-DRY-RUN.
054000     MOVE 'DRY-RUN SWITCH' TO WS-CHECK-NAME.
054100     SET WS-CHECK-OK TO TRUE.
054200     MOVE 'LIVE RUN' TO WS-CHECK-DETAIL.
054300     OPEN INPUT DRY-RUN-CONTROL.
054400     IF DR-FILE-STATUS = '00'
054500         READ DRY-RUN-CONTROL
054600             AT END
054700                 MOVE SPACE TO DR-DRY-RUN-SW
054800         END-READ
054900         CLOSE DRY-RUN-CONTROL
055000         IF DR-DRY-RUN
055100             SET WS-CHECK-OK TO FALSE
055200             MOVE 'DRYRUN IS ON - NOTHING WOULD COMMIT' TO
055300                 WS-CHECK-DETAIL
055400         END-IF
055500     END-IF.
055600     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
055700 3000-EXIT.
055800     EXIT.
055900*----------------------------------------------------------
056000* 3100-CHECK-INPUTS - the night's two inputs must be on
056100*     disk; an empty file is a quiet day and passes.
056200*----------------------------------------------------------
056300 3100-CHECK-INPUTS.
056400     MOVE 'ABPAIRS INPUT' TO WS-CHECK-NAME.
056500     SET WS-CHECK-OK TO TRUE.
056600     MOVE 'ON DISK' TO WS-CHECK-DETAIL.
056700     OPEN INPUT AB-PAIR-INPUT.
056800     IF AP-FILE-STATUS = '00'
056900         CLOSE AB-PAIR-INPUT
057000     ELSE
057100         SET WS-CHECK-OK TO FALSE
057200         MOVE 'NOT ON DISK - STATUS ' TO WS-CHECK-DETAIL
057300         MOVE AP-FILE-STATUS TO WS-CHECK-DETAIL (22:2)
057400     END-IF.
057500     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
057600     MOVE 'USERBATCH INPUT' TO WS-CHECK-NAME.
057700     SET WS-CHECK-OK TO TRUE.
057800     MOVE 'ON DISK' TO WS-CHECK-DETAIL.
057900     OPEN INPUT BATCH-INPUT.
058000     IF BI-FILE-STATUS = '00'
058100         CLOSE BATCH-INPUT
058200     ELSE
058300         SET WS-CHECK-OK TO FALSE
058400         MOVE 'NOT ON DISK - STATUS ' TO WS-CHECK-DETAIL
058500         MOVE BI-FILE-STATUS TO WS-CHECK-DETAIL (22:2)
058600     END-IF.
058700     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
058800 3100-EXIT.
058900     EXIT.
059000*----------------------------------------------------------
059100* 4000-CHECK-TRANSMISSIONS - every file registered for
059200*     the latest business date before this one must have
059300*     its vendor receipt keyed through XMIT-CONFIRM.
059400*----------------------------------------------------------
059500 4000-CHECK-TRANSMISSIONS.
059600     OPEN INPUT XMIT-REGISTER.
059700     IF XR-FILE-STATUS = '00'
059800         SET WS-EOF TO FALSE
059900         PERFORM 4100-SCAN-ONE-XMIT THRU 4100-EXIT
060000             UNTIL WS-EOF
060100         CLOSE XMIT-REGISTER
060200     END-IF.
060300     MOVE 'PRIOR NIGHT XMIT CONFIRMED' TO WS-CHECK-NAME.
060400     SET WS-CHECK-OK TO TRUE.
060500     MOVE 'NOTHING REGISTERED' TO WS-CHECK-DETAIL.
060600     IF WS-PRIOR-XMIT-DATE > 0
060700         MOVE 'ALL CONFIRMED FOR' TO WS-CHECK-DETAIL
060800         MOVE WS-PRIOR-XMIT-DATE TO WS-CHECK-DETAIL (19:8)
060900     END-IF.
061000     IF WS-UNCONFIRMED > 0
061100         SET WS-CHECK-OK TO FALSE
061200         MOVE WS-UNCONFIRMED TO WS-EDIT-COUNT
061300         MOVE SPACES TO WS-CHECK-DETAIL
061400         STRING WS-EDIT-COUNT DELIMITED BY SIZE
061500             ' UNCONFIRMED FOR ' DELIMITED BY SIZE
061600             WS-PRIOR-XMIT-DATE DELIMITED BY SIZE
061700             ' - ' DELIMITED BY SIZE
061800             WS-FIRST-UNCONFIRMED DELIMITED BY SPACE
061900             INTO WS-CHECK-DETAIL
062000         END-STRING
062100     END-IF.
062200     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
062300 4000-EXIT.
062400     EXIT.
062500*----------------------------------------------------------
062600* 4100-SCAN-ONE-XMIT - a later prior date found restarts
062700*     the count for that date.
062800*----------------------------------------------------------
062900 4100-SCAN-ONE-XMIT.
063000     READ XMIT-REGISTER
063100         AT END
063200             SET WS-EOF TO TRUE
063300             GO TO 4100-EXIT
063400     END-READ.
063500     IF XR-BUSINESS-DATE NOT < WS-RUN-DATE
063600         OR XR-BUSINESS-DATE < WS-PRIOR-XMIT-DATE
063700         GO TO 4100-EXIT
063800     END-IF.
063900     IF XR-BUSINESS-DATE > WS-PRIOR-XMIT-DATE
064000         MOVE XR-BUSINESS-DATE TO WS-PRIOR-XMIT-DATE
064100         MOVE 0 TO WS-UNCONFIRMED
064200         MOVE SPACES TO WS-FIRST-UNCONFIRMED
064300     END-IF.
064400     IF XR-STAT-UNCONFIRMED
064500         ADD 1 TO WS-UNCONFIRMED
064600         IF WS-FIRST-UNCONFIRMED = SPACES
064700             MOVE XR-FILE-NAME TO WS-FIRST-UNCONFIRMED
064800         END-IF
064900     END-IF.
065000 4100-EXIT.
065001     EXIT.
065002*----------------------------------------------------------
065003* 4200-CHECK-STMT-HOLD - a statement run from an earlier
065004*     business date whose latest STMTHOLD entry is still a
065005*     hold has neither gone to the vendor nor been voided.
065006*----------------------------------------------------------
065007 4200-CHECK-STMT-HOLD.
065008     MOVE 0 TO WS-HELD-COUNT.
065009     OPEN INPUT STMT-HOLD.
065010     IF SH-FILE-STATUS = '00'
065011         SET WS-EOF TO FALSE
065012         PERFORM 4210-SCAN-ONE-HOLD THRU 4210-EXIT
065013             UNTIL WS-EOF
065014         CLOSE STMT-HOLD
065015     END-IF.
065016     MOVE 'NO STATEMENT RUN ON HOLD' TO WS-CHECK-NAME.
065017     SET WS-CHECK-OK TO TRUE.
065018     MOVE 'ALL RELEASED OR REJECTED' TO WS-CHECK-DETAIL.
065019     IF WS-HELD-COUNT > 0
065020         SET WS-CHECK-OK TO FALSE
065021         MOVE WS-HELD-DATE (1) TO WS-HELD-EARLIEST
065022         PERFORM 4230-FIND-EARLIEST THRU 4230-EXIT
065023             VARYING WS-HELD-SUB FROM 2 BY 1
065024             UNTIL WS-HELD-SUB > WS-HELD-COUNT
065025         MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
065026         MOVE SPACES TO WS-CHECK-DETAIL
065027         STRING WS-EDIT-COUNT DELIMITED BY SIZE
065028             ' HELD - EARLIEST ' DELIMITED BY SIZE
065029             WS-HELD-EARLIEST DELIMITED BY SIZE
065030             INTO WS-CHECK-DETAIL
065031         END-STRING
065032     END-IF.
065033     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
065034 4200-EXIT.
065035     EXIT.
065036*----------------------------------------------------------
065037* 4210-SCAN-ONE-HOLD - a hold adds its date to the table,
065038*     a release or rejection takes it off.
065039*----------------------------------------------------------
065040 4210-SCAN-ONE-HOLD.
065041     READ STMT-HOLD
065042         AT END
065043             SET WS-EOF TO TRUE
065044             GO TO 4210-EXIT
065045     END-READ.
065046     IF SH-RUN-DATE NOT < WS-RUN-DATE
065047         GO TO 4210-EXIT
065048     END-IF.
065049     MOVE 0 TO WS-HELD-AT.
065050     PERFORM 4220-MATCH-ONE-HELD THRU 4220-EXIT
065051         VARYING WS-HELD-SUB FROM 1 BY 1
065052         UNTIL WS-HELD-SUB > WS-HELD-COUNT OR WS-HELD-AT > 0.
065053     IF SH-STAT-HELD
065054         IF WS-HELD-AT = 0 AND WS-HELD-COUNT < WS-HELD-MAX
065055             ADD 1 TO WS-HELD-COUNT
065056             MOVE SH-RUN-DATE TO WS-HELD-DATE (WS-HELD-COUNT)
065057         END-IF
065058         GO TO 4210-EXIT
065059     END-IF.
065060     IF WS-HELD-AT > 0
065061         MOVE WS-HELD-DATE (WS-HELD-COUNT)
065062             TO WS-HELD-DATE (WS-HELD-AT)
065063         SUBTRACT 1 FROM WS-HELD-COUNT
065064     END-IF.
065065 4210-EXIT.
065066     EXIT.
065067*----------------------------------------------------------
065068* 4220-MATCH-ONE-HELD
065069*----------------------------------------------------------
065070 4220-MATCH-ONE-HELD.
065071     IF WS-HELD-DATE (WS-HELD-SUB) = SH-RUN-DATE
065072         MOVE WS-HELD-SUB TO WS-HELD-AT
065073     END-IF.
065074 4220-EXIT.
065075     EXIT.
065076*----------------------------------------------------------
065077* 4230-FIND-EARLIEST
065078*----------------------------------------------------------
065079 4230-FIND-EARLIEST.
065080     IF WS-HELD-DATE (WS-HELD-SUB) < WS-HELD-EARLIEST
065081         MOVE WS-HELD-DATE (WS-HELD-SUB) TO WS-HELD-EARLIEST
065082     END-IF.
065083 4230-EXIT.
065100     EXIT.
065200*----------------------------------------------------------
065300* 5000-CHECK-MASTERS - each indexed master must open and
065400*     give up its first record; a master that will not is
065500*     named with the status it returned.
065600*----------------------------------------------------------
065700 5000-CHECK-MASTERS.
065800     PERFORM 5010-CHECK-CUSTMAST THRU 5010-EXIT.
065900     PERFORM 5020-CHECK-CUSTADDR THRU 5020-EXIT.
066000     PERFORM 5030-CHECK-CUSTSTAT THRU 5030-EXIT.
066100     PERFORM 5040-CHECK-CUSTEMAL THRU 5040-EXIT.
066200     PERFORM 5050-CHECK-CUSTPHON THRU 5050-EXIT.
066250     PERFORM 5055-CHECK-CUSTADRX THRU 5055-EXIT.
066300     PERFORM 5060-CHECK-CUSTLEDG THRU 5060-EXIT.
066400     PERFORM 5070-CHECK-CUSTADRH THRU 5070-EXIT.
066500     PERFORM 5080-CHECK-CUSTCYCL THRU 5080-EXIT.
066600     PERFORM 5090-CHECK-HOUSHOLD THRU 5090-EXIT.
066700     PERFORM 5100-CHECK-OPERMAST THRU 5100-EXIT.
066800     PERFORM 5110-CHECK-SRCMAST THRU 5110-EXIT.
066900     PERFORM 5120-CHECK-MSGMAST THRU 5120-EXIT.
067000     PERFORM 5130-CHECK-COAMAST THRU 5130-EXIT.
067100     PERFORM 5140-CHECK-SEQBLOCK THRU 5140-EXIT.
067200     PERFORM 5150-CHECK-WATCHLST THRU 5150-EXIT.
067300     PERFORM 5160-CHECK-THRSHSET THRU 5160-EXIT.
067400     PERFORM 5170-CHECK-STMTMSG THRU 5170-EXIT.
067500     PERFORM 5180-CHECK-POSTRATE THRU 5180-EXIT.
067600     PERFORM 5190-CHECK-APPRDLGT THRU 5190-EXIT.
067700     PERFORM 5200-CHECK-BRHIST THRU 5200-EXIT.
067800 5000-EXIT.
067900     EXIT.
068000*----------------------------------------------------------
068100* 5010-CHECK-CUSTMAST
068200*----------------------------------------------------------
068300 5010-CHECK-CUSTMAST.
068400     MOVE 'CUSTMAST' TO WS-MASTER-NAME.
068500     OPEN INPUT CUSTOMER-MASTER.
068600     MOVE CM-FILE-STATUS TO WS-OPEN-STATUS.
068700     MOVE SPACES TO WS-READ-STATUS.
068800     IF CM-FILE-STATUS = '00'
068900         READ CUSTOMER-MASTER NEXT RECORD
069000             AT END
069100                 CONTINUE
069200         END-READ
069300         MOVE CM-FILE-STATUS TO WS-READ-STATUS
069400         CLOSE CUSTOMER-MASTER
069500     END-IF.
069600     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
069700 5010-EXIT.
069800     EXIT.
069900*----------------------------------------------------------
070000* 5020-CHECK-CUSTADDR
070100*----------------------------------------------------------
070200 5020-CHECK-CUSTADDR.
070300     MOVE 'CUSTADDR' TO WS-MASTER-NAME.
070400     OPEN INPUT CUST-ADDRESS.
070500     MOVE CA-FILE-STATUS TO WS-OPEN-STATUS.
070600     MOVE SPACES TO WS-READ-STATUS.
070700     IF CA-FILE-STATUS = '00'
070800         READ CUST-ADDRESS NEXT RECORD
070900             AT END
071000                 CONTINUE
071100         END-READ
071200         MOVE CA-FILE-STATUS TO WS-READ-STATUS
071300         CLOSE CUST-ADDRESS
071400     END-IF.
071500     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
071600 5020-EXIT.
071700     EXIT.
071800*----------------------------------------------------------
071900* 5030-CHECK-CUSTSTAT
072000*----------------------------------------------------------
072100 5030-CHECK-CUSTSTAT.
072200     MOVE 'CUSTSTAT' TO WS-MASTER-NAME.
072300     OPEN INPUT CUST-STATUS.
072400     MOVE CS-FILE-STATUS TO WS-OPEN-STATUS.
072500     MOVE SPACES TO WS-READ-STATUS.
072600     IF CS-FILE-STATUS = '00'
072700         READ CUST-STATUS NEXT RECORD
072800             AT END
072900                 CONTINUE
073000         END-READ
073100         MOVE CS-FILE-STATUS TO WS-READ-STATUS
073200         CLOSE CUST-STATUS
073300     END-IF.
073400     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
073500 5030-EXIT.
073600     EXIT.
073700*----------------------------------------------------------
073800* 5040-CHECK-CUSTEMAL
073900*----------------------------------------------------------
074000 5040-CHECK-CUSTEMAL.
074100     MOVE 'CUSTEMAL' TO WS-MASTER-NAME.
074200     OPEN INPUT CUST-EMAIL.
074300     MOVE CE-FILE-STATUS TO WS-OPEN-STATUS.
074400     MOVE SPACES TO WS-READ-STATUS.
074500     IF CE-FILE-STATUS = '00'
074600         READ CUST-EMAIL NEXT RECORD
074700             AT END
074800                 CONTINUE
074900         END-READ
075000         MOVE CE-FILE-STATUS TO WS-READ-STATUS
075100         CLOSE CUST-EMAIL
075200     END-IF.
075300     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
075400 5040-EXIT.
075500     EXIT.
075600*----------------------------------------------------------
075700* 5050-CHECK-CUSTPHON
075800*----------------------------------------------------------
075900 5050-CHECK-CUSTPHON.
076000     MOVE 'CUSTPHON' TO WS-MASTER-NAME.
076100     OPEN INPUT PHONETIC-INDEX.
076200     MOVE PH-FILE-STATUS TO WS-OPEN-STATUS.
076300     MOVE SPACES TO WS-READ-STATUS.
076400     IF PH-FILE-STATUS = '00'
076500         READ PHONETIC-INDEX NEXT RECORD
076600             AT END
076700                 CONTINUE
076800         END-READ
076900         MOVE PH-FILE-STATUS TO WS-READ-STATUS
077000         CLOSE PHONETIC-INDEX
077100     END-IF.
077200     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
077300 5050-EXIT.
077400     EXIT.
077405*----------------------------------------------------------
077410* 5055-CHECK-CUSTADRX
077415*----------------------------------------------------------
077420 5055-CHECK-CUSTADRX.
077425     MOVE 'CUSTADRX' TO WS-MASTER-NAME.
077430     OPEN INPUT REVERSE-INDEX.
077435     MOVE AX-FILE-STATUS TO WS-OPEN-STATUS.
077440     MOVE SPACES TO WS-READ-STATUS.
077445     IF AX-FILE-STATUS = '00'
077450         READ REVERSE-INDEX NEXT RECORD
077455             AT END
077460                 CONTINUE
077465         END-READ
077470         MOVE AX-FILE-STATUS TO WS-READ-STATUS
077475         CLOSE REVERSE-INDEX
077480     END-IF.
077485     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
077490 5055-EXIT.
077495     EXIT.
077500*----------------------------------------------------------
077600* 5060-CHECK-CUSTLEDG
077700*----------------------------------------------------------
077800 5060-CHECK-CUSTLEDG.
077900     MOVE 'CUSTLEDG' TO WS-MASTER-NAME.
078000     OPEN INPUT CUST-LEDGER.
078100     MOVE LG-FILE-STATUS TO WS-OPEN-STATUS.
078200     MOVE SPACES TO WS-READ-STATUS.
078300     IF LG-FILE-STATUS = '00'
078400         READ CUST-LEDGER NEXT RECORD
078500             AT END
078600                 CONTINUE
078700         END-READ
078800         MOVE LG-FILE-STATUS TO WS-READ-STATUS
078900         CLOSE CUST-LEDGER
079000     END-IF.
079100     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
079200 5060-EXIT.
079300     EXIT.
079400*----------------------------------------------------------
079500* 5070-CHECK-CUSTADRH
079600*----------------------------------------------------------
079700 5070-CHECK-CUSTADRH.
079800     MOVE 'CUSTADRH' TO WS-MASTER-NAME.
079900     OPEN INPUT CUST-ADDR-HIST.
080000     MOVE AD-FILE-STATUS TO WS-OPEN-STATUS.
080100     MOVE SPACES TO WS-READ-STATUS.
080200     IF AD-FILE-STATUS = '00'
080300         READ CUST-ADDR-HIST NEXT RECORD
080400             AT END
080500                 CONTINUE
080600         END-READ
080700         MOVE AD-FILE-STATUS TO WS-READ-STATUS
080800         CLOSE CUST-ADDR-HIST
080900     END-IF.
081000     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
081100 5070-EXIT.
081200     EXIT.
081300*----------------------------------------------------------
081400* 5080-CHECK-CUSTCYCL
081500*----------------------------------------------------------
081600 5080-CHECK-CUSTCYCL.
081700     MOVE 'CUSTCYCL' TO WS-MASTER-NAME.
081800     OPEN INPUT CUST-CYCLE.
081900     MOVE CY-FILE-STATUS TO WS-OPEN-STATUS.
082000     MOVE SPACES TO WS-READ-STATUS.
082100     IF CY-FILE-STATUS = '00'
082200         READ CUST-CYCLE NEXT RECORD
082300             AT END
082400                 CONTINUE
082500         END-READ
082600         MOVE CY-FILE-STATUS TO WS-READ-STATUS
082700         CLOSE CUST-CYCLE
082800     END-IF.
082900     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
083000 5080-EXIT.
083100     EXIT.
083200*----------------------------------------------------------
083300* 5090-CHECK-HOUSHOLD
083400*----------------------------------------------------------
083500 5090-CHECK-HOUSHOLD.
083600     MOVE 'HOUSHOLD' TO WS-MASTER-NAME.
083700     OPEN INPUT HOUSEHOLD-FILE.
083800     MOVE HH-FILE-STATUS TO WS-OPEN-STATUS.
083900     MOVE SPACES TO WS-READ-STATUS.
084000     IF HH-FILE-STATUS = '00'
084100         READ HOUSEHOLD-FILE NEXT RECORD
084200             AT END
084300                 CONTINUE
084400         END-READ
084500         MOVE HH-FILE-STATUS TO WS-READ-STATUS
084600         CLOSE HOUSEHOLD-FILE
084700     END-IF.
084800     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
084900 5090-EXIT.
085000     EXIT.
085100*----------------------------------------------------------
085200* 5100-CHECK-OPERMAST
085300*----------------------------------------------------------
085400 5100-CHECK-OPERMAST.
085500     MOVE 'OPERMAST' TO WS-MASTER-NAME.
085600     OPEN INPUT OPERATOR-MASTER.
085700     MOVE OP-FILE-STATUS TO WS-OPEN-STATUS.
085800     MOVE SPACES TO WS-READ-STATUS.
085900     IF OP-FILE-STATUS = '00'
086000         READ OPERATOR-MASTER NEXT RECORD
086100             AT END
086200                 CONTINUE
086300         END-READ
086400         MOVE OP-FILE-STATUS TO WS-READ-STATUS
086500         CLOSE OPERATOR-MASTER
086600     END-IF.
086700     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
086800 5100-EXIT.
086900     EXIT.
087000*----------------------------------------------------------
087100* 5110-CHECK-SRCMAST
087200*----------------------------------------------------------
087300 5110-CHECK-SRCMAST.
087400     MOVE 'SRCMAST' TO WS-MASTER-NAME.
087500     OPEN INPUT SOURCE-MASTER.
087600     MOVE SRM-FILE-STATUS TO WS-OPEN-STATUS.
087700     MOVE SPACES TO WS-READ-STATUS.
087800     IF SRM-FILE-STATUS = '00'
087900         READ SOURCE-MASTER NEXT RECORD
088000             AT END
088100                 CONTINUE
088200         END-READ
088300         MOVE SRM-FILE-STATUS TO WS-READ-STATUS
088400         CLOSE SOURCE-MASTER
088500     END-IF.
088600     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
088700 5110-EXIT.
088800     EXIT.
088900*----------------------------------------------------------
089000* 5120-CHECK-MSGMAST
089100*----------------------------------------------------------
089200 5120-CHECK-MSGMAST.
089300     MOVE 'MSGMAST' TO WS-MASTER-NAME.
089400     OPEN INPUT MESSAGE-MASTER.
089500     MOVE MM-FILE-STATUS TO WS-OPEN-STATUS.
089600     MOVE SPACES TO WS-READ-STATUS.
089700     IF MM-FILE-STATUS = '00'
089800         READ MESSAGE-MASTER NEXT RECORD
089900             AT END
090000                 CONTINUE
090100         END-READ
090200         MOVE MM-FILE-STATUS TO WS-READ-STATUS
090300         CLOSE MESSAGE-MASTER
090400     END-IF.
090500     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
090600 5120-EXIT.
090700     EXIT.
090800*----------------------------------------------------------
090900* 5130-CHECK-COAMAST
091000*----------------------------------------------------------
091100 5130-CHECK-COAMAST.
091200     MOVE 'COAMAST' TO WS-MASTER-NAME.
091300     OPEN INPUT CHART-OF-ACCOUNTS.
091400     MOVE COA-FILE-STATUS TO WS-OPEN-STATUS.
091500     MOVE SPACES TO WS-READ-STATUS.
091600     IF COA-FILE-STATUS = '00'
091700         READ CHART-OF-ACCOUNTS NEXT RECORD
091800             AT END
091900                 CONTINUE
092000         END-READ
092100         MOVE COA-FILE-STATUS TO WS-READ-STATUS
092200         CLOSE CHART-OF-ACCOUNTS
092300     END-IF.
092400     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
092500 5130-EXIT.
092600     EXIT.
092700*----------------------------------------------------------
092800* 5140-CHECK-SEQBLOCK
092900*----------------------------------------------------------
093000 5140-CHECK-SEQBLOCK.
093100     MOVE 'SEQBLOCK' TO WS-MASTER-NAME.
093200     OPEN INPUT SEQ-BLOCK-FILE.
093300     MOVE SB-FILE-STATUS TO WS-OPEN-STATUS.
093400     MOVE SPACES TO WS-READ-STATUS.
093500     IF SB-FILE-STATUS = '00'
093600         READ SEQ-BLOCK-FILE NEXT RECORD
093700             AT END
093800                 CONTINUE
093900         END-READ
094000         MOVE SB-FILE-STATUS TO WS-READ-STATUS
094100         CLOSE SEQ-BLOCK-FILE
094200     END-IF.
094300     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
094400 5140-EXIT.
094500     EXIT.
094600*----------------------------------------------------------
094700* 5150-CHECK-WATCHLST
094800*----------------------------------------------------------
094900 5150-CHECK-WATCHLST.
095000     MOVE 'WATCHLST' TO WS-MASTER-NAME.
095100     OPEN INPUT WATCH-LIST.
095200     MOVE WL-FILE-STATUS TO WS-OPEN-STATUS.
095300     MOVE SPACES TO WS-READ-STATUS.
095400     IF WL-FILE-STATUS = '00'
095500         READ WATCH-LIST NEXT RECORD
095600             AT END
095700                 CONTINUE
095800         END-READ
095900         MOVE WL-FILE-STATUS TO WS-READ-STATUS
096000         CLOSE WATCH-LIST
096100     END-IF.
096200     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
096300 5150-EXIT.
096400     EXIT.
096500*----------------------------------------------------------
096600* 5160-CHECK-THRSHSET
096700*----------------------------------------------------------
096800 5160-CHECK-THRSHSET.
096900     MOVE 'THRSHSET' TO WS-MASTER-NAME.
097000     OPEN INPUT THRESHOLD-SET.
097100     MOVE TT-FILE-STATUS TO WS-OPEN-STATUS.
097200     MOVE SPACES TO WS-READ-STATUS.
097300     IF TT-FILE-STATUS = '00'
097400         READ THRESHOLD-SET NEXT RECORD
097500             AT END
097600                 CONTINUE
097700         END-READ
097800         MOVE TT-FILE-STATUS TO WS-READ-STATUS
097900         CLOSE THRESHOLD-SET
098000     END-IF.
098100     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
098200 5160-EXIT.
098300     EXIT.
098400*----------------------------------------------------------
098500* 5170-CHECK-STMTMSG
098600*----------------------------------------------------------
098700 5170-CHECK-STMTMSG.
098800     MOVE 'STMTMSG' TO WS-MASTER-NAME.
098900     OPEN INPUT STMT-MESSAGES.
099000     MOVE SM-FILE-STATUS TO WS-OPEN-STATUS.
099100     MOVE SPACES TO WS-READ-STATUS.
099200     IF SM-FILE-STATUS = '00'
099300         READ STMT-MESSAGES NEXT RECORD
099400             AT END
099500                 CONTINUE
099600         END-READ
099700         MOVE SM-FILE-STATUS TO WS-READ-STATUS
099800         CLOSE STMT-MESSAGES
099900     END-IF.
100000     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
100100 5170-EXIT.
100200     EXIT.
100300*----------------------------------------------------------
100400* 5180-CHECK-POSTRATE
100500*----------------------------------------------------------
100600 5180-CHECK-POSTRATE.
100700     MOVE 'POSTRATE' TO WS-MASTER-NAME.
100800     OPEN INPUT POSTAGE-RATES.
100900     MOVE PR-FILE-STATUS TO WS-OPEN-STATUS.
101000     MOVE SPACES TO WS-READ-STATUS.
101100     IF PR-FILE-STATUS = '00'
101200         READ POSTAGE-RATES NEXT RECORD
101300             AT END
101400                 CONTINUE
101500         END-READ
101600         MOVE PR-FILE-STATUS TO WS-READ-STATUS
101700         CLOSE POSTAGE-RATES
101800     END-IF.
101900     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
102000 5180-EXIT.
102100     EXIT.
102200*----------------------------------------------------------
102300* 5190-CHECK-APPRDLGT
102400*----------------------------------------------------------
102500 5190-CHECK-APPRDLGT.
102600     MOVE 'APPRDLGT' TO WS-MASTER-NAME.
102700     OPEN INPUT DELEGATION-FILE.
102800     MOVE DG-FILE-STATUS TO WS-OPEN-STATUS.
102900     MOVE SPACES TO WS-READ-STATUS.
103000     IF DG-FILE-STATUS = '00'
103100         READ DELEGATION-FILE NEXT RECORD
103200             AT END
103300                 CONTINUE
103400         END-READ
103500         MOVE DG-FILE-STATUS TO WS-READ-STATUS
103600         CLOSE DELEGATION-FILE
103700     END-IF.
103800     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
103900 5190-EXIT.
104000     EXIT.
104100*----------------------------------------------------------
104200* 5200-CHECK-BRHIST
104300*----------------------------------------------------------
104400 5200-CHECK-BRHIST.
104500     MOVE 'BRHIST' TO WS-MASTER-NAME.
104600     OPEN INPUT BRANCH-HISTORY.
104700     MOVE BH-FILE-STATUS TO WS-OPEN-STATUS.
104800     MOVE SPACES TO WS-READ-STATUS.
104900     IF BH-FILE-STATUS = '00'
105000         READ BRANCH-HISTORY NEXT RECORD
105100             AT END
105200                 CONTINUE
105300         END-READ
105400         MOVE BH-FILE-STATUS TO WS-READ-STATUS
105500         CLOSE BRANCH-HISTORY
105600     END-IF.
105700     PERFORM 5900-RATE-MASTER THRU 5900-EXIT.
105800 5200-EXIT.
105900     EXIT.
106000*----------------------------------------------------------
106100* 5900-RATE-MASTER - an empty master opens and reads to
106200*     end of file, and passes.
106300*----------------------------------------------------------
106400 5900-RATE-MASTER.
106500     MOVE 'MASTER' TO WS-CHECK-NAME.
106600     MOVE WS-MASTER-NAME TO WS-CHECK-NAME (8:8).
106700     MOVE SPACES TO WS-CHECK-DETAIL.
106800     SET WS-CHECK-OK TO FALSE.
106900     EVALUATE TRUE
107000         WHEN WS-OPEN-STATUS = '35'
107100             MOVE 'NOT ON DISK' TO WS-CHECK-DETAIL
107200         WHEN WS-OPEN-STATUS NOT = '00'
107300             MOVE 'OPEN FAILED - STATUS ' TO WS-CHECK-DETAIL
107400             MOVE WS-OPEN-STATUS TO WS-CHECK-DETAIL (22:2)
107500         WHEN WS-READ-STATUS = '00'
107600             SET WS-CHECK-OK TO TRUE
107700             MOVE 'OPENS AND READS' TO WS-CHECK-DETAIL
107800         WHEN WS-READ-STATUS = '10'
107900             SET WS-CHECK-OK TO TRUE
108000             MOVE 'OPENS - EMPTY' TO WS-CHECK-DETAIL
108100         WHEN OTHER
108200             MOVE 'READ FAILED - STATUS ' TO WS-CHECK-DETAIL
108300             MOVE WS-READ-STATUS TO WS-CHECK-DETAIL (22:2)
108400     END-EVALUATE.
108500     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
108600 5900-EXIT.
108700     EXIT.
108800*----------------------------------------------------------
108900* 7000-DECIDE - go, or no-go held unless overridden.
109000*----------------------------------------------------------
109100 7000-DECIDE.
109200     MOVE ALL '-' TO REPORT-LINE.
109300     WRITE REPORT-LINE.
109400     IF WS-NOGO-COUNT = 0
109500         MOVE 'READINESS: GO - ALL CHECKS PASSED' TO
109600             REPORT-LINE
109700         WRITE REPORT-LINE
109800         DISPLAY 'RUN-READY: GO - ', WS-GO-COUNT,
109900             ' CHECKS PASSED'
110000         GO TO 7000-EXIT
110100     END-IF.
110200     MOVE WS-NOGO-COUNT TO WS-EDIT-COUNT.
110300     MOVE SPACES TO REPORT-LINE.
110400     STRING 'READINESS: NO-GO - ' DELIMITED BY SIZE
110500         WS-EDIT-COUNT DELIMITED BY SIZE
110600         ' CHECK(S) FAILED' DELIMITED BY SIZE
110700         INTO REPORT-LINE
110800     END-STRING.
110900     WRITE REPORT-LINE.
111000     DISPLAY 'RUN-READY: NO-GO - ', WS-NOGO-COUNT,
111100         ' CHECK(S) FAILED - SEE READYRPT'.
111200     PERFORM 7100-READ-OVERRIDE THRU 7100-EXIT.
111300     IF NOT WS-OVERRIDE-ON
111400         MOVE 'STREAM HELD - NO SUPERVISOR OVERRIDE' TO
111500             REPORT-LINE
111600         WRITE REPORT-LINE
111700         DISPLAY 'RUN-READY: STREAM HELD'
111800         MOVE 8 TO WS-RETURN-CODE
111900         GO TO 7000-EXIT
112000     END-IF.
112100     PERFORM 7200-LOG-OVERRIDE THRU 7200-EXIT.
112200     MOVE SPACES TO REPORT-LINE.
112300     STRING 'OVERRIDDEN BY ' DELIMITED BY SIZE
112400         RV-SUPERVISOR-ID DELIMITED BY SPACE
112500         ': ' DELIMITED BY SIZE
112600         RV-REASON DELIMITED BY SIZE
112700         INTO REPORT-LINE
112800     END-STRING.
112900     WRITE REPORT-LINE.
113000     DISPLAY 'RUN-READY: NO-GO OVERRIDDEN BY ',
113100         RV-SUPERVISOR-ID, ' - STREAM RELEASED'.
113200     MOVE 4 TO WS-RETURN-CODE.
113300 7000-EXIT.
113400     EXIT.
113500*----------------------------------------------------------
113600* 7100-READ-OVERRIDE - the override stands only for this
113700*     business date, with a reason, and when its
113800*     supervisor proves at supervisor level through
113900*     OPER-AUTH.
114000*----------------------------------------------------------
114100 7100-READ-OVERRIDE.
114200     OPEN INPUT OVERRIDE-CONTROL.
114300     IF RV-FILE-STATUS NOT = '00'
114400         GO TO 7100-EXIT
114500     END-IF.
114600     READ OVERRIDE-CONTROL
114700         AT END
114800             CLOSE OVERRIDE-CONTROL
114900             GO TO 7100-EXIT
115000     END-READ.
115100     CLOSE OVERRIDE-CONTROL.
115200     IF NOT RV-OVERRIDE
115300         GO TO 7100-EXIT
115400     END-IF.
115500     IF RV-BUSINESS-DATE NOT = WS-RUN-DATE
115600         DISPLAY 'RUN-READY: OVERRIDE CONTROL IS FOR ',
115700             RV-BUSINESS-DATE, ' - IGNORED'
115800         GO TO 7100-EXIT
115900     END-IF.
116000     IF RV-REASON = SPACES
116100         DISPLAY 'RUN-READY: OVERRIDE CONTROL GIVES NO ',
116200             'REASON - IGNORED'
116300         GO TO 7100-EXIT
116400     END-IF.
116500     MOVE RV-SUPERVISOR-ID TO OA-OPERATOR-ID.
116600     MOVE RV-AUTH-CODE TO OA-AUTH-CODE.
116700     MOVE '3' TO OA-REQUIRED-ROLE.
116800     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
116900     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
117000     IF OA-AUTHORIZED
117100         SET WS-OVERRIDE-ON TO TRUE
117200     ELSE
117300         DISPLAY 'RUN-READY: OVERRIDE CONTROL PRESENT ',
117400             'BUT SUPERVISOR DID NOT PROVE - IGNORED'
117500     END-IF.
117600 7100-EXIT.
117700     EXIT.
117800*----------------------------------------------------------
117900* 7200-LOG-OVERRIDE - the reason goes on READYLOG; the
118000*     supervisor's action goes on OPERACT with the rest of
118100*     the suite's.
118200*----------------------------------------------------------
118300 7200-LOG-OVERRIDE.
118400     OPEN EXTEND OVERRIDE-LOG.
118500     IF RL-FILE-STATUS = '35'
118600         OPEN OUTPUT OVERRIDE-LOG
118700     END-IF.
118800     MOVE SPACES TO OVERRIDE-LOG-LINE.
118900     MOVE WS-RUN-DATE TO RL-LOG-DATE.
119000     ACCEPT RL-LOG-TIME FROM TIME.
119100     MOVE RV-SUPERVISOR-ID TO RL-SUPERVISOR-ID.
119200     MOVE WS-NOGO-COUNT TO RL-NOGO-COUNT.
119300     MOVE RV-REASON TO RL-REASON.
119400     WRITE OVERRIDE-LOG-LINE.
119500     CLOSE OVERRIDE-LOG.
119600     MOVE RV-SUPERVISOR-ID TO AY-OPERATOR-ID.
119700     MOVE 'RUN-READY' TO AY-SOURCE-PGM.
119800     MOVE 'OVERRIDE' TO AY-ACTION-CODE.
119900     MOVE 'READINESS NO-GO' TO AY-ACTION-KEY.
120000     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
120100     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
120200 7200-EXIT.
120300     EXIT.
120400*----------------------------------------------------------
120500* 8000-WRITE-CHECK - one report line per check.
120600*----------------------------------------------------------
120700 8000-WRITE-CHECK.
120800     MOVE SPACES TO RPT-CHECK-LINE.
120900     MOVE WS-CHECK-NAME TO RPK-CHECK.
121000     MOVE WS-CHECK-DETAIL TO RPK-DETAIL.
121100     IF WS-CHECK-OK
121200         MOVE 'GO' TO RPK-RESULT
121300         ADD 1 TO WS-GO-COUNT
121400     ELSE
121500         MOVE 'NO-GO' TO RPK-RESULT
121600         ADD 1 TO WS-NOGO-COUNT
121700         DISPLAY 'RUN-READY: NO-GO - ', WS-CHECK-NAME,
121800             ' ', WS-CHECK-DETAIL
121900     END-IF.
122000     WRITE REPORT-LINE FROM RPT-CHECK-LINE.
122100 8000-EXIT.
122200     EXIT.
122300*----------------------------------------------------------
122400* 9000-TERMINATE
122500*----------------------------------------------------------
122600 9000-TERMINATE.
122700     CLOSE REPORT-OUT.
122800     SET JB-FUNC-END TO TRUE.
122900     MOVE WS-NOGO-COUNT TO JB-RECORD-COUNT.
123000     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
123100     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
123200 9000-EXIT.
123300     EXIT.
