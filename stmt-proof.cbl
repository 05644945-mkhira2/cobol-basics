000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STMT-PROOF.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Proof sample of the night's statement transmission, run
000900* after STMT-PRESORT and before anything reaches the print
001000* vendor. The presorted STMTSRT file is read statement by
001100* statement - each detail with its activity and message
001200* lines - and a statement is pulled to the STMTPRF proof
001300* file, laid out the way it will print, when it is:
001400*   - the first or the last document of the run;
001500*   - the first from a branch not yet sampled;
001600*   - the first carrying a combination of statement
001700*     messages (and so of inserts) not yet sampled, the
001800*     combination of none included;
001900*   - the first household-consolidated statement, when
002000*     the HHSTMCTL control has consolidation on.
002100* Blank mailing lines print as (BLANK) so they cannot be
002200* missed. The run then goes on hold: a held entry on the
002300* STMTHOLD release register carries the run's statement
002400* count, document hash and number range, and nothing is
002500* handed to the vendor until a supervisor releases the run
002600* through STMT-RELEASE. A branch or combination beyond the
002700* sample tables ends RC 4, since the proof no longer covers
002800* every one; no STMTSRT file ends RC 8. A dry run pulls the
002900* proof but leaves the register alone. The detail open and
002910* close balances are summed and proved against the run
002920* totals on the trailer; a run that does not tie ends RC 8
002930* and is not held.
003000*----------------------------------------------------------
003100*    MODIFICATION HISTORY
003200*    DATE        INIT  DESCRIPTION
003300*    2026-10-15   DN   Original program.
003310*    2026-10-15   DN   Prove the detail open and close
003320*                      balances against the trailer and
003330*                      refuse to hold a run that does not tie.
003400*----------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SORTED-STATEMENTS ASSIGN TO 'STMTSRT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS SO-FILE-STATUS.
004100     SELECT PROOF-FILE ASSIGN TO 'STMTPRF'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS PF-FILE-STATUS.
004400     SELECT STMT-HOLD ASSIGN TO 'STMTHOLD'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS SH-FILE-STATUS.
004700     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CM-CUST-ID
005100         ALTERNATE RECORD KEY IS CM-CUST-NAME
005200             WITH DUPLICATES
005300         FILE STATUS IS CM-FILE-STATUS.
005400     SELECT HOUSEHOLD-FILE ASSIGN TO 'HOUSHOLD'
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS HH-CUST-ID
005800         FILE STATUS IS HH-FILE-STATUS.
005900     SELECT HOUSEHOLD-CONTROL ASSIGN TO 'HHSTMCTL'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS HS-FILE-STATUS.
006200     SELECT DRY-RUN-CONTROL ASSIGN TO 'DRYRUN'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS DR-FILE-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SORTED-STATEMENTS
006900     LABEL RECORDS ARE STANDARD.
007000     COPY "stmtrec.cpy".
007100*
007200 FD  PROOF-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  PROOF-LINE                  PIC X(132).
007500*
007600 FD  STMT-HOLD
007700     LABEL RECORDS ARE STANDARD.
007800     COPY "stmthold.cpy".
007900*
008000 FD  CUSTOMER-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200     COPY "custrec.cpy".
008300*
008400 FD  HOUSEHOLD-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY "hshldrec.cpy".
008700*
008800 FD  HOUSEHOLD-CONTROL
008900     LABEL RECORDS ARE STANDARD.
009000     COPY "hhctl.cpy".
009100*
009200 FD  DRY-RUN-CONTROL
009300     LABEL RECORDS ARE STANDARD.
009400     COPY "dryrctl.cpy".
009500*
009600 WORKING-STORAGE SECTION.
009700 01  SO-FILE-STATUS              PIC X(02).
009800 01  PF-FILE-STATUS              PIC X(02).
009900 01  SH-FILE-STATUS              PIC X(02).
010000 01  CM-FILE-STATUS              PIC X(02).
010100 01  HH-FILE-STATUS              PIC X(02).
010200 01  HS-FILE-STATUS              PIC X(02).
010300 01  DR-FILE-STATUS              PIC X(02).
010400*
010500 01  WS-SO-EOF-SW                PIC X(01) VALUE 'N'.
010600     88  WS-SO-EOF               VALUE 'Y' FALSE 'N'.
010700 01  WS-HOLD-EOF-SW              PIC X(01) VALUE 'N'.
010800     88  WS-HOLD-EOF             VALUE 'Y' FALSE 'N'.
010900 01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
011000     88  WS-CUST-OPEN            VALUE 'Y'.
011100 01  WS-HH-OPEN-SW               PIC X(01) VALUE 'N'.
011200     88  WS-HH-OPEN              VALUE 'Y'.
011300 01  WS-CONSOL-SW                PIC X(01) VALUE 'N'.
011400     88  WS-CONSOLIDATING        VALUE 'Y'.
011500 01  WS-GROUP-OPEN-SW            PIC X(01) VALUE 'N'.
011600     88  WS-GROUP-OPEN           VALUE 'Y' FALSE 'N'.
011700 01  WS-LAST-GROUP-SW            PIC X(01) VALUE 'N'.
011800     88  WS-LAST-GROUP           VALUE 'Y' FALSE 'N'.
011900 01  WS-HH-SAMPLED-SW            PIC X(01) VALUE 'N'.
012000     88  WS-HH-SAMPLED           VALUE 'Y' FALSE 'N'.
012100 01  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
012200     88  WS-TABLE-FULL           VALUE 'Y' FALSE 'N'.
012300*
012400*    The run as the header and trailer describe it.
012500 01  WS-HOLD-RUN-DATE            PIC 9(08) VALUE 0.
012600 01  WS-RUN-CYCLE                PIC 9(02) VALUE 0.
012700 01  WS-RUN-CYCLE-SW             PIC X(01) VALUE SPACE.
012800 01  WS-TRAILER-COUNT            PIC 9(05) VALUE 0.
012900 01  WS-TRAILER-HASH             PIC 9(09) VALUE 0.
013000 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
013100     88  WS-TRAILER-SEEN         VALUE 'Y' FALSE 'N'.
013110 01  WS-TRAILER-OPEN-BAL         PIC S9(09)V99 VALUE 0.
013120 01  WS-TRAILER-CLOSE-BAL        PIC S9(09)V99 VALUE 0.
013130 01  WS-DETAIL-OPEN-BAL          PIC S9(09)V99 VALUE 0.
013140 01  WS-DETAIL-CLOSE-BAL         PIC S9(09)V99 VALUE 0.
013150 01  WS-BALANCE-BREAK-SW         PIC X(01) VALUE 'N'.
013160     88  WS-BALANCE-BREAK        VALUE 'Y' FALSE 'N'.
013200 01  WS-LATEST-STATUS            PIC X(01) VALUE SPACE.
013300     88  WS-LATEST-RELEASED      VALUE 'R'.
013400*
013500*    Every line of the statement being read - its detail
013600*    first - until the next detail decides whether it is
013700*    pulled. Lines past the buffer are counted, not shown.
013800 01  WS-GROUP-TABLE.
013900     05  WS-GRP-LINE OCCURS 60 TIMES
014000                                 PIC X(199).
014100 77  WS-GRP-MAX                  PIC 9(02) COMP VALUE 60.
014200 01  WS-GRP-COUNT                PIC 9(02) COMP VALUE 0.
014300 01  WS-GRP-DROPPED              PIC 9(05) COMP VALUE 0.
014400 01  WS-GRP-SUB                  PIC 9(02) COMP.
014450 01  WS-GRP-ORDINAL              PIC 9(05) COMP.
014500 01  WS-GRP-CUST-ID              PIC 9(06).
014600 01  WS-GRP-DOC-NUMBER           PIC 9(09).
014700 01  WS-GRP-BRANCH               PIC X(03).
014800 01  WS-GRP-LAST-MSG-ID          PIC 9(04).
014900 01  WS-GRP-COMBO                PIC X(40).
015000 01  WS-GRP-COMBO-PTR            PIC 9(02) COMP.
015100*
015200*    Branches and message combinations already sampled.
015300 01  WS-BRANCH-TABLE.
015400     05  WS-BR-CODE OCCURS 200 TIMES
015500                                 PIC X(03).
015600 77  WS-BR-MAX                   PIC 9(03) COMP VALUE 200.
015700 01  WS-BR-COUNT                 PIC 9(03) COMP VALUE 0.
015800 01  WS-BR-SUB                   PIC 9(03) COMP.
015900 01  WS-BR-FOUND-SW              PIC X(01).
016000     88  WS-BR-FOUND             VALUE 'Y' FALSE 'N'.
016100 01  WS-COMBO-TABLE.
016200     05  WS-CB-COMBO OCCURS 100 TIMES
016300                                 PIC X(40).
016400 77  WS-CB-MAX                   PIC 9(03) COMP VALUE 100.
016500 01  WS-CB-COUNT                 PIC 9(03) COMP VALUE 0.
016600 01  WS-CB-SUB                   PIC 9(03) COMP.
016700 01  WS-CB-FOUND-SW              PIC X(01).
016800     88  WS-CB-FOUND             VALUE 'Y' FALSE 'N'.
016900*
017000 01  WS-DETAIL-COUNT             PIC 9(05) COMP VALUE 0.
017100 01  WS-PROOF-COUNT              PIC 9(03) COMP VALUE 0.
017200 01  WS-HH-STMT-COUNT            PIC 9(05) COMP VALUE 0.
017300 01  WS-FIRST-DOC                PIC 9(09) VALUE 0.
017400 01  WS-LAST-DOC                 PIC 9(09) VALUE 0.
017500 01  WS-REASONS                  PIC X(60).
017600 01  WS-REASON-PTR               PIC 9(02) COMP.
017700*
017800 COPY "rundate.cpy".
017900 COPY "jobhstpm.cpy".
018000*
018100*    The pulled statement's lines, read back out of the
018200*    buffer through the statement layout.
018300 COPY "stmtrec.cpy"
018400     REPLACING ==STATEMENT-RECORD== BY ==PROOF-STATEMENT==
018500               LEADING ==ST-== BY ==PS-==.
018600*
018700 01  PRF-HEADER-LINE.
018800     05  FILLER                  PIC X(41) VALUE
018900         'STATEMENT PROOF SAMPLE - HELD FOR RELEASE'.
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
019200     05  PRH-RUN-DATE            PIC 9999/99/99.
019300     05  FILLER                  PIC X(09) VALUE '  CYCLE: '.
019400     05  PRH-CYCLE               PIC Z9.
019500*
019600 01  PRF-PROOF-LINE.
019700     05  FILLER                  PIC X(12) VALUE
019800         '=== PROOF  '.
019900     05  PRP-PROOF-NBR           PIC ZZ9.
020000     05  FILLER                  PIC X(15) VALUE
020100         ' ===  DOCUMENT '.
020200     05  PRP-DOC-NUMBER          PIC 9(09).
020300     05  FILLER                  PIC X(11) VALUE
020400         '  CUSTOMER '.
020500     05  PRP-CUST-ID             PIC 9(06).
020600     05  FILLER                  PIC X(09) VALUE '  BRANCH '.
020700     05  PRP-BRANCH              PIC X(03).
020800*
020900 01  PRF-REASON-LINE.
021000     05  FILLER                  PIC X(15) VALUE
021100         'SAMPLED FOR:'.
021200     05  PRR-REASONS             PIC X(60).
021300*
021400 01  PRF-TEXT-LINE.
021500     05  PRT-LABEL               PIC X(15).
021600     05  PRT-TEXT                PIC X(60).
021700*
021800 01  PRF-BALANCE-LINE.
021900     05  FILLER                  PIC X(15) VALUE
022000         'OPENING:'.
022100     05  PRB-OPEN-BALANCE        PIC -,---,---,--9.99.
022200     05  FILLER                  PIC X(12) VALUE
022300         '   CLOSING: '.
022400     05  PRB-CLOSE-BALANCE       PIC -,---,---,--9.99.
022500*
022600 01  PRF-ACTIVITY-LINE.
022700     05  FILLER                  PIC X(15) VALUE SPACES.
022800     05  PRA-POST-DATE           PIC 9999/99/99.
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  PRA-TRAN-TYPE           PIC X(01).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  PRA-AMOUNT              PIC -,---,--9.99.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  PRA-DESCRIPTION         PIC X(40).
023500*
023600 01  PRF-MESSAGE-LINE.
023700     05  FILLER                  PIC X(15) VALUE SPACES.
023800     05  PRM-INSERT              PIC X(06).
023900     05  PRM-TEXT                PIC X(60).
024000*
024100 01  PRF-COUNT-LINE.
024200     05  PRC-LABEL               PIC X(36).
024300     05  PRC-COUNT               PIC ZZZ,ZZ9.
024310*
024320 01  PRF-TOTAL-LINE.
024330     05  PTL-LABEL               PIC X(36).
024340     05  PTL-OPEN-BALANCE        PIC -,---,---,--9.99.
024350     05  FILLER                  PIC X(02) VALUE SPACES.
024360     05  PTL-CLOSE-BALANCE       PIC -,---,---,--9.99.
024400*
024500 PROCEDURE DIVISION.
024600*----------------------------------------------------------
024700* 0000-MAINLINE
024800*----------------------------------------------------------
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     IF WS-SO-EOF
025200         GO TO 0000-FINISH
025300     END-IF.
025400     PERFORM 2000-READ-ONE-RECORD THRU 2000-EXIT
025500         UNTIL WS-SO-EOF.
025600     IF WS-GROUP-OPEN
025700         SET WS-LAST-GROUP TO TRUE
025800         PERFORM 3000-EVALUATE-GROUP THRU 3000-EXIT
025900     END-IF.
026000     CLOSE SORTED-STATEMENTS.
026100     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
026200     PERFORM 8500-HOLD-RUN THRU 8500-EXIT.
026300 0000-FINISH.
026400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026500     GOBACK.
026600*----------------------------------------------------------
026700* 1000-INITIALIZE - an absent STMTSRT is a failed presort
026800*     and nothing can be proofed or held.
026900*----------------------------------------------------------
027000 1000-INITIALIZE.
027100     CALL 'BUS-DATE' USING WS-RUN-DATE.
027200     SET JB-FUNC-START TO TRUE.
027300     MOVE 'STMT-PROOF' TO JB-PROGRAM-ID.
027400     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
027500     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
027600     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
027700     MOVE 0 TO RETURN-CODE.
027800     MOVE WS-RUN-DATE TO WS-HOLD-RUN-DATE.
027900     PERFORM 1100-READ-CONTROLS THRU 1100-EXIT.
028000     OPEN OUTPUT PROOF-FILE.
028100     OPEN INPUT SORTED-STATEMENTS.
028200     IF SO-FILE-STATUS NOT = '00'
028300         DISPLAY 'STMT-PROOF - NO PRESORTED STATEMENT FILE ',
028400             '(STMTSRT) - NOTHING PROOFED OR HELD'
028500         MOVE 'NO PRESORTED STATEMENT FILE - NOTHING PROOFED'
028600             TO PROOF-LINE
028700         WRITE PROOF-LINE
028800         SET WS-SO-EOF TO TRUE
028900         MOVE 8 TO RETURN-CODE
029000         GO TO 1000-EXIT
029100     END-IF.
029200     OPEN INPUT CUSTOMER-MASTER.
029300     IF CM-FILE-STATUS = '00'
029400         MOVE 'Y' TO WS-CUST-OPEN-SW
029500     END-IF.
029600     IF WS-CONSOLIDATING
029700         OPEN INPUT HOUSEHOLD-FILE
029800         IF HH-FILE-STATUS = '00'
029900             MOVE 'Y' TO WS-HH-OPEN-SW
030000         END-IF
030100     END-IF.
030200 1000-EXIT.
030300     EXIT.
030400*----------------------------------------------------------
030500* 1100-READ-CONTROLS - the DRYRUN switch and the
030600*     household consolidation choice the statement build
030700*     ran under; both default off.
030800*----------------------------------------------------------
030900 1100-READ-CONTROLS.
031000     MOVE 'N' TO DR-DRY-RUN-SW.
031100     OPEN INPUT DRY-RUN-CONTROL.
031200     IF DR-FILE-STATUS = '00'
031300         READ DRY-RUN-CONTROL
031400             AT END
031500                 MOVE 'N' TO DR-DRY-RUN-SW
031600         END-READ
031700         CLOSE DRY-RUN-CONTROL
031800     END-IF.
031900     OPEN INPUT HOUSEHOLD-CONTROL.
032000     IF HS-FILE-STATUS = '00'
032100         READ HOUSEHOLD-CONTROL
032200             AT END
032300                 MOVE 'N' TO HS-CONSOL-SW
032400         END-READ
032500         IF HS-CONSOLIDATE
032600             MOVE 'Y' TO WS-CONSOL-SW
032700         END-IF
032800         CLOSE HOUSEHOLD-CONTROL
032900     END-IF.
033000 1100-EXIT.
033100     EXIT.
033200*----------------------------------------------------------
033300* 2000-READ-ONE-RECORD - a detail closes the statement
033400*     before it and opens its own; activity and message
033500*     lines belong to the statement open.
033600*----------------------------------------------------------
033700 2000-READ-ONE-RECORD.
033800     READ SORTED-STATEMENTS
033900         AT END
034000             SET WS-SO-EOF TO TRUE
034100             GO TO 2000-EXIT
034200     END-READ.
034300     EVALUATE TRUE
034400         WHEN ST-TYPE-HEADER
034500             MOVE ST-RUN-DATE TO WS-HOLD-RUN-DATE
034600             MOVE ST-BILL-CYCLE TO WS-RUN-CYCLE
034700             MOVE ST-CYCLE-RUN-SW TO WS-RUN-CYCLE-SW
034800             MOVE WS-HOLD-RUN-DATE TO PRH-RUN-DATE
034900             MOVE WS-RUN-CYCLE TO PRH-CYCLE
035000             WRITE PROOF-LINE FROM PRF-HEADER-LINE
035100             MOVE ALL '-' TO PROOF-LINE
035200             WRITE PROOF-LINE
035300         WHEN ST-TYPE-TRAILER
035400             MOVE ST-ITERATION-NBR TO WS-TRAILER-COUNT
035500             MOVE ST-HASH-TOTAL TO WS-TRAILER-HASH
035600             SET WS-TRAILER-SEEN TO TRUE
035610             MOVE ST-OPEN-BALANCE TO WS-TRAILER-OPEN-BAL
035620             MOVE ST-CLOSE-BALANCE TO WS-TRAILER-CLOSE-BAL
035700         WHEN ST-TYPE-DETAIL
035800             IF WS-GROUP-OPEN
035900                 PERFORM 3000-EVALUATE-GROUP THRU 3000-EXIT
036000             END-IF
036100             PERFORM 2100-OPEN-GROUP THRU 2100-EXIT
036200         WHEN ST-TYPE-ACTIVITY
036300         WHEN ST-TYPE-MESSAGE
036400             IF WS-GROUP-OPEN
036500                 PERFORM 2200-ADD-GROUP-LINE THRU 2200-EXIT
036600             END-IF
036700         WHEN OTHER
036800             CONTINUE
036900     END-EVALUATE.
037000 2000-EXIT.
037100     EXIT.
037200*----------------------------------------------------------
037300* 2100-OPEN-GROUP - the detail starts a new statement; the
037400*     run's document range is kept as it goes, since the
037500*     presort leaves the numbers in ZIP order.
037600*----------------------------------------------------------
037700 2100-OPEN-GROUP.
037800     SET WS-GROUP-OPEN TO TRUE.
037900     ADD 1 TO WS-DETAIL-COUNT.
038000     MOVE 0 TO WS-GRP-COUNT WS-GRP-DROPPED.
038050     MOVE WS-DETAIL-COUNT TO WS-GRP-ORDINAL.
038060     ADD ST-OPEN-BALANCE TO WS-DETAIL-OPEN-BAL.
038070     ADD ST-CLOSE-BALANCE TO WS-DETAIL-CLOSE-BAL.
038100     MOVE ST-CUST-ID TO WS-GRP-CUST-ID.
038200     MOVE ST-DOC-NUMBER TO WS-GRP-DOC-NUMBER.
038300     MOVE ZERO TO WS-GRP-LAST-MSG-ID.
038400     MOVE SPACES TO WS-GRP-COMBO.
038500     MOVE 1 TO WS-GRP-COMBO-PTR.
038600     IF WS-FIRST-DOC = 0
038700         OR ST-DOC-NUMBER < WS-FIRST-DOC
038800         MOVE ST-DOC-NUMBER TO WS-FIRST-DOC
038900     END-IF.
039000     IF ST-DOC-NUMBER > WS-LAST-DOC
039100         MOVE ST-DOC-NUMBER TO WS-LAST-DOC
039200     END-IF.
039300     PERFORM 2200-ADD-GROUP-LINE THRU 2200-EXIT.
039400 2100-EXIT.
039500     EXIT.
039600*----------------------------------------------------------
039700* 2200-ADD-GROUP-LINE - a message's ID joins the
039800*     statement's combination on its first line; ten
039900*     messages fill the combination key.
040000*----------------------------------------------------------
040100 2200-ADD-GROUP-LINE.
040200     IF WS-GRP-COUNT < WS-GRP-MAX
040300         ADD 1 TO WS-GRP-COUNT
040400         MOVE STATEMENT-RECORD TO WS-GRP-LINE (WS-GRP-COUNT)
040500     ELSE
040600         ADD 1 TO WS-GRP-DROPPED
040700     END-IF.
040800     IF NOT ST-TYPE-MESSAGE
040900         GO TO 2200-EXIT
041000     END-IF.
041100     IF ST-MSG-ID = WS-GRP-LAST-MSG-ID
041200         GO TO 2200-EXIT
041300     END-IF.
041400     MOVE ST-MSG-ID TO WS-GRP-LAST-MSG-ID.
041500     IF WS-GRP-COMBO-PTR < 40
041600         STRING ST-MSG-ID DELIMITED BY SIZE
041700             INTO WS-GRP-COMBO
041800             WITH POINTER WS-GRP-COMBO-PTR
041900         END-STRING
042000     END-IF.
042100 2200-EXIT.
042200     EXIT.
042300*----------------------------------------------------------
042400* 3000-EVALUATE-GROUP - name every reason the statement
042500*     belongs in the sample; any reason pulls it.
042600*----------------------------------------------------------
042700 3000-EVALUATE-GROUP.
042800     SET WS-GROUP-OPEN TO FALSE.
042900     MOVE SPACES TO WS-REASONS.
043000     MOVE 1 TO WS-REASON-PTR.
043100     IF WS-GRP-ORDINAL = 1
043200         STRING 'FIRST ' DELIMITED BY SIZE
043300             INTO WS-REASONS WITH POINTER WS-REASON-PTR
043400         END-STRING
043500     END-IF.
043600     IF WS-LAST-GROUP
043700         STRING 'LAST ' DELIMITED BY SIZE
043800             INTO WS-REASONS WITH POINTER WS-REASON-PTR
043900         END-STRING
044000     END-IF.
044100     PERFORM 3100-CHECK-BRANCH THRU 3100-EXIT.
044200     PERFORM 3200-CHECK-COMBINATION THRU 3200-EXIT.
044300     PERFORM 3300-CHECK-HOUSEHOLD THRU 3300-EXIT.
044400     IF WS-REASONS NOT = SPACES
044500         PERFORM 3500-PRINT-STATEMENT THRU 3500-EXIT
044600     END-IF.
044700 3000-EXIT.
044800     EXIT.
044900*----------------------------------------------------------
045000* 3100-CHECK-BRANCH - the customer's branch off the
045100*     master; a customer no longer on it samples as '???'.
045200*----------------------------------------------------------
045300 3100-CHECK-BRANCH.
045400     MOVE '???' TO WS-GRP-BRANCH.
045500     IF WS-CUST-OPEN
045600         MOVE WS-GRP-CUST-ID TO CM-CUST-ID
045700         READ CUSTOMER-MASTER
045800             KEY IS CM-CUST-ID
045900             INVALID KEY
046000                 CONTINUE
046100             NOT INVALID KEY
046200                 MOVE CM-BRANCH-CODE TO WS-GRP-BRANCH
046300         END-READ
046400     END-IF.
046500     SET WS-BR-FOUND TO FALSE.
046600     PERFORM 3110-MATCH-ONE-BRANCH THRU 3110-EXIT
046700         VARYING WS-BR-SUB FROM 1 BY 1
046800         UNTIL WS-BR-SUB > WS-BR-COUNT OR WS-BR-FOUND.
046900     IF WS-BR-FOUND
047000         GO TO 3100-EXIT
047100     END-IF.
047200     IF WS-BR-COUNT NOT < WS-BR-MAX
047300         SET WS-TABLE-FULL TO TRUE
047400         GO TO 3100-EXIT
047500     END-IF.
047600     ADD 1 TO WS-BR-COUNT.
047700     MOVE WS-GRP-BRANCH TO WS-BR-CODE (WS-BR-COUNT).
047800     STRING 'BRANCH ' DELIMITED BY SIZE
047900            WS-GRP-BRANCH DELIMITED BY SIZE
048000            ' ' DELIMITED BY SIZE
048100         INTO WS-REASONS WITH POINTER WS-REASON-PTR
048200     END-STRING.
048300 3100-EXIT.
048400     EXIT.
048500*----------------------------------------------------------
048600* 3110-MATCH-ONE-BRANCH
048700*----------------------------------------------------------
048800 3110-MATCH-ONE-BRANCH.
048900     IF WS-BR-CODE (WS-BR-SUB) = WS-GRP-BRANCH
049000         SET WS-BR-FOUND TO TRUE
049100     END-IF.
049200 3110-EXIT.
049300     EXIT.
049400*----------------------------------------------------------
049500* 3200-CHECK-COMBINATION - the statement's messages, and
049600*     with them its inserts, as one combination.
049700*----------------------------------------------------------
049800 3200-CHECK-COMBINATION.
049900     SET WS-CB-FOUND TO FALSE.
050000     PERFORM 3210-MATCH-ONE-COMBO THRU 3210-EXIT
050100         VARYING WS-CB-SUB FROM 1 BY 1
050200         UNTIL WS-CB-SUB > WS-CB-COUNT OR WS-CB-FOUND.
050300     IF WS-CB-FOUND
050400         GO TO 3200-EXIT
050500     END-IF.
050600     IF WS-CB-COUNT NOT < WS-CB-MAX
050700         SET WS-TABLE-FULL TO TRUE
050800         GO TO 3200-EXIT
050900     END-IF.
051000     ADD 1 TO WS-CB-COUNT.
051100     MOVE WS-GRP-COMBO TO WS-CB-COMBO (WS-CB-COUNT).
051200     IF WS-GRP-COMBO = SPACES
051300         STRING 'NO MESSAGES ' DELIMITED BY SIZE
051400             INTO WS-REASONS WITH POINTER WS-REASON-PTR
051500         END-STRING
051600     ELSE
051700         STRING 'MESSAGE SET ' DELIMITED BY SIZE
051800             INTO WS-REASONS WITH POINTER WS-REASON-PTR
051900         END-STRING
052000     END-IF.
052100 3200-EXIT.
052200     EXIT.
052300*----------------------------------------------------------
052400* 3210-MATCH-ONE-COMBO
052500*----------------------------------------------------------
052600 3210-MATCH-ONE-COMBO.
052700     IF WS-CB-COMBO (WS-CB-SUB) = WS-GRP-COMBO
052800         SET WS-CB-FOUND TO TRUE
052900     END-IF.
053000 3210-EXIT.
053100     EXIT.
053200*----------------------------------------------------------
053300* 3300-CHECK-HOUSEHOLD - under consolidation a household
053400*     primary's statement covers the household; the first
053500*     one is sampled.
053600*----------------------------------------------------------
053700 3300-CHECK-HOUSEHOLD.
053800     IF NOT WS-HH-OPEN
053900         GO TO 3300-EXIT
054000     END-IF.
054100     MOVE WS-GRP-CUST-ID TO HH-CUST-ID.
054200     READ HOUSEHOLD-FILE
054300         KEY IS HH-CUST-ID
054400         INVALID KEY
054500             GO TO 3300-EXIT
054600     END-READ.
054700     IF NOT HH-PRIMARY
054800         GO TO 3300-EXIT
054900     END-IF.
055000     ADD 1 TO WS-HH-STMT-COUNT.
055100     IF WS-HH-SAMPLED
055200         GO TO 3300-EXIT
055300     END-IF.
055400     SET WS-HH-SAMPLED TO TRUE.
055500     STRING 'HOUSEHOLD ' DELIMITED BY SIZE
055600         INTO WS-REASONS WITH POINTER WS-REASON-PTR
055700     END-STRING.
055800 3300-EXIT.
055900     EXIT.
056000*----------------------------------------------------------
056100* 3500-PRINT-STATEMENT - the statement as it will print:
056200*     addressee, mailing block, balances, activity and
056300*     messages.
056400*----------------------------------------------------------
056500 3500-PRINT-STATEMENT.
056600     ADD 1 TO WS-PROOF-COUNT.
056700     MOVE SPACES TO PROOF-LINE.
056800     WRITE PROOF-LINE.
056900     MOVE WS-PROOF-COUNT TO PRP-PROOF-NBR.
057000     MOVE WS-GRP-DOC-NUMBER TO PRP-DOC-NUMBER.
057100     MOVE WS-GRP-CUST-ID TO PRP-CUST-ID.
057200     MOVE WS-GRP-BRANCH TO PRP-BRANCH.
057300     WRITE PROOF-LINE FROM PRF-PROOF-LINE.
057400     MOVE WS-REASONS TO PRR-REASONS.
057500     WRITE PROOF-LINE FROM PRF-REASON-LINE.
057600     MOVE WS-GRP-LINE (1) TO PROOF-STATEMENT.
057700     MOVE 'ADDRESSEE:' TO PRT-LABEL.
057800     MOVE PS-STATEMENT-TEXT TO PRT-TEXT.
057900     PERFORM 3600-WRITE-TEXT-LINE THRU 3600-EXIT.
058000     MOVE 'ADDRESS:' TO PRT-LABEL.
058100     MOVE PS-ADDR-LINE-1 TO PRT-TEXT.
058200     PERFORM 3600-WRITE-TEXT-LINE THRU 3600-EXIT.
058300     MOVE PS-ADDR-LINE-2 TO PRT-TEXT.
058400     PERFORM 3600-WRITE-TEXT-LINE THRU 3600-EXIT.
058500     MOVE SPACES TO PRT-TEXT.
058600     IF PS-CITY NOT = SPACES
058700         OR PS-STATE NOT = SPACES
058800         OR PS-ZIP-CODE NOT = SPACES
058900         STRING PS-CITY DELIMITED BY '  '
059000                ' ' DELIMITED BY SIZE
059100                PS-STATE DELIMITED BY SIZE
059200                ' ' DELIMITED BY SIZE
059300                PS-ZIP-CODE DELIMITED BY SIZE
059400             INTO PRT-TEXT
059500         END-STRING
059600     END-IF.
059700     PERFORM 3600-WRITE-TEXT-LINE THRU 3600-EXIT.
059800     MOVE PS-OPEN-BALANCE TO PRB-OPEN-BALANCE.
059900     MOVE PS-CLOSE-BALANCE TO PRB-CLOSE-BALANCE.
060000     WRITE PROOF-LINE FROM PRF-BALANCE-LINE.
060100     PERFORM 3700-PRINT-ONE-LINE THRU 3700-EXIT
060200         VARYING WS-GRP-SUB FROM 2 BY 1
060300         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
060400     IF WS-GRP-DROPPED > 0
060500         MOVE SPACES TO PRT-LABEL PRT-TEXT
060600         MOVE '(FURTHER LINES NOT SHOWN)' TO PRT-TEXT
060700         WRITE PROOF-LINE FROM PRF-TEXT-LINE
060800     END-IF.
060900 3500-EXIT.
061000     EXIT.
061100*----------------------------------------------------------
061200* 3600-WRITE-TEXT-LINE - a blank mailing line prints as
061300*     (BLANK), never as nothing.
061400*----------------------------------------------------------
061500 3600-WRITE-TEXT-LINE.
061600     IF PRT-TEXT = SPACES
061700         MOVE '(BLANK)' TO PRT-TEXT
061800     END-IF.
061900     WRITE PROOF-LINE FROM PRF-TEXT-LINE.
062000     MOVE SPACES TO PRT-LABEL.
062100 3600-EXIT.
062200     EXIT.
062300*----------------------------------------------------------
062400* 3700-PRINT-ONE-LINE - an activity or message line of the
062500*     statement being proofed.
062600*----------------------------------------------------------
062700 3700-PRINT-ONE-LINE.
062800     MOVE WS-GRP-LINE (WS-GRP-SUB) TO PROOF-STATEMENT.
062900     IF PS-TYPE-ACTIVITY
063000         MOVE PS-ACT-POST-DATE TO PRA-POST-DATE
063100         MOVE PS-ACT-TRAN-TYPE TO PRA-TRAN-TYPE
063200         MOVE PS-ACT-AMOUNT TO PRA-AMOUNT
063300         MOVE PS-STATEMENT-TEXT TO PRA-DESCRIPTION
063400         WRITE PROOF-LINE FROM PRF-ACTIVITY-LINE
063500     END-IF.
063600     IF PS-TYPE-MESSAGE
063700         MOVE SPACES TO PRM-INSERT
063800         IF PS-MSG-INSERT-CODE NOT = SPACES
063900             MOVE PS-MSG-INSERT-CODE TO PRM-INSERT
064000         END-IF
064100         MOVE PS-MSG-TEXT TO PRM-TEXT
064200         WRITE PROOF-LINE FROM PRF-MESSAGE-LINE
064300     END-IF.
064400 3700-EXIT.
064500     EXIT.
064600*----------------------------------------------------------
064700* 8000-PRINT-SUMMARY - what the sample covers; a table
064800*     that filled means some branch or combination went
064900*     unsampled.
065000*----------------------------------------------------------
065100 8000-PRINT-SUMMARY.
065200     MOVE SPACES TO PROOF-LINE.
065300     WRITE PROOF-LINE.
065400     MOVE ALL '-' TO PROOF-LINE.
065500     WRITE PROOF-LINE.
065600     MOVE 'STATEMENTS IN RUN:' TO PRC-LABEL.
065700     MOVE WS-DETAIL-COUNT TO PRC-COUNT.
065800     WRITE PROOF-LINE FROM PRF-COUNT-LINE.
065900     MOVE 'STATEMENTS PULLED FOR PROOF:' TO PRC-LABEL.
066000     MOVE WS-PROOF-COUNT TO PRC-COUNT.
066100     WRITE PROOF-LINE FROM PRF-COUNT-LINE.
066200     MOVE 'BRANCHES COVERED:' TO PRC-LABEL.
066300     MOVE WS-BR-COUNT TO PRC-COUNT.
066400     WRITE PROOF-LINE FROM PRF-COUNT-LINE.
066500     MOVE 'MESSAGE COMBINATIONS COVERED:' TO PRC-LABEL.
066600     MOVE WS-CB-COUNT TO PRC-COUNT.
066700     WRITE PROOF-LINE FROM PRF-COUNT-LINE.
066800     IF WS-CONSOLIDATING
066900         MOVE 'HOUSEHOLD-CONSOLIDATED STATEMENTS:'
067000             TO PRC-LABEL
067100         MOVE WS-HH-STMT-COUNT TO PRC-COUNT
067200         WRITE PROOF-LINE FROM PRF-COUNT-LINE
067300     END-IF.
067400     IF NOT WS-TRAILER-SEEN
067500         MOVE '*** NO TRAILER ON STMTSRT - FILE INCOMPLETE'
067600             TO PROOF-LINE
067700         WRITE PROOF-LINE
067800         MOVE 8 TO RETURN-CODE
067900     END-IF.
067910     MOVE 'DETAIL OPEN / CLOSE BALANCES:' TO PTL-LABEL.
067920     MOVE WS-DETAIL-OPEN-BAL TO PTL-OPEN-BALANCE.
067930     MOVE WS-DETAIL-CLOSE-BAL TO PTL-CLOSE-BALANCE.
067940     WRITE PROOF-LINE FROM PRF-TOTAL-LINE.
067950     MOVE 'TRAILER OPEN / CLOSE BALANCES:' TO PTL-LABEL.
067955     MOVE WS-TRAILER-OPEN-BAL TO PTL-OPEN-BALANCE.
067960     MOVE WS-TRAILER-CLOSE-BAL TO PTL-CLOSE-BALANCE.
067965     WRITE PROOF-LINE FROM PRF-TOTAL-LINE.
067970     IF WS-TRAILER-SEEN
067975         AND (WS-DETAIL-OPEN-BAL NOT = WS-TRAILER-OPEN-BAL
067980         OR WS-DETAIL-CLOSE-BAL NOT = WS-TRAILER-CLOSE-BAL)
067985         MOVE '*** DETAIL BALANCES DO NOT TIE TO THE TRAILER'
067990             TO PROOF-LINE
067993         WRITE PROOF-LINE
067995         SET WS-BALANCE-BREAK TO TRUE
067997         MOVE 8 TO RETURN-CODE
067999     END-IF.
068000     IF WS-TABLE-FULL
068100         MOVE '*** SAMPLE TABLES FULL - NOT EVERY BRANCH OR '
068200             TO PROOF-LINE
068300         MOVE 'MESSAGE COMBINATION IS SAMPLED'
068400             TO PROOF-LINE (47:30)
068500         WRITE PROOF-LINE
068600         IF RETURN-CODE < 4
068700             MOVE 4 TO RETURN-CODE
068800         END-IF
068900     END-IF.
069000     DISPLAY 'STMT-PROOF - ', WS-PROOF-COUNT,
069100         ' OF ', WS-DETAIL-COUNT, ' STATEMENT(S) PULLED ',
069200         'TO STMTPRF'.
069300 8000-EXIT.
069400     EXIT.
069500*----------------------------------------------------------
069600* 8500-HOLD-RUN - the held entry that keeps the run from
069700*     the vendor until STMT-RELEASE. A run already released
069800*     under its business date is not held again.
069900*----------------------------------------------------------
070000 8500-HOLD-RUN.
070100     IF DR-DRY-RUN
070200         DISPLAY '*** DRY RUN - PROOF PULLED, STMTHOLD ',
070300             'LEFT UNTOUCHED'
070400         GO TO 8500-EXIT
070500     END-IF.
070510     IF WS-BALANCE-BREAK
070520         DISPLAY 'STMT-PROOF - RUN OF ', WS-HOLD-RUN-DATE,
070530             ' DETAIL BALANCES DO NOT TIE TO THE TRAILER - ',
070540             'NOT HELD'
070550         GO TO 8500-EXIT
070560     END-IF.
070600     PERFORM 8600-FIND-LATEST-ENTRY THRU 8600-EXIT.
070700     IF WS-LATEST-RELEASED
070800         DISPLAY 'STMT-PROOF - RUN OF ', WS-HOLD-RUN-DATE,
070900             ' ALREADY RELEASED - NOT HELD AGAIN'
071000         IF RETURN-CODE < 4
071100             MOVE 4 TO RETURN-CODE
071200         END-IF
071300         GO TO 8500-EXIT
071400     END-IF.
071500     OPEN EXTEND STMT-HOLD.
071600     IF SH-FILE-STATUS = '35'
071700         OPEN OUTPUT STMT-HOLD
071800     END-IF.
071900     MOVE SPACES TO STMT-HOLD-RECORD.
072000     MOVE WS-HOLD-RUN-DATE TO SH-RUN-DATE.
072100     SET SH-STAT-HELD TO TRUE.
072200     MOVE WS-RUN-DATE TO SH-ENTRY-DATE.
072300     ACCEPT SH-ENTRY-TIME FROM TIME.
072400     MOVE 'BATCH' TO SH-OPERATOR-ID.
072500     MOVE WS-RUN-CYCLE TO SH-BILL-CYCLE.
072600     MOVE WS-RUN-CYCLE-SW TO SH-CYCLE-RUN-SW.
072700     MOVE WS-TRAILER-COUNT TO SH-STMT-COUNT.
072800     MOVE WS-TRAILER-HASH TO SH-HASH-TOTAL.
072900     MOVE WS-FIRST-DOC TO SH-FIRST-DOC.
073000     MOVE WS-LAST-DOC TO SH-LAST-DOC.
073100     MOVE WS-PROOF-COUNT TO SH-PROOF-COUNT.
073200     WRITE STMT-HOLD-RECORD.
073300     CLOSE STMT-HOLD.
073400     DISPLAY 'STMT-PROOF - RUN OF ', WS-HOLD-RUN-DATE,
073500         ' HELD FOR SUPERVISOR RELEASE (STMT-RELEASE)'.
073600 8500-EXIT.
073700     EXIT.
073800*----------------------------------------------------------
073900* 8600-FIND-LATEST-ENTRY - where the run's business date
074000*     stands on the register: its last entry.
074100*----------------------------------------------------------
074200 8600-FIND-LATEST-ENTRY.
074300     MOVE SPACE TO WS-LATEST-STATUS.
074400     SET WS-HOLD-EOF TO FALSE.
074500     OPEN INPUT STMT-HOLD.
074600     IF SH-FILE-STATUS NOT = '00'
074700         GO TO 8600-EXIT
074800     END-IF.
074900     PERFORM 8610-READ-ONE-ENTRY THRU 8610-EXIT
075000         UNTIL WS-HOLD-EOF.
075100     CLOSE STMT-HOLD.
075200 8600-EXIT.
075300     EXIT.
075400*----------------------------------------------------------
075500* 8610-READ-ONE-ENTRY
075600*----------------------------------------------------------
075700 8610-READ-ONE-ENTRY.
075800     READ STMT-HOLD
075900         AT END
076000             SET WS-HOLD-EOF TO TRUE
076100             GO TO 8610-EXIT
076200     END-READ.
076300     IF SH-RUN-DATE = WS-HOLD-RUN-DATE
076400         MOVE SH-STATUS TO WS-LATEST-STATUS
076500     END-IF.
076600 8610-EXIT.
076700     EXIT.
076800*----------------------------------------------------------
076900* 9000-TERMINATE
077000*----------------------------------------------------------
077100 9000-TERMINATE.
077200     IF WS-CUST-OPEN
077300         CLOSE CUSTOMER-MASTER
077400     END-IF.
077500     IF WS-HH-OPEN
077600         CLOSE HOUSEHOLD-FILE
077700     END-IF.
077800     CLOSE PROOF-FILE.
077900     SET JB-FUNC-END TO TRUE.
078000     MOVE WS-DETAIL-COUNT TO JB-RECORD-COUNT.
078100     MOVE RETURN-CODE TO JB-RETURN-CODE.
078200     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
078300     MOVE JB-RETURN-CODE TO RETURN-CODE.
078400 9000-EXIT.
078500     EXIT.
