000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CASE-MAINT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* The signed-on operator's service-case worklist off the
000900* CUSTCASE file, from the MAIN-MENU: every unresolved case
001000* assigned to the operator, oldest first, flagged when
001100* past its target resolution date. A supervisor also sees
001200* every unresolved case past its target, whoever owns it.
001300* The operator works a case by its number: the case and
001400* its CASEHIST history are shown, and it can be marked
001500* working or pending-customer, resolved with a resolution
001600* code, reassigned, or - once resolved - reopened. The
001700* change itself is CUST-CASE's, which checks it, writes
001800* the history, and logs it to OPERACT. Only the owner or
001900* a supervisor may change a case.
002000*----------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002300*    2026-10-15   DN   Original program.
002310*    2026-10-15   DN   Show the full 60-byte history comment.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CUST-CASE-FILE ASSIGN TO 'CUSTCASE'
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CK-CASE-NUMBER
003200         ALTERNATE RECORD KEY IS CK-CUST-ID
003300             WITH DUPLICATES
003400         FILE STATUS IS CK-FILE-STATUS.
003500     SELECT CASE-HISTORY ASSIGN TO 'CASEHIST'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS KH-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CUST-CASE-FILE
004200     LABEL RECORDS ARE STANDARD.
004300     COPY "custcase.cpy".
004400*
004500 FD  CASE-HISTORY
004600     LABEL RECORDS ARE STANDARD.
004700     COPY "casehist.cpy".
004800*
004900 WORKING-STORAGE SECTION.
005000 COPY "signonws.cpy".
005100 COPY "custcspm.cpy".
005200 COPY "rundate.cpy".
005300*
005400 01  CK-FILE-STATUS          PIC X(02).
005500 01  KH-FILE-STATUS          PIC X(02).
005600*
005700 01  WS-EOF-SW               PIC X(01).
005800     88  WS-EOF              VALUE 'Y' FALSE 'N'.
005900 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
006000     88  WS-DONE             VALUE 'Y' FALSE 'N'.
006100 01  WS-CASE-FOUND-SW        PIC X(01).
006200     88  WS-CASE-FOUND       VALUE 'Y' FALSE 'N'.
006300*
006400*    The cases on the list, in case-number order. A case
006500*    past the table can still be worked by its number.
006600 77  WS-ITEM-LIMIT           PIC 9(03) COMP VALUE 50.
006700 01  WS-ITEM-TABLE.
006800     05  WS-ITEM-ENTRY OCCURS 50 TIMES.
006900         10  WS-IT-CASE-NUMBER
007000                             PIC 9(08).
007100         10  WS-IT-CUST-ID   PIC 9(06).
007200         10  WS-IT-CATEGORY  PIC X(02).
007300         10  WS-IT-STATUS    PIC X(01).
007400         10  WS-IT-TARGET    PIC 9(08).
007500         10  WS-IT-OPER      PIC X(08).
007600         10  WS-IT-SUMMARY   PIC X(60).
007700 01  WS-ITEM-COUNT           PIC 9(03) COMP VALUE 0.
007800 01  WS-ITEM-SUB             PIC 9(03) COMP.
007900 01  WS-ITEM-OVERFLOW        PIC 9(05) COMP VALUE 0.
008000*
008100 01  WS-PICK-CASE            PIC 9(08).
008200 01  WS-ACTION               PIC X(01).
008300     88  WS-ACT-WORKING      VALUE 'W'.
008400     88  WS-ACT-PENDING      VALUE 'P'.
008500     88  WS-ACT-RESOLVE      VALUE 'R'.
008600     88  WS-ACT-REASSIGN     VALUE 'A'.
008700     88  WS-ACT-REOPEN       VALUE 'U'.
008800*    The picked case's owner and status, kept past the
008900*    close of the case file.
009000 01  WS-CASE-OWNER           PIC X(08).
009100 01  WS-CASE-STATUS          PIC X(01).
009200     88  WS-CASE-RESOLVED    VALUE 'R'.
009300 01  WS-STATUS-CODE          PIC X(01).
009400     88  WS-STAT-OPEN        VALUE 'O'.
009500     88  WS-STAT-WORKING     VALUE 'W'.
009600     88  WS-STAT-PENDING     VALUE 'P'.
009700     88  WS-STAT-RESOLVED    VALUE 'R'.
009800 01  WS-STATUS-TEXT          PIC X(12).
009900*
010000 01  WS-LIST-HEADER.
010100     05  FILLER              PIC X(24) VALUE
010200         'CASE NO   CUST   CAT STA'.
010300     05  FILLER              PIC X(24) VALUE
010400         'TUS       DUE        OWN'.
010500     05  FILLER              PIC X(08) VALUE
010600         'ER      '.
010700*
010800 01  WS-LIST-LINE.
010900     05  WL-CASE-NUMBER      PIC 9(08).
011000     05  FILLER              PIC X(02) VALUE SPACES.
011100     05  WL-CUST-ID          PIC 9(06).
011200     05  FILLER              PIC X(01) VALUE SPACE.
011300     05  WL-CATEGORY         PIC X(02).
011400     05  FILLER              PIC X(02) VALUE SPACES.
011500     05  WL-STATUS           PIC X(12).
011600     05  FILLER              PIC X(01) VALUE SPACE.
011700     05  WL-TARGET           PIC 9999/99/99.
011800     05  FILLER              PIC X(01) VALUE SPACE.
011900     05  WL-OPER             PIC X(08).
012000     05  FILLER              PIC X(01) VALUE SPACE.
012100     05  WL-FLAG             PIC X(11).
012200 01  WS-TEXT-LINE.
012300     05  FILLER              PIC X(10) VALUE SPACES.
012400     05  WT-TEXT             PIC X(60).
012500*
012600 01  WS-DATE-EDIT            PIC 9999/99/99.
012700 01  WS-HIST-LINE.
012800     05  FILLER              PIC X(02) VALUE SPACES.
012900     05  WH-EVENT-DATE       PIC 9999/99/99.
013000     05  FILLER              PIC X(01) VALUE SPACE.
013100     05  WH-OPERATOR         PIC X(08).
013200     05  FILLER              PIC X(01) VALUE SPACE.
013300     05  WH-EVENT            PIC X(10).
013400     05  FILLER              PIC X(01) VALUE SPACE.
013500     05  WH-DETAIL           PIC X(12).
013600     05  FILLER              PIC X(01) VALUE SPACE.
013700     05  WH-COMMENT          PIC X(60).
013800*
013900 PROCEDURE DIVISION.
014000*----------------------------------------------------------
014100* 0000-MAINLINE
014200*----------------------------------------------------------
014300 0000-MAINLINE.
014400     CALL 'BUS-DATE' USING WS-RUN-DATE.
014500     SET WS-DONE TO FALSE.
014600     PERFORM 1000-ONE-PASS THRU 1000-EXIT
014700         UNTIL WS-DONE.
014800     GOBACK.
014900*----------------------------------------------------------
015000* 1000-ONE-PASS - list the worklist fresh and work one
015100*     case; any case number may be keyed, so a resolved
015200*     case can be found again to reopen it.
015300*----------------------------------------------------------
015400 1000-ONE-PASS.
015500     PERFORM 2000-LOAD-WORKLIST THRU 2000-EXIT.
015600     DISPLAY ' '.
015700     DISPLAY '===== SERVICE CASE WORKLIST ====='.
015800     DISPLAY 'OPERATOR: ', SO-OPERATOR-ID.
015900     IF WS-ITEM-COUNT = 0
016000         DISPLAY 'NO UNRESOLVED CASES ON YOUR LIST'
016100     ELSE
016200         DISPLAY WS-LIST-HEADER
016300         PERFORM 3000-SHOW-ONE-ITEM THRU 3000-EXIT
016400             VARYING WS-ITEM-SUB FROM 1 BY 1
016500             UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
016600     END-IF.
016700     IF WS-ITEM-OVERFLOW > 0
016800         DISPLAY WS-ITEM-OVERFLOW, ' MORE CASE(S) NOT ',
016900             'SHOWN - KEY THE CASE NUMBER TO WORK ONE'
017000     END-IF.
017100     DISPLAY 'Case number to work (0 = return): '.
017200     ACCEPT WS-PICK-CASE.
017300     IF WS-PICK-CASE = ZERO
017400         SET WS-DONE TO TRUE
017500         GO TO 1000-EXIT
017600     END-IF.
017700     PERFORM 4000-WORK-CASE THRU 4000-EXIT.
017800 1000-EXIT.
017900     EXIT.
018000*----------------------------------------------------------
018100* 2000-LOAD-WORKLIST - the operator's own unresolved
018200*     cases, and for a supervisor every unresolved case
018300*     past its target as well.
018400*----------------------------------------------------------
018500 2000-LOAD-WORKLIST.
018600     MOVE 0 TO WS-ITEM-COUNT WS-ITEM-OVERFLOW.
018700     OPEN INPUT CUST-CASE-FILE.
018800     IF CK-FILE-STATUS NOT = '00'
018900         GO TO 2000-EXIT
019000     END-IF.
019100     SET WS-EOF TO FALSE.
019200     PERFORM 2100-LOAD-ONE-CASE THRU 2100-EXIT
019300         UNTIL WS-EOF.
019400     CLOSE CUST-CASE-FILE.
019500 2000-EXIT.
019600     EXIT.
019700*----------------------------------------------------------
019800* 2100-LOAD-ONE-CASE
019900*----------------------------------------------------------
020000 2100-LOAD-ONE-CASE.
020100     READ CUST-CASE-FILE NEXT RECORD
020200         AT END
020300             SET WS-EOF TO TRUE
020400             GO TO 2100-EXIT
020500     END-READ.
020600     IF NOT CK-STAT-UNRESOLVED
020700         GO TO 2100-EXIT
020800     END-IF.
020900     IF CK-ASSIGNED-OPER = SO-OPERATOR-ID
021000         CONTINUE
021100     ELSE
021200         IF SO-ROLE-SUPERVISOR
021300             AND CK-TARGET-DATE < WS-RUN-DATE
021400             CONTINUE
021500         ELSE
021600             GO TO 2100-EXIT
021700         END-IF
021800     END-IF.
021900     IF WS-ITEM-COUNT NOT < WS-ITEM-LIMIT
022000         ADD 1 TO WS-ITEM-OVERFLOW
022100         GO TO 2100-EXIT
022200     END-IF.
022300     ADD 1 TO WS-ITEM-COUNT.
022400     MOVE CK-CASE-NUMBER TO WS-IT-CASE-NUMBER (WS-ITEM-COUNT).
022500     MOVE CK-CUST-ID TO WS-IT-CUST-ID (WS-ITEM-COUNT).
022600     MOVE CK-CATEGORY TO WS-IT-CATEGORY (WS-ITEM-COUNT).
022700     MOVE CK-STATUS TO WS-IT-STATUS (WS-ITEM-COUNT).
022800     MOVE CK-TARGET-DATE TO WS-IT-TARGET (WS-ITEM-COUNT).
022900     MOVE CK-ASSIGNED-OPER TO WS-IT-OPER (WS-ITEM-COUNT).
023000     MOVE CK-SUMMARY TO WS-IT-SUMMARY (WS-ITEM-COUNT).
023100 2100-EXIT.
023200     EXIT.
023300*----------------------------------------------------------
023400* 3000-SHOW-ONE-ITEM
023500*----------------------------------------------------------
023600 3000-SHOW-ONE-ITEM.
023700     MOVE WS-IT-CASE-NUMBER (WS-ITEM-SUB) TO WL-CASE-NUMBER.
023800     MOVE WS-IT-CUST-ID (WS-ITEM-SUB) TO WL-CUST-ID.
023900     MOVE WS-IT-CATEGORY (WS-ITEM-SUB) TO WL-CATEGORY.
024000     MOVE WS-IT-STATUS (WS-ITEM-SUB) TO WS-STATUS-CODE.
024100     PERFORM 8000-SET-STATUS-TEXT THRU 8000-EXIT.
024200     MOVE WS-STATUS-TEXT TO WL-STATUS.
024300     MOVE WS-IT-TARGET (WS-ITEM-SUB) TO WL-TARGET.
024400     MOVE WS-IT-OPER (WS-ITEM-SUB) TO WL-OPER.
024500     IF WS-IT-TARGET (WS-ITEM-SUB) < WS-RUN-DATE
024600         MOVE 'PAST TARGET' TO WL-FLAG
024700     ELSE
024800         MOVE SPACES TO WL-FLAG
024900     END-IF.
025000     DISPLAY WS-LIST-LINE.
025100     MOVE WS-IT-SUMMARY (WS-ITEM-SUB) TO WT-TEXT.
025200     DISPLAY WS-TEXT-LINE.
025300 3000-EXIT.
025400     EXIT.
025500*----------------------------------------------------------
025600* 4000-WORK-CASE - show the case and its history, take
025700*     one action, and hand it to CUST-CASE.
025800*----------------------------------------------------------
025900 4000-WORK-CASE.
026000     SET WS-CASE-FOUND TO FALSE.
026100     OPEN INPUT CUST-CASE-FILE.
026200     IF CK-FILE-STATUS NOT = '00'
026300         DISPLAY 'CASE FILE NOT AVAILABLE'
026400         GO TO 4000-EXIT
026500     END-IF.
026600     MOVE WS-PICK-CASE TO CK-CASE-NUMBER.
026700     READ CUST-CASE-FILE
026800         KEY IS CK-CASE-NUMBER
026900         INVALID KEY
027000             DISPLAY 'NO CASE ', WS-PICK-CASE, ' ON FILE'
027100         NOT INVALID KEY
027200             SET WS-CASE-FOUND TO TRUE
027300             PERFORM 4100-SHOW-CASE THRU 4100-EXIT
027400     END-READ.
027500     CLOSE CUST-CASE-FILE.
027600     IF NOT WS-CASE-FOUND
027700         GO TO 4000-EXIT
027800     END-IF.
027900     PERFORM 4200-SHOW-HISTORY THRU 4200-EXIT.
028000     IF WS-CASE-OWNER NOT = SO-OPERATOR-ID
028100         AND NOT SO-ROLE-SUPERVISOR
028200         DISPLAY 'CASE IS ASSIGNED TO ', WS-CASE-OWNER,
028300             ' - ONLY THE OWNER OR A SUPERVISOR MAY ',
028400             'CHANGE IT'
028500         GO TO 4000-EXIT
028600     END-IF.
028700     MOVE SPACES TO CUST-CASE-PARMS.
028800     IF WS-CASE-RESOLVED
028900         DISPLAY 'U. REOPEN  (blank = no change)'
029000     ELSE
029100         DISPLAY 'W. WORKING  P. PENDING CUSTOMER  ',
029200             'R. RESOLVE  A. REASSIGN  (blank = no change)'
029300     END-IF.
029400     DISPLAY 'Action: '.
029500     ACCEPT WS-ACTION.
029600     EVALUATE TRUE
029700         WHEN WS-ACT-WORKING
029800         WHEN WS-ACT-PENDING
029900             SET KP-FUNC-STATUS TO TRUE
030000             MOVE WS-ACTION TO KP-NEW-STATUS
030100         WHEN WS-ACT-RESOLVE
030200             SET KP-FUNC-RESOLVE TO TRUE
030300             DISPLAY 'Resolution - CO CORRECTED, ',
030400                 'EX EXPLAINED, CR CREDITED, RS RESENT, ',
030500                 'WD WITHDRAWN: '
030600             ACCEPT KP-RESOLVE-CODE
030700         WHEN WS-ACT-REASSIGN
030800             SET KP-FUNC-ASSIGN TO TRUE
030900             DISPLAY 'Reassign to operator: '
031000             ACCEPT KP-ASSIGNED-OPER
031100         WHEN WS-ACT-REOPEN
031200             SET KP-FUNC-REOPEN TO TRUE
031300         WHEN OTHER
031400             DISPLAY 'NO CHANGE MADE'
031500             GO TO 4000-EXIT
031600     END-EVALUATE.
031700     DISPLAY 'Comment (optional): '.
031800     ACCEPT KP-COMMENT.
031900     MOVE WS-PICK-CASE TO KP-CASE-NUMBER.
032000     MOVE SO-OPERATOR-ID TO KP-OPERATOR-ID.
032100     MOVE WS-RUN-DATE TO KP-ACTION-DATE.
032200     CALL 'CUST-CASE' USING CUST-CASE-PARMS.
032300     IF KP-RESULT-OK
032400         DISPLAY 'CASE ', KP-CASE-NUMBER, ' UPDATED'
032500     ELSE
032600         DISPLAY 'CASE NOT CHANGED - ', KP-REASON
032700     END-IF.
032800 4000-EXIT.
032900     EXIT.
033000*----------------------------------------------------------
033100* 4100-SHOW-CASE
033200*----------------------------------------------------------
033300 4100-SHOW-CASE.
033400     MOVE CK-ASSIGNED-OPER TO WS-CASE-OWNER.
033500     MOVE CK-STATUS TO WS-CASE-STATUS WS-STATUS-CODE.
033600     PERFORM 8000-SET-STATUS-TEXT THRU 8000-EXIT.
033700     DISPLAY ' '.
033800     DISPLAY 'CASE:          ', CK-CASE-NUMBER,
033900         '  CUSTOMER ', CK-CUST-ID, '  BRANCH ',
034000         CK-BRANCH-CODE.
034100     DISPLAY 'CATEGORY:      ', CK-CATEGORY.
034200     IF CK-DOC-TYPE NOT = SPACES
034300         DISPLAY 'DOCUMENT:      ', CK-DOC-TYPE, ' ',
034400             CK-DOC-REF
034500     END-IF.
034600     MOVE CK-OPEN-DATE TO WS-DATE-EDIT.
034700     DISPLAY 'OPENED:        ', WS-DATE-EDIT, ' BY ',
034800         CK-OPENED-BY.
034900     DISPLAY 'ASSIGNED TO:   ', CK-ASSIGNED-OPER.
035000     MOVE CK-TARGET-DATE TO WS-DATE-EDIT.
035100     IF CK-STAT-UNRESOLVED
035200         AND CK-TARGET-DATE < WS-RUN-DATE
035300         DISPLAY 'TARGET:        ', WS-DATE-EDIT,
035400             '  PAST TARGET'
035500     ELSE
035600         DISPLAY 'TARGET:        ', WS-DATE-EDIT
035700     END-IF.
035800     MOVE CK-STATUS-DATE TO WS-DATE-EDIT.
035900     DISPLAY 'STATUS:        ', WS-STATUS-TEXT, ' SINCE ',
036000         WS-DATE-EDIT.
036100     IF CK-STAT-RESOLVED
036200         MOVE CK-RESOLVE-DATE TO WS-DATE-EDIT
036300         DISPLAY 'RESOLUTION:    ', CK-RESOLVE-CODE, ' ON ',
036400             WS-DATE-EDIT, ' BY ', CK-RESOLVED-BY
036500     END-IF.
036600     IF CK-REOPEN-COUNT > 0
036700         DISPLAY 'REOPENED:      ', CK-REOPEN-COUNT, ' TIME(S)'
036800     END-IF.
036900     DISPLAY 'SUMMARY:       ', CK-SUMMARY.
037000 4100-EXIT.
037100     EXIT.
037200*----------------------------------------------------------
037300* 4200-SHOW-HISTORY - the case's CASEHIST events in the
037400*     order they were written.
037500*----------------------------------------------------------
037600 4200-SHOW-HISTORY.
037700     OPEN INPUT CASE-HISTORY.
037800     IF KH-FILE-STATUS NOT = '00'
037900         GO TO 4200-EXIT
038000     END-IF.
038100     DISPLAY 'HISTORY:'.
038200     SET WS-EOF TO FALSE.
038300     PERFORM 4210-SHOW-ONE-EVENT THRU 4210-EXIT
038400         UNTIL WS-EOF.
038500     CLOSE CASE-HISTORY.
038600 4200-EXIT.
038700     EXIT.
038800*----------------------------------------------------------
038900* 4210-SHOW-ONE-EVENT
039000*----------------------------------------------------------
039100 4210-SHOW-ONE-EVENT.
039200     READ CASE-HISTORY
039300         AT END
039400             SET WS-EOF TO TRUE
039500             GO TO 4210-EXIT
039600     END-READ.
039700     IF KH-CASE-NUMBER NOT = WS-PICK-CASE
039800         GO TO 4210-EXIT
039900     END-IF.
040000     MOVE KH-EVENT-DATE TO WH-EVENT-DATE.
040100     MOVE KH-OPERATOR-ID TO WH-OPERATOR.
040200     MOVE SPACES TO WH-DETAIL.
040300     EVALUATE TRUE
040400         WHEN KH-EVT-OPENED
040500             MOVE 'OPENED' TO WH-EVENT
040600             MOVE KH-ASSIGNED-OPER TO WH-DETAIL
040700         WHEN KH-EVT-ASSIGNED
040800             MOVE 'ASSIGNED' TO WH-EVENT
040900             MOVE KH-ASSIGNED-OPER TO WH-DETAIL
041000         WHEN KH-EVT-STATUS
041100             MOVE 'STATUS' TO WH-EVENT
041200             MOVE KH-NEW-STATUS TO WS-STATUS-CODE
041300             PERFORM 8000-SET-STATUS-TEXT THRU 8000-EXIT
041400             MOVE WS-STATUS-TEXT TO WH-DETAIL
041500         WHEN KH-EVT-RESOLVED
041600             MOVE 'RESOLVED' TO WH-EVENT
041700             MOVE KH-RESOLVE-CODE TO WH-DETAIL
041800         WHEN KH-EVT-REOPENED
041900             MOVE 'REOPENED' TO WH-EVENT
042000         WHEN OTHER
042100             MOVE KH-EVENT-TYPE TO WH-EVENT
042200     END-EVALUATE.
042300     MOVE KH-COMMENT TO WH-COMMENT.
042400     DISPLAY WS-HIST-LINE.
042500 4210-EXIT.
042600     EXIT.
042700*----------------------------------------------------------
042800* 8000-SET-STATUS-TEXT - off the status in WS-STATUS-CODE.
042900*----------------------------------------------------------
043000 8000-SET-STATUS-TEXT.
043100     EVALUATE TRUE
043200         WHEN WS-STAT-OPEN
043300             MOVE 'OPEN' TO WS-STATUS-TEXT
043400         WHEN WS-STAT-WORKING
043500             MOVE 'WORKING' TO WS-STATUS-TEXT
043600         WHEN WS-STAT-PENDING
043700             MOVE 'PENDING CUST' TO WS-STATUS-TEXT
043800         WHEN WS-STAT-RESOLVED
043900             MOVE 'RESOLVED' TO WS-STATUS-TEXT
044000         WHEN OTHER
044100             MOVE 'UNKNOWN' TO WS-STATUS-TEXT
044200     END-EVALUATE.
044300 8000-EXIT.
044400     EXIT.
