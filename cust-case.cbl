000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CUST-CASE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Callable service-case service over the CUSTCASE file.
000900* 'O' opens a complaint or service case for a customer:
001000* the category must be one CUSTCASE knows, a linked
001100* document must be on the customer's CORRHIST
001200* correspondence, and the owner (the opener when none is
001300* named) must be an active operator on OPERMAST. The
001400* case number comes off the CASENXT control, the NEXTIDC
001500* way, and the target resolution date is the category's
001600* CASECTL allowance in business days (CAL-INFO) past the
001700* action date. 'A' reassigns, 'S' moves to working or
001800* pending-customer, 'R' resolves with a resolution code,
001900* and 'U' reopens a resolved case, keeping its original
002000* target so the time to a settled answer is never reset.
002100* Every change goes on the CASEHIST history and the
002200* OPERACT trail through ACT-LOG; a refused change answers
002300* the reason and writes nothing. 'D' shows the customer's
002400* cases on the console, flagging those past their target.
002500* Files open and close per call, the same as CUST-NOTES.
002600*----------------------------------------------------------
002700*    MODIFICATION HISTORY
002800*    DATE        INIT  DESCRIPTION
002900*    2026-10-15   DN   Original program.
002910*    2026-10-15   DN   Refuse a new case when CASENXT will not
002920*                      open.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CUST-CASE-FILE ASSIGN TO 'CUSTCASE'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CK-CASE-NUMBER
003800         ALTERNATE RECORD KEY IS CK-CUST-ID
003900             WITH DUPLICATES
004000         FILE STATUS IS CK-FILE-STATUS.
004100     SELECT CASE-HISTORY ASSIGN TO 'CASEHIST'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS KH-FILE-STATUS.
004400     SELECT CASE-NEXT-CONTROL ASSIGN TO 'CASENXT'
004500         ORGANIZATION IS RELATIVE
004600         ACCESS MODE IS DYNAMIC
004700         RELATIVE KEY IS KN-REL-KEY
004800         FILE STATUS IS KN-FILE-STATUS.
004900     SELECT CASE-CONTROL ASSIGN TO 'CASECTL'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS KC-FILE-STATUS.
005200     SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS OP-OPERATOR-ID
005600         FILE STATUS IS OP-FILE-STATUS.
005700     SELECT CORR-HISTORY ASSIGN TO 'CORRHIST'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS CO-FILE-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CUST-CASE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY "custcase.cpy".
006600*
006700 FD  CASE-HISTORY
006800     LABEL RECORDS ARE STANDARD.
006900     COPY "casehist.cpy".
007000*
007100 FD  CASE-NEXT-CONTROL
007200     LABEL RECORDS ARE STANDARD.
007300     COPY "casenxrc.cpy".
007400*
007500*    One record per case category: the category and the
007600*    business days allowed to resolve it.
007700 FD  CASE-CONTROL
007800     LABEL RECORDS ARE STANDARD.
007900 01  CASE-CONTROL-RECORD.
008000     05  KC-CATEGORY             PIC X(02).
008100     05  KC-TARGET-DAYS          PIC 9(03).
008200     05  FILLER                  PIC X(15).
008300*
008400 FD  OPERATOR-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600     COPY "opermast.cpy".
008700*
008800 FD  CORR-HISTORY
008900     LABEL RECORDS ARE STANDARD.
009000     COPY "corrhist.cpy".
009100*
009200 WORKING-STORAGE SECTION.
009300 COPY "calinfpm.cpy".
009400 COPY "actlogpm.cpy".
009500 COPY "errlogpm.cpy".
009600*
009700 01  CK-FILE-STATUS          PIC X(02).
009800 01  KH-FILE-STATUS          PIC X(02).
009900 01  KN-FILE-STATUS          PIC X(02).
010000 01  KC-FILE-STATUS          PIC X(02).
010100 01  OP-FILE-STATUS          PIC X(02).
010200 01  CO-FILE-STATUS          PIC X(02).
010300 01  KN-REL-KEY              PIC 9(09) COMP VALUE 1.
010400*
010500 01  WS-EOF-SW               PIC X(01).
010600     88  WS-EOF              VALUE 'Y' FALSE 'N'.
010700 01  WS-FOUND-SW             PIC X(01).
010800     88  WS-FOUND            VALUE 'Y' FALSE 'N'.
010900 01  WS-CHECK-OK-SW          PIC X(01).
011000     88  WS-CHECK-OK         VALUE 'Y' FALSE 'N'.
011100*
011200 01  WS-CHECK-OPERATOR       PIC X(08).
011300 01  WS-CHECK-CATEGORY       PIC X(02).
011400     88  WS-CATEGORY-VALID   VALUES 'ST', 'NT', 'RM',
011500                                    'BL', 'SV', 'OT'.
011600 01  WS-OLD-STATUS           PIC X(01).
011700 01  WS-EVENT-TYPE           PIC X(02).
011800 01  WS-ACTION-CODE          PIC X(08).
011900*
012000*    Resolution allowance when CASECTL is absent or does
012100*    not list the category.
012200 77  WS-DEFAULT-TARGET       PIC 9(03) VALUE 10.
012300 01  WS-TARGET-DAYS          PIC 9(03).
012400 01  WS-DAYS-ADDED           PIC 9(03) COMP.
012500*
012600 01  WS-WALK-DATE.
012700     05  WS-WALK-YEAR        PIC 9(04).
012800     05  WS-WALK-MONTH       PIC 9(02).
012900     05  WS-WALK-DAY         PIC 9(02).
013000 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
013100                             PIC 9(08).
013200 01  WS-DAYS-IN-MONTH        PIC 9(02).
013300 01  WS-LEAP-WORK            PIC 9(04).
013400 01  WS-LEAP-REM             PIC 9(04).
013500 01  WS-LEAP-SW              PIC X(01).
013600     88  WS-LEAP-YEAR        VALUE 'Y'.
013700 77  WS-WALK-LIMIT           PIC 9(04) COMP VALUE 400.
013800 01  WS-WALK-COUNT           PIC 9(04) COMP.
013900*
014000*    The OPERACT key of a case action: the customer, then
014100*    the case number.
014200 01  WS-ACT-KEY.
014300     05  WS-AK-CUST-ID       PIC 9(06).
014400     05  FILLER              PIC X(01) VALUE SPACE.
014500     05  WS-AK-CASE-NUMBER   PIC 9(08).
014600*
014700 01  WS-CASES-SHOWN          PIC 9(05) COMP.
014800 01  WS-STATUS-TEXT          PIC X(12).
014900 01  WS-CASE-LINE.
015000     05  FILLER              PIC X(02) VALUE SPACES.
015100     05  WC-CASE-NUMBER      PIC 9(08).
015200     05  FILLER              PIC X(01) VALUE SPACE.
015300     05  WC-OPEN-DATE        PIC 9999/99/99.
015400     05  FILLER              PIC X(01) VALUE SPACE.
015500     05  WC-CATEGORY         PIC X(02).
015600     05  FILLER              PIC X(01) VALUE SPACE.
015700     05  WC-STATUS           PIC X(12).
015800     05  FILLER              PIC X(01) VALUE SPACE.
015900     05  WC-ASSIGNED         PIC X(08).
016000     05  FILLER              PIC X(05) VALUE ' DUE '.
016100     05  WC-TARGET-DATE      PIC 9999/99/99.
016200     05  FILLER              PIC X(01) VALUE SPACE.
016300     05  WC-FLAG             PIC X(11).
016400 01  WS-SUMMARY-LINE.
016500     05  FILLER              PIC X(11) VALUE SPACES.
016600     05  WS-SL-SUMMARY       PIC X(60).
016700*
016800 LINKAGE SECTION.
016900 COPY "custcspm.cpy".
017000*
017100 PROCEDURE DIVISION USING CUST-CASE-PARMS.
017200*----------------------------------------------------------
017300* 0000-MAINLINE
017400*----------------------------------------------------------
017500 0000-MAINLINE.
017600     SET KP-RESULT-OK TO FALSE.
017700     MOVE SPACES TO KP-REASON.
017800     EVALUATE TRUE
017900         WHEN KP-FUNC-OPEN
018000             PERFORM 1000-OPEN-CASE THRU 1000-EXIT
018100         WHEN KP-FUNC-ASSIGN
018200         WHEN KP-FUNC-STATUS
018300         WHEN KP-FUNC-RESOLVE
018400         WHEN KP-FUNC-REOPEN
018500             PERFORM 2000-UPDATE-CASE THRU 2000-EXIT
018600         WHEN KP-FUNC-DISPLAY
018700             PERFORM 3000-DISPLAY-CASES THRU 3000-EXIT
018800         WHEN OTHER
018900             CONTINUE
019000     END-EVALUATE.
019100     GOBACK.
019200*----------------------------------------------------------
019300* 1000-OPEN-CASE - every check is made before anything is
019400*     written, so a refused open leaves no trace.
019500*----------------------------------------------------------
019600 1000-OPEN-CASE.
019700     MOVE KP-CATEGORY TO WS-CHECK-CATEGORY.
019800     IF NOT WS-CATEGORY-VALID
019900         MOVE 'CATEGORY NOT RECOGNISED' TO KP-REASON
020000         GO TO 1000-EXIT
020100     END-IF.
020200     IF KP-COMMENT = SPACES
020300         MOVE 'A CASE SUMMARY IS REQUIRED' TO KP-REASON
020400         GO TO 1000-EXIT
020500     END-IF.
020600     IF KP-ASSIGNED-OPER = SPACES
020700         MOVE KP-OPERATOR-ID TO KP-ASSIGNED-OPER
020800     END-IF.
020900     MOVE KP-ASSIGNED-OPER TO WS-CHECK-OPERATOR.
021000     PERFORM 4000-CHECK-OPERATOR THRU 4000-EXIT.
021100     IF NOT WS-CHECK-OK
021200         GO TO 1000-EXIT
021300     END-IF.
021400     IF KP-DOC-TYPE = SPACES
021500         MOVE 0 TO KP-DOC-REF
021600     ELSE
021700         PERFORM 1100-CHECK-DOCUMENT THRU 1100-EXIT
021800         IF NOT WS-CHECK-OK
021900             GO TO 1000-EXIT
022000         END-IF
022100     END-IF.
022200     PERFORM 1200-SET-TARGET-DATE THRU 1200-EXIT.
022300     OPEN I-O CUST-CASE-FILE.
022400     IF CK-FILE-STATUS = '35'
022500         OPEN OUTPUT CUST-CASE-FILE
022600         CLOSE CUST-CASE-FILE
022700         OPEN I-O CUST-CASE-FILE
022800     END-IF.
022900     IF CK-FILE-STATUS NOT = '00'
023000         MOVE 'CASE FILE NOT AVAILABLE' TO KP-REASON
023100         GO TO 1000-EXIT
023200     END-IF.
023300     OPEN I-O CASE-NEXT-CONTROL.
023400     IF KN-FILE-STATUS = '35'
023500         OPEN OUTPUT CASE-NEXT-CONTROL
023600         CLOSE CASE-NEXT-CONTROL
023700         OPEN I-O CASE-NEXT-CONTROL
023800     END-IF.
023810     IF KN-FILE-STATUS NOT = '00'
023820         MOVE 'CASE NUMBER CONTROL NOT AVAILABLE' TO KP-REASON
023825         CLOSE CUST-CASE-FILE
023830         GO TO 1000-EXIT
023840     END-IF.
023900     MOVE 1 TO KN-REL-KEY.
024000     READ CASE-NEXT-CONTROL
024100         INVALID KEY
024200             MOVE 1 TO KN-NEXT-CASE-NUMBER
024300     END-READ.
024400     MOVE SPACES TO CUST-CASE-RECORD.
024500     MOVE KN-NEXT-CASE-NUMBER TO CK-CASE-NUMBER.
024600     MOVE KP-CUST-ID TO CK-CUST-ID.
024700     MOVE KP-BRANCH-CODE TO CK-BRANCH-CODE.
024800     MOVE KP-CATEGORY TO CK-CATEGORY.
024900     MOVE KP-DOC-TYPE TO CK-DOC-TYPE.
025000     MOVE KP-DOC-REF TO CK-DOC-REF.
025100     MOVE KP-ACTION-DATE TO CK-OPEN-DATE CK-STATUS-DATE.
025200     ACCEPT CK-OPEN-TIME FROM TIME.
025300     MOVE KP-OPERATOR-ID TO CK-OPENED-BY.
025400     MOVE KP-ASSIGNED-OPER TO CK-ASSIGNED-OPER.
025500     MOVE KP-TARGET-DATE TO CK-TARGET-DATE.
025600     SET CK-STAT-OPEN TO TRUE.
025700     MOVE 0 TO CK-RESOLVE-DATE CK-REOPEN-COUNT.
025800     MOVE KP-COMMENT TO CK-SUMMARY.
025900     WRITE CUST-CASE-RECORD
026000         INVALID KEY
026100             MOVE 'CASE FILE WRITE FAILED' TO KP-REASON
026200             MOVE 'CUSTCASE' TO FE-FILE-NAME
026300             MOVE 'WRITE' TO FE-OPERATION
026400             MOVE CK-FILE-STATUS TO FE-FILE-STATUS
026500             PERFORM 9200-REPORT-FILE-ERROR THRU 9200-EXIT
026600         NOT INVALID KEY
026700             SET KP-RESULT-OK TO TRUE
026800     END-WRITE.
026900*    The number is spent either way, so a key left behind
027000*    by a damaged control record is never tried twice.
027100     ADD 1 TO KN-NEXT-CASE-NUMBER.
027200     MOVE 1 TO KN-REL-KEY.
027300     REWRITE CASE-NEXT-RECORD
027400         INVALID KEY
027500             WRITE CASE-NEXT-RECORD
027600     END-REWRITE.
027700     CLOSE CASE-NEXT-CONTROL CUST-CASE-FILE.
027800     IF NOT KP-RESULT-OK
027900         GO TO 1000-EXIT
028000     END-IF.
028100     MOVE CK-CASE-NUMBER TO KP-CASE-NUMBER.
028200     MOVE SPACE TO WS-OLD-STATUS.
028300     MOVE 'OP' TO WS-EVENT-TYPE.
028400     MOVE 'CASEOPEN' TO WS-ACTION-CODE.
028500     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
028600     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
028700 1000-EXIT.
028800     EXIT.
028900*----------------------------------------------------------
029000* 1100-CHECK-DOCUMENT - the linked statement or notice
029100*     must be one CORRHIST shows going to this customer.
029200*----------------------------------------------------------
029300 1100-CHECK-DOCUMENT.
029400     SET WS-CHECK-OK TO FALSE.
029500     OPEN INPUT CORR-HISTORY.
029600     IF CO-FILE-STATUS NOT = '00'
029700         MOVE 'CORRESPONDENCE HISTORY NOT AVAILABLE'
029800             TO KP-REASON
029900         GO TO 1100-EXIT
030000     END-IF.
030100     SET WS-EOF TO FALSE.
030200     PERFORM 1110-SCAN-ONE-DOCUMENT THRU 1110-EXIT
030300         UNTIL WS-EOF OR WS-CHECK-OK.
030400     CLOSE CORR-HISTORY.
030500     IF NOT WS-CHECK-OK
030600         MOVE 'DOCUMENT NOT ON THE CUSTOMER''S CORRESPONDENCE'
030700             TO KP-REASON
030800     END-IF.
030900 1100-EXIT.
031000     EXIT.
031100*----------------------------------------------------------
031200* 1110-SCAN-ONE-DOCUMENT
031300*----------------------------------------------------------
031400 1110-SCAN-ONE-DOCUMENT.
031500     READ CORR-HISTORY
031600         AT END
031700             SET WS-EOF TO TRUE
031800             GO TO 1110-EXIT
031900     END-READ.
032000     IF CO-CUST-ID = KP-CUST-ID
032100         AND CO-DOC-TYPE = KP-DOC-TYPE
032200         AND CO-DOC-REF = KP-DOC-REF
032300         SET WS-CHECK-OK TO TRUE
032400     END-IF.
032500 1110-EXIT.
032600     EXIT.
032700*----------------------------------------------------------
032800* 1200-SET-TARGET-DATE - the category's allowance from
032900*     CASECTL, counted forward in business days from the
033000*     action date.
033100*----------------------------------------------------------
033200 1200-SET-TARGET-DATE.
033300     MOVE WS-DEFAULT-TARGET TO WS-TARGET-DAYS.
033400     OPEN INPUT CASE-CONTROL.
033500     IF KC-FILE-STATUS = '00'
033600         SET WS-EOF TO FALSE
033700         SET WS-FOUND TO FALSE
033800         PERFORM 1210-READ-ONE-CONTROL THRU 1210-EXIT
033900             UNTIL WS-EOF OR WS-FOUND
034000         CLOSE CASE-CONTROL
034100     END-IF.
034200     MOVE KP-ACTION-DATE TO WS-WALK-DATE-NUM.
034300     MOVE 0 TO WS-DAYS-ADDED WS-WALK-COUNT.
034400     PERFORM 1220-WALK-ONE-DAY THRU 1220-EXIT
034500         UNTIL WS-DAYS-ADDED NOT < WS-TARGET-DAYS
034600             OR WS-WALK-COUNT NOT < WS-WALK-LIMIT.
034700     MOVE WS-WALK-DATE-NUM TO KP-TARGET-DATE.
034800 1200-EXIT.
034900     EXIT.
035000*----------------------------------------------------------
035100* 1210-READ-ONE-CONTROL
035200*----------------------------------------------------------
035300 1210-READ-ONE-CONTROL.
035400     READ CASE-CONTROL
035500         AT END
035600             SET WS-EOF TO TRUE
035700             GO TO 1210-EXIT
035800     END-READ.
035900     IF KC-CATEGORY = KP-CATEGORY
036000         AND KC-TARGET-DAYS IS NUMERIC
036100         MOVE KC-TARGET-DAYS TO WS-TARGET-DAYS
036200         SET WS-FOUND TO TRUE
036300     END-IF.
036400 1210-EXIT.
036500     EXIT.
036600*----------------------------------------------------------
036700* 1220-WALK-ONE-DAY
036800*----------------------------------------------------------
036900 1220-WALK-ONE-DAY.
037000     ADD 1 TO WS-WALK-COUNT.
037100     PERFORM 1230-SET-DAYS-IN-MONTH THRU 1230-EXIT.
037200     IF WS-WALK-DAY < WS-DAYS-IN-MONTH
037300         ADD 1 TO WS-WALK-DAY
037400     ELSE
037500         MOVE 1 TO WS-WALK-DAY
037600         IF WS-WALK-MONTH < 12
037700             ADD 1 TO WS-WALK-MONTH
037800         ELSE
037900             MOVE 1 TO WS-WALK-MONTH
038000             ADD 1 TO WS-WALK-YEAR
038100         END-IF
038200     END-IF.
038300     MOVE WS-WALK-DATE-NUM TO CI-CHECK-DATE.
038400     CALL 'CAL-INFO' USING CAL-INFO-PARMS.
038500     IF CI-BUSINESS-DAY
038600         ADD 1 TO WS-DAYS-ADDED
038700     END-IF.
038800 1220-EXIT.
038900     EXIT.
039000*----------------------------------------------------------
039100* 1230-SET-DAYS-IN-MONTH
039200*----------------------------------------------------------
039300 1230-SET-DAYS-IN-MONTH.
039400     EVALUATE WS-WALK-MONTH
039500         WHEN 01
039600         WHEN 03
039700         WHEN 05
039800         WHEN 07
039900         WHEN 08
040000         WHEN 10
040100         WHEN 12
040200             MOVE 31 TO WS-DAYS-IN-MONTH
040300         WHEN 04
040400         WHEN 06
040500         WHEN 09
040600         WHEN 11
040700             MOVE 30 TO WS-DAYS-IN-MONTH
040800         WHEN 02
040900             PERFORM 1240-CHECK-LEAP-YEAR THRU 1240-EXIT
041000             IF WS-LEAP-YEAR
041100                 MOVE 29 TO WS-DAYS-IN-MONTH
041200             ELSE
041300                 MOVE 28 TO WS-DAYS-IN-MONTH
041400             END-IF
041500     END-EVALUATE.
041600 1230-EXIT.
041700     EXIT.
041800*----------------------------------------------------------
041900* 1240-CHECK-LEAP-YEAR
042000*----------------------------------------------------------
042100 1240-CHECK-LEAP-YEAR.
042200     MOVE 'N' TO WS-LEAP-SW.
042300     DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-WORK
042400         REMAINDER WS-LEAP-REM.
042500     IF WS-LEAP-REM = 0
042600         MOVE 'Y' TO WS-LEAP-SW
042700         DIVIDE WS-WALK-YEAR BY 100 GIVING WS-LEAP-WORK
042800             REMAINDER WS-LEAP-REM
042900         IF WS-LEAP-REM = 0
043000             DIVIDE WS-WALK-YEAR BY 400 GIVING WS-LEAP-WORK
043100                 REMAINDER WS-LEAP-REM
043200             IF WS-LEAP-REM NOT = 0
043300                 MOVE 'N' TO WS-LEAP-SW
043400             END-IF
043500         END-IF
043600     END-IF.
043700 1240-EXIT.
043800     EXIT.
043900*----------------------------------------------------------
044000* 2000-UPDATE-CASE - read the case, apply the one change
044100*     the function asks for, and rewrite it; the history
044200*     and trail are written only when the change took.
044300*----------------------------------------------------------
044400 2000-UPDATE-CASE.
044500     OPEN I-O CUST-CASE-FILE.
044600     IF CK-FILE-STATUS NOT = '00'
044700         MOVE 'CASE FILE NOT AVAILABLE' TO KP-REASON
044800         GO TO 2000-EXIT
044900     END-IF.
045000     MOVE KP-CASE-NUMBER TO CK-CASE-NUMBER.
045100     READ CUST-CASE-FILE
045200         KEY IS CK-CASE-NUMBER
045300         INVALID KEY
045400             MOVE 'CASE NOT ON FILE' TO KP-REASON
045500             CLOSE CUST-CASE-FILE
045600             GO TO 2000-EXIT
045700     END-READ.
045800     MOVE CK-STATUS TO WS-OLD-STATUS.
045900     SET WS-CHECK-OK TO FALSE.
046000     EVALUATE TRUE
046100         WHEN KP-FUNC-ASSIGN
046200             PERFORM 2100-ASSIGN-CASE THRU 2100-EXIT
046300         WHEN KP-FUNC-STATUS
046400             PERFORM 2200-CHANGE-STATUS THRU 2200-EXIT
046500         WHEN KP-FUNC-RESOLVE
046600             PERFORM 2300-RESOLVE-CASE THRU 2300-EXIT
046700         WHEN KP-FUNC-REOPEN
046800             PERFORM 2400-REOPEN-CASE THRU 2400-EXIT
046900     END-EVALUATE.
047000     IF NOT WS-CHECK-OK
047100         CLOSE CUST-CASE-FILE
047200         GO TO 2000-EXIT
047300     END-IF.
047400     REWRITE CUST-CASE-RECORD
047500         INVALID KEY
047600             MOVE 'CASE FILE REWRITE FAILED' TO KP-REASON
047700             MOVE 'CUSTCASE' TO FE-FILE-NAME
047800             MOVE 'REWRITE' TO FE-OPERATION
047900             MOVE CK-FILE-STATUS TO FE-FILE-STATUS
048000             PERFORM 9200-REPORT-FILE-ERROR THRU 9200-EXIT
048100         NOT INVALID KEY
048200             SET KP-RESULT-OK TO TRUE
048300     END-REWRITE.
048400     CLOSE CUST-CASE-FILE.
048500     IF NOT KP-RESULT-OK
048600         GO TO 2000-EXIT
048700     END-IF.
048800     MOVE CK-CUST-ID TO KP-CUST-ID.
048900     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
049000     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
049100 2000-EXIT.
049200     EXIT.
049300*----------------------------------------------------------
049400* 2100-ASSIGN-CASE - the new owner must be an active
049500*     operator, and someone other than the current one.
049600*----------------------------------------------------------
049700 2100-ASSIGN-CASE.
049800     IF NOT CK-STAT-UNRESOLVED
049900         MOVE 'CASE IS RESOLVED - REOPEN IT FIRST'
050000             TO KP-REASON
050100         GO TO 2100-EXIT
050200     END-IF.
050300     IF KP-ASSIGNED-OPER = CK-ASSIGNED-OPER
050400         MOVE 'CASE IS ALREADY ASSIGNED TO THAT OPERATOR'
050500             TO KP-REASON
050600         GO TO 2100-EXIT
050700     END-IF.
050800     MOVE KP-ASSIGNED-OPER TO WS-CHECK-OPERATOR.
050900     PERFORM 4000-CHECK-OPERATOR THRU 4000-EXIT.
051000     IF NOT WS-CHECK-OK
051100         GO TO 2100-EXIT
051200     END-IF.
051300     MOVE KP-ASSIGNED-OPER TO CK-ASSIGNED-OPER.
051400     MOVE 'AS' TO WS-EVENT-TYPE.
051500     MOVE 'CASEASGN' TO WS-ACTION-CODE.
051600 2100-EXIT.
051700     EXIT.
051800*----------------------------------------------------------
051900* 2200-CHANGE-STATUS - working or pending-customer; a
052000*     case leaves the unresolved states only by 'R'.
052100*----------------------------------------------------------
052200 2200-CHANGE-STATUS.
052300     IF NOT CK-STAT-UNRESOLVED
052400         MOVE 'CASE IS RESOLVED - REOPEN IT FIRST'
052500             TO KP-REASON
052600         GO TO 2200-EXIT
052700     END-IF.
052800     IF KP-NEW-STATUS NOT = 'W'
052900         AND KP-NEW-STATUS NOT = 'P'
053000         MOVE 'STATUS MUST BE W OR P' TO KP-REASON
053100         GO TO 2200-EXIT
053200     END-IF.
053300     IF KP-NEW-STATUS = CK-STATUS
053400         MOVE 'CASE IS ALREADY IN THAT STATUS' TO KP-REASON
053500         GO TO 2200-EXIT
053600     END-IF.
053700     MOVE KP-NEW-STATUS TO CK-STATUS.
053800     MOVE KP-ACTION-DATE TO CK-STATUS-DATE.
053900     MOVE 'ST' TO WS-EVENT-TYPE.
054000     MOVE 'CASESTAT' TO WS-ACTION-CODE.
054100     SET WS-CHECK-OK TO TRUE.
054200 2200-EXIT.
054300     EXIT.
054400*----------------------------------------------------------
054500* 2300-RESOLVE-CASE
054600*----------------------------------------------------------
054700 2300-RESOLVE-CASE.
054800     IF NOT CK-STAT-UNRESOLVED
054900         MOVE 'CASE IS ALREADY RESOLVED' TO KP-REASON
055000         GO TO 2300-EXIT
055100     END-IF.
055200     MOVE KP-RESOLVE-CODE TO CK-RESOLVE-CODE.
055300     IF NOT CK-RES-VALID
055400         MOVE 'RESOLUTION CODE NOT RECOGNISED' TO KP-REASON
055500         GO TO 2300-EXIT
055600     END-IF.
055700     SET CK-STAT-RESOLVED TO TRUE.
055800     MOVE KP-ACTION-DATE TO CK-STATUS-DATE CK-RESOLVE-DATE.
055900     MOVE KP-OPERATOR-ID TO CK-RESOLVED-BY.
056000     MOVE 'RS' TO WS-EVENT-TYPE.
056100     MOVE 'CASERSLV' TO WS-ACTION-CODE.
056200     SET WS-CHECK-OK TO TRUE.
056300 2300-EXIT.
056400     EXIT.
056500*----------------------------------------------------------
056600* 2400-REOPEN-CASE - the case goes back to open with its
056700*     original target date; the resolution is cleared and
056800*     the reopening counted.
056900*----------------------------------------------------------
057000 2400-REOPEN-CASE.
057100     IF NOT CK-STAT-RESOLVED
057200         MOVE 'CASE IS NOT RESOLVED' TO KP-REASON
057300         GO TO 2400-EXIT
057400     END-IF.
057500     SET CK-STAT-OPEN TO TRUE.
057600     MOVE KP-ACTION-DATE TO CK-STATUS-DATE.
057700     MOVE SPACES TO CK-RESOLVE-CODE CK-RESOLVED-BY.
057800     MOVE 0 TO CK-RESOLVE-DATE.
057900     IF CK-REOPEN-COUNT < 99
058000         ADD 1 TO CK-REOPEN-COUNT
058100     END-IF.
058200     MOVE 'RO' TO WS-EVENT-TYPE.
058300     MOVE 'CASEROPN' TO WS-ACTION-CODE.
058400     SET WS-CHECK-OK TO TRUE.
058500 2400-EXIT.
058600     EXIT.
058700*----------------------------------------------------------
058800* 3000-DISPLAY-CASES - the customer's cases through the
058900*     customer-ID key, oldest first.
059000*----------------------------------------------------------
059100 3000-DISPLAY-CASES.
059200     MOVE 0 TO WS-CASES-SHOWN.
059300     OPEN INPUT CUST-CASE-FILE.
059400     IF CK-FILE-STATUS NOT = '00'
059500         GO TO 3000-EXIT
059600     END-IF.
059700     MOVE KP-CUST-ID TO CK-CUST-ID.
059800     START CUST-CASE-FILE
059900         KEY IS EQUAL TO CK-CUST-ID
060000         INVALID KEY
060100             CLOSE CUST-CASE-FILE
060200             GO TO 3000-EXIT
060300     END-START.
060400     SET WS-EOF TO FALSE.
060500     PERFORM 3100-SHOW-ONE-CASE THRU 3100-EXIT
060600         UNTIL WS-EOF.
060700     CLOSE CUST-CASE-FILE.
060800     SET KP-RESULT-OK TO TRUE.
060900 3000-EXIT.
061000     EXIT.
061100*----------------------------------------------------------
061200* 3100-SHOW-ONE-CASE
061300*----------------------------------------------------------
061400 3100-SHOW-ONE-CASE.
061500     READ CUST-CASE-FILE NEXT RECORD
061600         AT END
061700             SET WS-EOF TO TRUE
061800             GO TO 3100-EXIT
061900     END-READ.
062000     IF CK-CUST-ID NOT = KP-CUST-ID
062100         SET WS-EOF TO TRUE
062200         GO TO 3100-EXIT
062300     END-IF.
062400     IF WS-CASES-SHOWN = 0
062500         DISPLAY 'SERVICE CASES:'
062600     END-IF.
062700     ADD 1 TO WS-CASES-SHOWN.
062800     MOVE CK-CASE-NUMBER TO WC-CASE-NUMBER.
062900     MOVE CK-OPEN-DATE TO WC-OPEN-DATE.
063000     MOVE CK-CATEGORY TO WC-CATEGORY.
063100     PERFORM 3200-SET-STATUS-TEXT THRU 3200-EXIT.
063200     MOVE WS-STATUS-TEXT TO WC-STATUS.
063300     MOVE CK-ASSIGNED-OPER TO WC-ASSIGNED.
063400     MOVE CK-TARGET-DATE TO WC-TARGET-DATE.
063500     MOVE SPACES TO WC-FLAG.
063600     IF CK-STAT-UNRESOLVED
063700         AND CK-TARGET-DATE < KP-ACTION-DATE
063800         MOVE 'PAST TARGET' TO WC-FLAG
063900     END-IF.
064000     IF CK-STAT-RESOLVED
064100         MOVE 'RESOLVED ' TO WC-FLAG
064200         MOVE CK-RESOLVE-CODE TO WC-FLAG (10:2)
064300     END-IF.
064400     DISPLAY WS-CASE-LINE.
064500     MOVE CK-SUMMARY TO WS-SL-SUMMARY.
064600     DISPLAY WS-SUMMARY-LINE.
064700 3100-EXIT.
064800     EXIT.
064900*----------------------------------------------------------
065000* 3200-SET-STATUS-TEXT
065100*----------------------------------------------------------
065200 3200-SET-STATUS-TEXT.
065300     EVALUATE TRUE
065400         WHEN CK-STAT-OPEN
065500             MOVE 'OPEN' TO WS-STATUS-TEXT
065600         WHEN CK-STAT-WORKING
065700             MOVE 'WORKING' TO WS-STATUS-TEXT
065800         WHEN CK-STAT-PENDING
065900             MOVE 'PENDING CUST' TO WS-STATUS-TEXT
066000         WHEN CK-STAT-RESOLVED
066100             MOVE 'RESOLVED' TO WS-STATUS-TEXT
066200         WHEN OTHER
066300             MOVE 'UNKNOWN' TO WS-STATUS-TEXT
066400     END-EVALUATE.
066500 3200-EXIT.
066600     EXIT.
066700*----------------------------------------------------------
066800* 4000-CHECK-OPERATOR - the operator in WS-CHECK-OPERATOR
066900*     must be on the operator master and active.
067000*----------------------------------------------------------
067100 4000-CHECK-OPERATOR.
067200     SET WS-CHECK-OK TO FALSE.
067300     OPEN INPUT OPERATOR-MASTER.
067400     IF OP-FILE-STATUS NOT = '00'
067500         MOVE 'OPERATOR MASTER NOT AVAILABLE' TO KP-REASON
067600         GO TO 4000-EXIT
067700     END-IF.
067800     MOVE WS-CHECK-OPERATOR TO OP-OPERATOR-ID.
067900     READ OPERATOR-MASTER
068000         KEY IS OP-OPERATOR-ID
068100         INVALID KEY
068200             MOVE 'OPERATOR NOT ON FILE' TO KP-REASON
068300             CLOSE OPERATOR-MASTER
068400             GO TO 4000-EXIT
068500     END-READ.
068600     IF OP-STATUS-ACTIVE
068700         SET WS-CHECK-OK TO TRUE
068800     ELSE
068900         MOVE 'OPERATOR IS NOT ACTIVE' TO KP-REASON
069000     END-IF.
069100     CLOSE OPERATOR-MASTER.
069200 4000-EXIT.
069300     EXIT.
069400*----------------------------------------------------------
069500* 9000-WRITE-HISTORY - one CASEHIST event off the case
069600*     record as it now stands.
069700*----------------------------------------------------------
069800 9000-WRITE-HISTORY.
069900     OPEN EXTEND CASE-HISTORY.
070000     IF KH-FILE-STATUS = '35'
070100         OPEN OUTPUT CASE-HISTORY
070200     END-IF.
070300     MOVE SPACES TO CASE-HISTORY-RECORD.
070400     MOVE CK-CASE-NUMBER TO KH-CASE-NUMBER.
070500     MOVE CK-CUST-ID TO KH-CUST-ID.
070600     MOVE KP-ACTION-DATE TO KH-EVENT-DATE.
070700     ACCEPT KH-EVENT-TIME FROM TIME.
070800     MOVE KP-OPERATOR-ID TO KH-OPERATOR-ID.
070900     MOVE WS-EVENT-TYPE TO KH-EVENT-TYPE.
071000     MOVE WS-OLD-STATUS TO KH-OLD-STATUS.
071100     MOVE CK-STATUS TO KH-NEW-STATUS.
071200     MOVE CK-ASSIGNED-OPER TO KH-ASSIGNED-OPER.
071300     MOVE CK-RESOLVE-CODE TO KH-RESOLVE-CODE.
071330     MOVE CK-CATEGORY TO KH-CATEGORY.
071360     MOVE CK-TARGET-DATE TO KH-TARGET-DATE.
071400     MOVE KP-COMMENT TO KH-COMMENT.
071500     WRITE CASE-HISTORY-RECORD.
071600     CLOSE CASE-HISTORY.
071700 9000-EXIT.
071800     EXIT.
071900*----------------------------------------------------------
072000* 9100-WRITE-ACTIVITY
072100*----------------------------------------------------------
072200 9100-WRITE-ACTIVITY.
072300     MOVE CK-CUST-ID TO WS-AK-CUST-ID.
072400     MOVE CK-CASE-NUMBER TO WS-AK-CASE-NUMBER.
072500     MOVE KP-OPERATOR-ID TO AY-OPERATOR-ID.
072600     MOVE 'CUST-CASE' TO AY-SOURCE-PGM.
072700     MOVE WS-ACTION-CODE TO AY-ACTION-CODE.
072800     MOVE WS-ACT-KEY TO AY-ACTION-KEY.
072900     MOVE KP-ACTION-DATE TO AY-ACTIVITY-DATE.
073000     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
073100 9100-EXIT.
073200     EXIT.
073300*----------------------------------------------------------
073400* 9200-REPORT-FILE-ERROR
073500*----------------------------------------------------------
073600 9200-REPORT-FILE-ERROR.
073700     MOVE 'CUST-CASE' TO FE-SOURCE-PGM.
073800     MOVE KP-ACTION-DATE TO FE-RUN-DATE.
073900     CALL 'FILE-ERR' USING FILE-ERR-PARMS.
074000 9200-EXIT.
074100     EXIT.
