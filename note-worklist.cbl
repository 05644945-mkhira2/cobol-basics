000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     NOTE-WORKLIST.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* The signed-on operator's follow-up worklist off the
000900* CUSTNOTE customer notes, from the MAIN-MENU: every open
001000* follow-up assigned to the operator that is due today or
001100* overdue, numbered in the order the notes were written.
001200* A supervisor also sees every follow-up the
001300* NOTE-TICKLER has escalated, whoever it is assigned to.
001400* The operator closes an item by its number once the
001500* callback is made; CUST-NOTES marks it done, stamped
001600* with the operator and date, and the close goes on the
001700* OPERACT trail through ACT-LOG.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-10-15   DN   Original program.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CUST-NOTE-FILE ASSIGN TO 'CUSTNOTE'
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS CN-FILE-STATUS.
002900*
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CUST-NOTE-FILE
003300     LABEL RECORDS ARE STANDARD.
003400     COPY "custnote.cpy".
003500*
003600 WORKING-STORAGE SECTION.
003700 COPY "signonws.cpy".
003800 COPY "custntpm.cpy".
003900 COPY "actlogpm.cpy".
004000 COPY "rundate.cpy".
004100*
004200 01  CN-FILE-STATUS          PIC X(02).
004300*
004400 01  WS-NOTE-EOF-SW          PIC X(01).
004500     88  WS-NOTE-EOF         VALUE 'Y' FALSE 'N'.
004600 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
004700     88  WS-DONE             VALUE 'Y' FALSE 'N'.
004800*
004900*    The items on the list, in file order; the list number
005000*    is the subscript. Items past the table show on the
005100*    NOTE-TICKLER report.
005200 77  WS-ITEM-LIMIT           PIC 9(03) COMP VALUE 50.
005300 01  WS-ITEM-TABLE.
005400     05  WS-ITEM-ENTRY OCCURS 50 TIMES.
005500         10  WS-IT-CUST-ID   PIC 9(06).
005600         10  WS-IT-NOTE-DATE PIC 9(08).
005700         10  WS-IT-NOTE-TIME PIC 9(08).
005800         10  WS-IT-DUE-DATE  PIC 9(08).
005900         10  WS-IT-OPER      PIC X(08).
006000         10  WS-IT-ESC-DATE  PIC 9(08).
006100         10  WS-IT-TEXT      PIC X(60).
006200 01  WS-ITEM-COUNT           PIC 9(03) COMP VALUE 0.
006300 01  WS-ITEM-SUB             PIC 9(03) COMP.
006400 01  WS-ITEM-OVERFLOW        PIC 9(05) COMP VALUE 0.
006500*
006600 01  WS-PICK-NUM             PIC 9(03).
006700*
006800 01  WS-LIST-HEADER.
006900     05  FILLER              PIC X(24) VALUE
007000         ' NO  DUE DATE   CUST    '.
007100     05  FILLER              PIC X(24) VALUE
007200         'ASSIGNED  STATUS        '.
007300*
007400 01  WS-LIST-LINE.
007500     05  WL-ITEM-NO          PIC ZZ9.
007600     05  FILLER              PIC X(01) VALUE SPACE.
007700     05  WL-DUE-DATE         PIC 9999/99/99.
007800     05  FILLER              PIC X(01) VALUE SPACE.
007900     05  WL-CUST-ID          PIC 9(06).
008000     05  FILLER              PIC X(02) VALUE SPACES.
008100     05  WL-OPER             PIC X(08).
008200     05  FILLER              PIC X(02) VALUE SPACES.
008300     05  WL-STATUS           PIC X(10).
008400 01  WS-TEXT-LINE.
008500     05  FILLER              PIC X(04) VALUE SPACES.
008600     05  WT-TEXT             PIC X(60).
008700*
008800 PROCEDURE DIVISION.
008900*----------------------------------------------------------
009000* 0000-MAINLINE
009100*----------------------------------------------------------
009200 0000-MAINLINE.
009300     CALL 'BUS-DATE' USING WS-RUN-DATE.
009400     SET WS-DONE TO FALSE.
009500     PERFORM 1000-ONE-PASS THRU 1000-EXIT
009600         UNTIL WS-DONE.
009700     GOBACK.
009800*----------------------------------------------------------
009900* 1000-ONE-PASS - list the worklist fresh and take one
010000*     close; the list rebuilds after every close so the
010100*     numbers always match what is shown.
010200*----------------------------------------------------------
010300 1000-ONE-PASS.
010400     PERFORM 2000-LOAD-WORKLIST THRU 2000-EXIT.
010500     DISPLAY ' '.
010600     DISPLAY '===== FOLLOW-UP WORKLIST ====='.
010700     DISPLAY 'OPERATOR: ', SO-OPERATOR-ID.
010800     IF WS-ITEM-COUNT = 0
010900         DISPLAY 'NO FOLLOW-UPS DUE'
011000         SET WS-DONE TO TRUE
011100         GO TO 1000-EXIT
011200     END-IF.
011300     DISPLAY WS-LIST-HEADER.
011400     PERFORM 3000-SHOW-ONE-ITEM THRU 3000-EXIT
011500         VARYING WS-ITEM-SUB FROM 1 BY 1
011600         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
011700     IF WS-ITEM-OVERFLOW > 0
011800         DISPLAY WS-ITEM-OVERFLOW, ' MORE FOLLOW-UP(S) NOT ',
011900             'SHOWN - SEE THE NOTE-TICKLER REPORT'
012000     END-IF.
012100     PERFORM 4000-CLOSE-ITEM THRU 4000-EXIT.
012200 1000-EXIT.
012300     EXIT.
012400*----------------------------------------------------------
012500* 2000-LOAD-WORKLIST - the operator's own open follow-ups
012600*     due by today, and for a supervisor every escalated
012700*     one as well.
012800*----------------------------------------------------------
012900 2000-LOAD-WORKLIST.
013000     MOVE 0 TO WS-ITEM-COUNT WS-ITEM-OVERFLOW.
013100     OPEN INPUT CUST-NOTE-FILE.
013200     IF CN-FILE-STATUS NOT = '00'
013300         GO TO 2000-EXIT
013400     END-IF.
013500     SET WS-NOTE-EOF TO FALSE.
013600     PERFORM 2100-LOAD-ONE-NOTE THRU 2100-EXIT
013700         UNTIL WS-NOTE-EOF.
013800     CLOSE CUST-NOTE-FILE.
013900 2000-EXIT.
014000     EXIT.
014100*----------------------------------------------------------
014200* 2100-LOAD-ONE-NOTE
014300*----------------------------------------------------------
014400 2100-LOAD-ONE-NOTE.
014500     READ CUST-NOTE-FILE
014600         AT END
014700             SET WS-NOTE-EOF TO TRUE
014800             GO TO 2100-EXIT
014900     END-READ.
015000     IF NOT CN-FU-OPEN
015100         GO TO 2100-EXIT
015200     END-IF.
015300     IF CN-FU-ESC-DATE IS NOT NUMERIC
015400         MOVE 0 TO CN-FU-ESC-DATE
015500     END-IF.
015600     IF CN-FU-ASSIGNED-OPER = SO-OPERATOR-ID
015700         AND CN-FU-DUE-DATE NOT > WS-RUN-DATE
015800         CONTINUE
015900     ELSE
016000         IF SO-ROLE-SUPERVISOR
016100             AND CN-FU-ESC-DATE > 0
016200             CONTINUE
016300         ELSE
016400             GO TO 2100-EXIT
016500         END-IF
016600     END-IF.
016700     IF WS-ITEM-COUNT NOT < WS-ITEM-LIMIT
016800         ADD 1 TO WS-ITEM-OVERFLOW
016900         GO TO 2100-EXIT
017000     END-IF.
017100     ADD 1 TO WS-ITEM-COUNT.
017200     MOVE CN-CUST-ID TO WS-IT-CUST-ID (WS-ITEM-COUNT).
017300     MOVE CN-NOTE-DATE TO WS-IT-NOTE-DATE (WS-ITEM-COUNT).
017400     MOVE CN-NOTE-TIME TO WS-IT-NOTE-TIME (WS-ITEM-COUNT).
017500     MOVE CN-FU-DUE-DATE TO WS-IT-DUE-DATE (WS-ITEM-COUNT).
017600     MOVE CN-FU-ASSIGNED-OPER TO WS-IT-OPER (WS-ITEM-COUNT).
017700     MOVE CN-FU-ESC-DATE TO WS-IT-ESC-DATE (WS-ITEM-COUNT).
017800     MOVE CN-NOTE-TEXT TO WS-IT-TEXT (WS-ITEM-COUNT).
017900 2100-EXIT.
018000     EXIT.
018100*----------------------------------------------------------
018200* 3000-SHOW-ONE-ITEM
018300*----------------------------------------------------------
018400 3000-SHOW-ONE-ITEM.
018500     MOVE WS-ITEM-SUB TO WL-ITEM-NO.
018600     MOVE WS-IT-DUE-DATE (WS-ITEM-SUB) TO WL-DUE-DATE.
018700     MOVE WS-IT-CUST-ID (WS-ITEM-SUB) TO WL-CUST-ID.
018800     MOVE WS-IT-OPER (WS-ITEM-SUB) TO WL-OPER.
018900     EVALUATE TRUE
019000         WHEN WS-IT-ESC-DATE (WS-ITEM-SUB) > 0
019100             MOVE 'ESCALATED' TO WL-STATUS
019200         WHEN WS-IT-DUE-DATE (WS-ITEM-SUB) < WS-RUN-DATE
019300             MOVE 'OVERDUE' TO WL-STATUS
019400         WHEN OTHER
019500             MOVE 'DUE TODAY' TO WL-STATUS
019600     END-EVALUATE.
019700     DISPLAY WS-LIST-LINE.
019800     MOVE WS-IT-TEXT (WS-ITEM-SUB) TO WT-TEXT.
019900     DISPLAY WS-TEXT-LINE.
020000 3000-EXIT.
020100     EXIT.
020200*----------------------------------------------------------
020300* 4000-CLOSE-ITEM - 0 ends the session.
020400*----------------------------------------------------------
020500 4000-CLOSE-ITEM.
020600     DISPLAY 'Item number to mark done (0 = return): '.
020700     ACCEPT WS-PICK-NUM.
020800     IF WS-PICK-NUM = ZERO
020900         SET WS-DONE TO TRUE
021000         GO TO 4000-EXIT
021100     END-IF.
021200     IF WS-PICK-NUM > WS-ITEM-COUNT
021300         DISPLAY 'NO ITEM ', WS-PICK-NUM, ' IN THE LIST'
021400         GO TO 4000-EXIT
021500     END-IF.
021600     MOVE WS-PICK-NUM TO WS-ITEM-SUB.
021700     SET CU-FUNC-CLOSE-FU TO TRUE.
021800     MOVE WS-IT-CUST-ID (WS-ITEM-SUB) TO CU-CUST-ID.
021900     MOVE WS-IT-NOTE-DATE (WS-ITEM-SUB) TO CU-NOTE-DATE.
022000     MOVE WS-IT-NOTE-TIME (WS-ITEM-SUB) TO CU-NOTE-TIME.
022100     MOVE SO-OPERATOR-ID TO CU-OPERATOR-ID.
022200     MOVE WS-RUN-DATE TO CU-ACTION-DATE.
022300     CALL 'CUST-NOTES' USING CUST-NOTES-PARMS.
022400     IF NOT CU-RESULT-OK
022500         DISPLAY 'FOLLOW-UP ALREADY CLOSED OR NO LONGER ',
022600             'ON FILE'
022700         GO TO 4000-EXIT
022800     END-IF.
022900     DISPLAY 'FOLLOW-UP CLOSED FOR ', CU-CUST-ID.
023000     MOVE SO-OPERATOR-ID TO AY-OPERATOR-ID.
023100     MOVE 'NOTE-WORKLIST' TO AY-SOURCE-PGM.
023200     MOVE 'FUDONE' TO AY-ACTION-CODE.
023300     MOVE CU-CUST-ID TO AY-ACTION-KEY.
023400     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
023500     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
023600 4000-EXIT.
023700     EXIT.
