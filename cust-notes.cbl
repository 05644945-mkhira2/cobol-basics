001300* call keeps the file complete on disk even when a caller
001400* later abends, the same as ACT-LOG. Ageing the file off
001500* is NOTE-PURGE's job.
001510*
001520* A note written with a follow-up date goes on as an open
001530* follow-up assigned to an operator; 'C' closes one. The
001540* notes file is line sequential, so a close streams it
001550* through the NOTEWORK work file with the one note
001560* flipped to done and copies it back - the NOTE-PURGE
001570* shape - and leaves the file alone when no open
001580* follow-up matched.
001600*----------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-09-01   DN   Original program.
001920*    2026-10-15   DN   Follow-ups on notes: a 'W' with a due
001940*                      date opens one for the assigned
001960*                      operator, the recent-notes display
001980*                      shows its state, and 'C' closes it.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002400     SELECT CUST-NOTE-FILE ASSIGN TO 'CUSTNOTE'
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS CN-FILE-STATUS.
002620     SELECT NOTE-WORK ASSIGN TO 'NOTEWORK'
002640         ORGANIZATION IS LINE SEQUENTIAL
002660         FILE STATUS IS NW-FILE-STATUS.
002700*
002800 DATA DIVISION.
002900 FILE SECTION.
003100     LABEL RECORDS ARE STANDARD.
003200     COPY "custnote.cpy".
003300*
003310 FD  NOTE-WORK
003320     LABEL RECORDS ARE STANDARD.
003330 01  NOTE-WORK-RECORD        PIC X(136).
003340*
003400 WORKING-STORAGE SECTION.
003500 01  CN-FILE-STATUS          PIC X(02).
003550 01  NW-FILE-STATUS          PIC X(02).
003600*
003700 01  WS-NOTE-EOF-SW          PIC X(01).
003800     88  WS-NOTE-EOF         VALUE 'Y' FALSE 'N'.
004600         10  WS-RN-TIME      PIC 9(08).
004700         10  WS-RN-OPERATOR  PIC X(08).
004800         10  WS-RN-TEXT      PIC X(60).
004820         10  WS-RN-FU-STATE  PIC X(01).
004840         10  WS-RN-FU-DUE    PIC 9(08).
004860         10  WS-RN-FU-OPER   PIC X(08).
004900 01  WS-NOTE-SUB             PIC 9(01) COMP.
005000 01  WS-NOTES-HELD           PIC 9(01) COMP VALUE 0.
005020 01  WS-FU-DUE-EDIT          PIC 9999/99/99.
005040 01  WS-FU-STATE-TEXT        PIC X(04).
005100*
005200 LINKAGE SECTION.
005300 COPY "custntpm.cpy".
006200             PERFORM 1000-WRITE-NOTE THRU 1000-EXIT
006300         WHEN CU-FUNC-DISPLAY
006400             PERFORM 2000-DISPLAY-RECENT THRU 2000-EXIT
006420         WHEN CU-FUNC-CLOSE-FU
006440             PERFORM 3000-CLOSE-FOLLOW-UP THRU 3000-EXIT
006500         WHEN OTHER
006600             CONTINUE
006700     END-EVALUATE.
006800     GOBACK.
006900*----------------------------------------------------------
007000* 1000-WRITE-NOTE - a non-zero follow-up date opens a
007010*     follow-up on the note, assigned to the writer when
007020*     no other operator is named.
007100*----------------------------------------------------------
007200 1000-WRITE-NOTE.
007300     IF CU-NOTE-TEXT = SPACES
008300     ACCEPT CN-NOTE-TIME FROM TIME.
008400     MOVE CU-OPERATOR-ID TO CN-OPERATOR-ID.
008500     MOVE CU-NOTE-TEXT TO CN-NOTE-TEXT.
008505     IF CU-FU-DUE-DATE IS NUMERIC
008510         AND CU-FU-DUE-DATE > 0
008515         SET CN-FU-OPEN TO TRUE
008520         MOVE CU-FU-DUE-DATE TO CN-FU-DUE-DATE
008525         IF CU-FU-ASSIGNED-OPER = SPACES
008530             MOVE CU-OPERATOR-ID TO CN-FU-ASSIGNED-OPER
008535         ELSE
008540             MOVE CU-FU-ASSIGNED-OPER TO CN-FU-ASSIGNED-OPER
008545         END-IF
008550         MOVE 0 TO CN-FU-ESC-DATE CN-FU-DONE-DATE
008555     END-IF.
008600     WRITE CUST-NOTE-RECORD.
008650     MOVE CN-NOTE-TIME TO CU-NOTE-TIME.
008700     CLOSE CUST-NOTE-FILE.
008800 1000-EXIT.
008900     EXIT.
013400     MOVE CN-NOTE-TIME TO WS-RN-TIME (WS-NOTES-HELD).
013500     MOVE CN-OPERATOR-ID TO WS-RN-OPERATOR (WS-NOTES-HELD).
013600     MOVE CN-NOTE-TEXT TO WS-RN-TEXT (WS-NOTES-HELD).
013610     MOVE CN-FU-STATE TO WS-RN-FU-STATE (WS-NOTES-HELD).
013620     MOVE CN-FU-ASSIGNED-OPER TO WS-RN-FU-OPER (WS-NOTES-HELD).
013630     IF CN-FU-NONE
013640         MOVE 0 TO WS-RN-FU-DUE (WS-NOTES-HELD)
013650     ELSE
013660         MOVE CN-FU-DUE-DATE TO WS-RN-FU-DUE (WS-NOTES-HELD)
013670     END-IF.
013700 2100-EXIT.
013800     EXIT.
013900*----------------------------------------------------------
015100     DISPLAY '  ', WS-RN-DATE (WS-NOTE-SUB), ' ',
015200         WS-RN-OPERATOR (WS-NOTE-SUB), ' ',
015300         WS-RN-TEXT (WS-NOTE-SUB).
015305     IF WS-RN-FU-STATE (WS-NOTE-SUB) = SPACE
015310         GO TO 2200-EXIT
015315     END-IF.
015320     IF WS-RN-FU-STATE (WS-NOTE-SUB) = 'O'
015325         MOVE 'OPEN' TO WS-FU-STATE-TEXT
015330     ELSE
015335         MOVE 'DONE' TO WS-FU-STATE-TEXT
015340     END-IF.
015345     MOVE WS-RN-FU-DUE (WS-NOTE-SUB) TO WS-FU-DUE-EDIT.
015350     DISPLAY '             FOLLOW-UP DUE ', WS-FU-DUE-EDIT,
015355         ' FOR ', WS-RN-FU-OPER (WS-NOTE-SUB), ' - ',
015360         WS-FU-STATE-TEXT.
015400 2200-EXIT.
015500     EXIT.
015600*----------------------------------------------------------
015700* 3000-CLOSE-FOLLOW-UP - the whole file streams through
015800*     NOTEWORK with the matching open follow-up marked
015900*     done; only when one matched does it copy back.
016000*----------------------------------------------------------
016100 3000-CLOSE-FOLLOW-UP.
016200     SET CU-RESULT-OK TO FALSE.
016300     OPEN INPUT CUST-NOTE-FILE.
016400     IF CN-FILE-STATUS NOT = '00'
016500         GO TO 3000-EXIT
016600     END-IF.
016700     OPEN OUTPUT NOTE-WORK.
016800     SET WS-NOTE-EOF TO FALSE.
016900     PERFORM 3100-COPY-ONE-NOTE THRU 3100-EXIT
017000         UNTIL WS-NOTE-EOF.
017100     CLOSE CUST-NOTE-FILE NOTE-WORK.
017200     IF NOT CU-RESULT-OK
017300         GO TO 3000-EXIT
017400     END-IF.
017500     OPEN INPUT NOTE-WORK.
017600     OPEN OUTPUT CUST-NOTE-FILE.
017700     SET WS-NOTE-EOF TO FALSE.
017800     PERFORM 3200-RESTORE-ONE-NOTE THRU 3200-EXIT
017900         UNTIL WS-NOTE-EOF.
018000     CLOSE NOTE-WORK CUST-NOTE-FILE.
018100 3000-EXIT.
018200     EXIT.
018300*----------------------------------------------------------
018400* 3100-COPY-ONE-NOTE
018500*----------------------------------------------------------
018600 3100-COPY-ONE-NOTE.
018700     READ CUST-NOTE-FILE
018800         AT END
018900             SET WS-NOTE-EOF TO TRUE
019000             GO TO 3100-EXIT
019100     END-READ.
019200     IF CN-CUST-ID = CU-CUST-ID
019300         AND CN-NOTE-DATE = CU-NOTE-DATE
019400         AND CN-NOTE-TIME = CU-NOTE-TIME
019500         AND CN-FU-OPEN
019600         SET CN-FU-DONE TO TRUE
019700         MOVE CU-ACTION-DATE TO CN-FU-DONE-DATE
019800         MOVE CU-OPERATOR-ID TO CN-FU-DONE-OPER
019900         SET CU-RESULT-OK TO TRUE
020000     END-IF.
020100     MOVE CUST-NOTE-RECORD TO NOTE-WORK-RECORD.
020200     WRITE NOTE-WORK-RECORD.
020300 3100-EXIT.
020400     EXIT.
020500*----------------------------------------------------------
020600* 3200-RESTORE-ONE-NOTE
020700*----------------------------------------------------------
020800 3200-RESTORE-ONE-NOTE.
020900     READ NOTE-WORK
021000         AT END
021100             SET WS-NOTE-EOF TO TRUE
021200             GO TO 3200-EXIT
021300     END-READ.
021400     MOVE NOTE-WORK-RECORD TO CUST-NOTE-RECORD.
021500     WRITE CUST-NOTE-RECORD.
021600 3200-EXIT.
021700     EXIT.
