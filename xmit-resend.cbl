002092*                      stmtrec layout instead of a hardcoded
002093*                      record position, so the verify cannot
002094*                      drift when the layout moves.
002095*    2026-10-15   DN   Verify the CUSTDLTA customer change
002096*                      file and the LTROUT letter file by
002097*                      detail count and the hash of their
002098*                      customer IDs and letter numbers,
002099*                      through the custdlta and custltr layouts.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
006910*    Statement details verify through the real layout, so
006920*    the hash cannot drift from the record.
006930 COPY "stmtrec.cpy".
006980 COPY "custdlta.cpy".
006990 COPY "custltr.cpy".
007000*
007100 PROCEDURE DIVISION.
007200*----------------------------------------------------------
007500 0000-MAINLINE.
007600     CALL 'BUS-DATE' USING WS-RUN-DATE.
007700     DISPLAY 'Interface file to resend ',
007800         '(STMTOUT/NOTIFOUT/CUSTCSV/CUSTDLTA/LTROUT): '.
007900     ACCEPT WS-SOURCE-NAME.
008000     IF WS-SOURCE-NAME = SPACES
008100         DISPLAY 'NOTHING NAMED - NOTHING RESENT'
009000         GOBACK
009100     END-IF.
009110     PERFORM 1500-VERIFY-SOURCE THRU 1500-EXIT.
009112     IF WS-SOURCE-NAME = 'CUSTDLTA' OR 'LTROUT'
009114         PERFORM 1600-VERIFY-KEYED-SOURCE THRU 1600-EXIT
009116     END-IF.
009120     IF NOT WS-VERIFY-OK
009130         DISPLAY 'FILE ON DISK DOES NOT MATCH THE ',
009140             'REGISTERED TRANSMISSION - NOTHING RESENT'
017200     ADD 1 TO WS-COPIED-COUNT.
017300 2100-EXIT.
017400     EXIT.
017500*----------------------------------------------------------
017600* 1600-VERIFY-KEYED-SOURCE - the customer change file and
017700*     the letter file tie on their detail count and the
017800*     hash of the key each build summed: DL-CUST-ID through
017900*     the custdlta layout, LT-DOC-NUMBER through the custltr
018000*     layout. The detail count is the one 1500 took.
018100*----------------------------------------------------------
018200 1600-VERIFY-KEYED-SOURCE.
018300     SET WS-VERIFY-OK TO FALSE.
018400     MOVE 0 TO WS-VFY-HASH.
018500     OPEN INPUT SOURCE-FILE.
018600     IF SF-FILE-STATUS NOT = '00'
018700         GO TO 1600-EXIT
018800     END-IF.
018900     SET WS-SRC-EOF TO FALSE.
019000     PERFORM 1610-HASH-ONE-RECORD THRU 1610-EXIT
019100         UNTIL WS-SRC-EOF.
019200     CLOSE SOURCE-FILE.
019300     IF WS-VFY-COUNT = WS-ORIG-COUNT
019400         AND WS-VFY-HASH = WS-ORIG-HASH
019500         SET WS-VERIFY-OK TO TRUE
019600     END-IF.
019700 1600-EXIT.
019800     EXIT.
019900*----------------------------------------------------------
020000* 1610-HASH-ONE-RECORD
020100*----------------------------------------------------------
020200 1610-HASH-ONE-RECORD.
020300     MOVE SPACES TO SOURCE-RECORD.
020400     READ SOURCE-FILE
020500         AT END
020600             SET WS-SRC-EOF TO TRUE
020700             GO TO 1610-EXIT
020800     END-READ.
020900     IF SOURCE-RECORD (1:1) NOT = 'D'
021000         GO TO 1610-EXIT
021100     END-IF.
021200     IF WS-SOURCE-NAME = 'CUSTDLTA'
021300         MOVE SOURCE-RECORD TO CUST-DELTA-RECORD
021400         IF DL-CUST-ID IS NUMERIC
021500             ADD DL-CUST-ID TO WS-VFY-HASH
021600         END-IF
021700     ELSE
021800         MOVE SOURCE-RECORD TO LETTER-OUT-RECORD
021900         IF LT-DOC-NUMBER IS NUMERIC
022000             ADD LT-DOC-NUMBER TO WS-VFY-HASH
022100         END-IF
022200     END-IF.
022300 1610-EXIT.
022400     EXIT.
