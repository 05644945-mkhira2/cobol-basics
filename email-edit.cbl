000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMAIL-EDIT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Callable email address format check, applied wherever a
000900* customer's email address is registered or changed, so an
001000* address that can never be delivered to is caught at the
001100* keyboard instead of bouncing at the mail gateway. The
001200* rules: no embedded spaces; exactly one '@', with a local
001300* part before it and a domain after it; a '.' somewhere in
001400* the domain; no '.' first or last in either part and no
001500* two '.' together; and nothing but letters, digits and
001600* the characters . - _ + @. The check proves the form of
001700* the address only - whether the mailbox exists is for the
001800* gateway's bounce handling to say.
001900*----------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE        INIT  DESCRIPTION
002200*    2026-10-14   DN   Original program.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500*
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  WS-ADDR-LEN             PIC 9(04) COMP.
002900 01  WS-AT-POS               PIC 9(04) COMP.
003000 01  WS-DOMAIN-START         PIC 9(04) COMP.
003100 01  WS-DOMAIN-LEN           PIC 9(04) COMP.
003200 01  WS-SCAN-IX              PIC 9(04) COMP.
003300*
003400 01  WS-SPACE-COUNT          PIC 9(04) COMP.
003500 01  WS-AT-COUNT             PIC 9(04) COMP.
003600 01  WS-DOT-COUNT            PIC 9(04) COMP.
003700 01  WS-DOUBLE-DOT-COUNT     PIC 9(04) COMP.
003800*
003900 01  WS-SCAN-CHAR            PIC X(01).
004000 01  WS-BAD-CHAR-SW          PIC X(01).
004100     88  WS-BAD-CHAR         VALUE 'Y' FALSE 'N'.
004200*
004300 LINKAGE SECTION.
004400 COPY "emledtpm.cpy".
004500*
004600 PROCEDURE DIVISION USING EMAIL-EDIT-PARMS.
004700*----------------------------------------------------------
004800* 0000-MAINLINE
004900*----------------------------------------------------------
005000 0000-MAINLINE.
005100     SET EE-EMAIL-VALID TO FALSE.
005200     MOVE SPACES TO EE-REASON.
005300     IF EE-EMAIL-ADDR = SPACES
005400         MOVE 'EMAIL ADDRESS IS BLANK' TO EE-REASON
005500         GOBACK
005600     END-IF.
005700     IF EE-EMAIL-ADDR (1:1) = SPACE
005800         MOVE 'LEADING SPACES IN ADDRESS' TO EE-REASON
005900         GOBACK
006000     END-IF.
006100     MOVE 60 TO WS-ADDR-LEN.
006200     PERFORM 1000-FIND-LENGTH THRU 1000-EXIT
006300         UNTIL EE-EMAIL-ADDR (WS-ADDR-LEN:1) NOT = SPACE.
006400     MOVE ZERO TO WS-SPACE-COUNT.
006500     INSPECT EE-EMAIL-ADDR (1:WS-ADDR-LEN)
006600         TALLYING WS-SPACE-COUNT FOR ALL SPACES.
006700     IF WS-SPACE-COUNT > ZERO
006800         MOVE 'EMBEDDED SPACE IN ADDRESS' TO EE-REASON
006900         GOBACK
007000     END-IF.
007100     MOVE ZERO TO WS-AT-COUNT.
007200     INSPECT EE-EMAIL-ADDR (1:WS-ADDR-LEN)
007300         TALLYING WS-AT-COUNT FOR ALL '@'.
007400     IF WS-AT-COUNT NOT = 1
007500         MOVE 'MUST HAVE EXACTLY ONE @' TO EE-REASON
007600         GOBACK
007700     END-IF.
007800     MOVE ZERO TO WS-AT-POS.
007900     INSPECT EE-EMAIL-ADDR (1:WS-ADDR-LEN)
008000         TALLYING WS-AT-POS FOR CHARACTERS BEFORE INITIAL '@'.
008100     IF WS-AT-POS = ZERO
008200         MOVE 'NOTHING BEFORE THE @' TO EE-REASON
008300         GOBACK
008400     END-IF.
008500     ADD 1 TO WS-AT-POS.
008600     IF WS-AT-POS = WS-ADDR-LEN
008700         MOVE 'NOTHING AFTER THE @' TO EE-REASON
008800         GOBACK
008900     END-IF.
009000     COMPUTE WS-DOMAIN-START = WS-AT-POS + 1.
009100     COMPUTE WS-DOMAIN-LEN = WS-ADDR-LEN - WS-AT-POS.
009200     MOVE ZERO TO WS-DOT-COUNT.
009300     INSPECT EE-EMAIL-ADDR (WS-DOMAIN-START:WS-DOMAIN-LEN)
009400         TALLYING WS-DOT-COUNT FOR ALL '.'.
009500     IF WS-DOT-COUNT = ZERO
009600         MOVE 'DOMAIN HAS NO DOT' TO EE-REASON
009700         GOBACK
009800     END-IF.
009900*    A dot may not open or close either part of the address.
010000     IF EE-EMAIL-ADDR (1:1) = '.'
010100         OR EE-EMAIL-ADDR (WS-AT-POS - 1:1) = '.'
010200         OR EE-EMAIL-ADDR (WS-DOMAIN-START:1) = '.'
010300         OR EE-EMAIL-ADDR (WS-ADDR-LEN:1) = '.'
010400         MOVE 'DOT MISPLACED IN ADDRESS' TO EE-REASON
010500         GOBACK
010600     END-IF.
010700     MOVE ZERO TO WS-DOUBLE-DOT-COUNT.
010800     INSPECT EE-EMAIL-ADDR (1:WS-ADDR-LEN)
010900         TALLYING WS-DOUBLE-DOT-COUNT FOR ALL '..'.
011000     IF WS-DOUBLE-DOT-COUNT > ZERO
011100         MOVE 'DOUBLE DOT IN ADDRESS' TO EE-REASON
011200         GOBACK
011300     END-IF.
011400     SET WS-BAD-CHAR TO FALSE.
011500     PERFORM 2000-CHECK-ONE-CHAR THRU 2000-EXIT
011600         VARYING WS-SCAN-IX FROM 1 BY 1
011700         UNTIL WS-SCAN-IX > WS-ADDR-LEN OR WS-BAD-CHAR.
011800     IF WS-BAD-CHAR
011900         MOVE 'INVALID CHARACTER IN ADDRESS' TO EE-REASON
012000         GOBACK
012100     END-IF.
012200     SET EE-EMAIL-VALID TO TRUE.
012300     GOBACK.
012400*----------------------------------------------------------
012500* 1000-FIND-LENGTH - step back from the end of the field
012600*     to the last non-blank position; the address is not
012700*     blank, so the scan stops by position 1 at the latest.
012800*----------------------------------------------------------
012900 1000-FIND-LENGTH.
013000     SUBTRACT 1 FROM WS-ADDR-LEN.
013100 1000-EXIT.
013200     EXIT.
013300*----------------------------------------------------------
013400* 2000-CHECK-ONE-CHAR - one position of the address must
013500*     be a letter, a digit or one of . - _ + @.
013600*----------------------------------------------------------
013700 2000-CHECK-ONE-CHAR.
013800     MOVE EE-EMAIL-ADDR (WS-SCAN-IX:1) TO WS-SCAN-CHAR.
013900     IF WS-SCAN-CHAR IS ALPHABETIC
014000         OR WS-SCAN-CHAR IS NUMERIC
014100         OR WS-SCAN-CHAR = '.' OR '-' OR '_' OR '+' OR '@'
014200         GO TO 2000-EXIT
014300     END-IF.
014400     SET WS-BAD-CHAR TO TRUE.
014500 2000-EXIT.
014600     EXIT.
