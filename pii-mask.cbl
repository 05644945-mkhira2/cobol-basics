000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PII-MASK.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Callable masking service for customer contact data. It
000900* owns the one rule for who sees a phone number and street
001000* address in full - an operator signed on at intake or
001100* supervisor level - so CUST-INQUIRY, CUST-TIMELINE, and
001200* CUST-EXTRACT cannot drift apart on it. Everyone else,
001300* including a run with nobody signed on, gets the masked
001400* form: a phone keeps only its last four digits, and a
001500* street line loses every digit, so the house and unit
001600* numbers are gone but the street name still confirms the
001700* caller. Masked positions show '*'; punctuation and
001800* spacing are left as keyed. No I/O of its own, like
001900* CUST-CKDIGIT.
002000*----------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002300*    2026-10-15   DN   Original program.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600*
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900 01  WS-CHAR-SUB             PIC 9(02) COMP.
003000 01  WS-DIGIT-COUNT          PIC 9(02) COMP.
003100 01  WS-MASK-LIMIT           PIC 9(02) COMP.
003200 01  WS-MASKED-COUNT         PIC 9(02) COMP.
003300 77  WS-PHONE-KEEP           PIC 9(02) COMP VALUE 4.
003400*
003500 COPY "signonws.cpy".
003600*
003700 LINKAGE SECTION.
003800 COPY "piimskpm.cpy".
003900*
004000 PROCEDURE DIVISION USING PII-MASK-PARMS.
004100*----------------------------------------------------------
004200* 0000-MAINLINE
004300*----------------------------------------------------------
004400 0000-MAINLINE.
004500     EVALUATE TRUE
004600         WHEN PM-FUNC-CLEARANCE
004700             PERFORM 1000-CHECK-CLEARANCE THRU 1000-EXIT
004800         WHEN PM-FUNC-PHONE
004900             PERFORM 2000-MASK-PHONE THRU 2000-EXIT
005000         WHEN PM-FUNC-STREET
005100             PERFORM 3000-MASK-STREET THRU 3000-EXIT
005200         WHEN OTHER
005300             SET PM-FULL-VIEW TO FALSE
005400     END-EVALUATE.
005500     GOBACK.
005600*----------------------------------------------------------
005700* 1000-CHECK-CLEARANCE - full data only for a signed-on
005800*     intake or supervisor operator; the role is the one
005900*     sign-on took off OPERMAST.
006000*----------------------------------------------------------
006100 1000-CHECK-CLEARANCE.
006200     SET PM-FULL-VIEW TO FALSE.
006300     IF NOT SO-SIGNED-ON
006400         GO TO 1000-EXIT
006500     END-IF.
006600     IF SO-ROLE-INTAKE OR SO-ROLE-SUPERVISOR
006700         SET PM-FULL-VIEW TO TRUE
006800     END-IF.
006900 1000-EXIT.
007000     EXIT.
007100*----------------------------------------------------------
007200* 2000-MASK-PHONE - count the digits, then star all but
007300*     the last four of them from the left.
007400*----------------------------------------------------------
007500 2000-MASK-PHONE.
007600     MOVE 0 TO WS-DIGIT-COUNT.
007700     PERFORM 2100-COUNT-ONE-DIGIT THRU 2100-EXIT
007800         VARYING WS-CHAR-SUB FROM 1 BY 1
007900         UNTIL WS-CHAR-SUB > 30.
008000     IF WS-DIGIT-COUNT > WS-PHONE-KEEP
008100         COMPUTE WS-MASK-LIMIT =
008200             WS-DIGIT-COUNT - WS-PHONE-KEEP
008300     ELSE
008400         MOVE 0 TO WS-MASK-LIMIT
008500     END-IF.
008600     MOVE 0 TO WS-MASKED-COUNT.
008700     PERFORM 2200-MASK-ONE-DIGIT THRU 2200-EXIT
008800         VARYING WS-CHAR-SUB FROM 1 BY 1
008900         UNTIL WS-CHAR-SUB > 30
009000            OR WS-MASKED-COUNT NOT < WS-MASK-LIMIT.
009100 2000-EXIT.
009200     EXIT.
009300*----------------------------------------------------------
009400* 2100-COUNT-ONE-DIGIT
009500*----------------------------------------------------------
009600 2100-COUNT-ONE-DIGIT.
009700     IF PM-FIELD (WS-CHAR-SUB:1) IS NUMERIC
009800         ADD 1 TO WS-DIGIT-COUNT
009900     END-IF.
010000 2100-EXIT.
010100     EXIT.
010200*----------------------------------------------------------
010300* 2200-MASK-ONE-DIGIT
010400*----------------------------------------------------------
010500 2200-MASK-ONE-DIGIT.
010600     IF PM-FIELD (WS-CHAR-SUB:1) IS NUMERIC
010700         MOVE '*' TO PM-FIELD (WS-CHAR-SUB:1)
010800         ADD 1 TO WS-MASKED-COUNT
010900     END-IF.
011000 2200-EXIT.
011100     EXIT.
011200*----------------------------------------------------------
011300* 3000-MASK-STREET - every digit goes; the street name
011400*     and any unit designator stay readable.
011500*----------------------------------------------------------
011600 3000-MASK-STREET.
011700     INSPECT PM-FIELD REPLACING
011800         ALL '0' BY '*'  ALL '1' BY '*'  ALL '2' BY '*'
011900         ALL '3' BY '*'  ALL '4' BY '*'  ALL '5' BY '*'
012000         ALL '6' BY '*'  ALL '7' BY '*'  ALL '8' BY '*'
012100         ALL '9' BY '*'.
012200 3000-EXIT.
012300     EXIT.
