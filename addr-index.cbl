000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ADDR-INDEX.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Callable maintenance for the CUSTADRX reverse lookup
000900* index. 'A' writes the customer's phone entry (the
001000* number's digits) and address entry (five-digit ZIP plus
001100* the squeezed, upper-cased street line), 'D' removes
001200* them, and 'C' moves them from the old phone and address
001300* to the new - called wherever CUST-ADDRESS records are
001400* added, changed, deleted, or re-keyed, so the phone and
001500* address lookups stay keyed reads instead of CUSTADDR
001600* scans. 'K' hands back the same search forms without
001700* touching the file, so the inquiry keys a search exactly
001800* the way the entries were built. Opening and closing per
001900* call keeps the index whole on disk even when a caller
002000* later abends, the same as ACT-LOG.
002100*----------------------------------------------------------
002200*    MODIFICATION HISTORY
002300*    DATE        INIT  DESCRIPTION
002400*    2026-10-15   DN   Original program.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT REVERSE-INDEX ASSIGN TO 'CUSTADRX'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS RV-LOOKUP-KEY
003300         FILE STATUS IS RV-FILE-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  REVERSE-INDEX
003800     LABEL RECORDS ARE STANDARD.
003900     COPY "custadrx.cpy".
004000*
004100 WORKING-STORAGE SECTION.
004200 01  RV-FILE-STATUS          PIC X(02).
004300*
004400*    The phone, ZIP and street the keys are built from.
004500 01  WS-IN-PHONE             PIC X(15).
004600 01  WS-IN-ZIP-CODE          PIC X(10).
004700 01  WS-IN-STREET            PIC X(30).
004800*
004900 01  WS-IN-SUB               PIC 9(02) COMP.
005000 01  WS-OUT-SUB              PIC 9(02) COMP.
005100 01  WS-PREV-SPACE-SW        PIC X(01).
005200     88  WS-PREV-SPACE       VALUE 'Y' FALSE 'N'.
005300*
005400 LINKAGE SECTION.
005500 COPY "adrixpm.cpy".
005600*
005700 PROCEDURE DIVISION USING ADDR-INDEX-PARMS.
005800*----------------------------------------------------------
005900* 0000-MAINLINE
006000*----------------------------------------------------------
006100 0000-MAINLINE.
006200     IF RX-FUNC-KEYS
006300         MOVE RX-PHONE TO WS-IN-PHONE
006400         MOVE RX-ZIP-CODE TO WS-IN-ZIP-CODE
006500         MOVE RX-STREET TO WS-IN-STREET
006600         PERFORM 8000-BUILD-KEYS THRU 8000-EXIT
006700         GOBACK
006800     END-IF.
006900     OPEN I-O REVERSE-INDEX.
007000     IF RV-FILE-STATUS = '35'
007100         OPEN OUTPUT REVERSE-INDEX
007200         CLOSE REVERSE-INDEX
007300         OPEN I-O REVERSE-INDEX
007400     END-IF.
007500     IF RV-FILE-STATUS NOT = '00'
007600         GOBACK
007700     END-IF.
007800     EVALUATE TRUE
007900         WHEN RX-FUNC-ADD
008000             PERFORM 1000-ADD-ENTRIES THRU 1000-EXIT
008100         WHEN RX-FUNC-DELETE
008200             PERFORM 2000-DELETE-ENTRIES THRU 2000-EXIT
008300         WHEN RX-FUNC-CHANGE
008400             PERFORM 3000-CHANGE-ENTRIES THRU 3000-EXIT
008500         WHEN OTHER
008600             CONTINUE
008700     END-EVALUATE.
008800     CLOSE REVERSE-INDEX.
008900     GOBACK.
009000*----------------------------------------------------------
009100* 1000-ADD-ENTRIES - the new phone and address go on; a
009200*     blank ZIP or a phone with no usable number gets no
009250*     entry.
009300*----------------------------------------------------------
009400 1000-ADD-ENTRIES.
009500     MOVE RX-PHONE TO WS-IN-PHONE.
009600     MOVE RX-ZIP-CODE TO WS-IN-ZIP-CODE.
009700     MOVE RX-STREET TO WS-IN-STREET.
009800     PERFORM 8000-BUILD-KEYS THRU 8000-EXIT.
009900     IF RX-PHONE-KEY NOT = SPACES
010000         MOVE SPACES TO CUST-REVERSE-RECORD
010100         SET RV-PHONE-ENTRY TO TRUE
010200         MOVE RX-PHONE-KEY TO RV-PHONE-DIGITS
010300         MOVE RX-CUST-ID TO RV-CUST-ID
010400         WRITE CUST-REVERSE-RECORD
010500             INVALID KEY
010600                 REWRITE CUST-REVERSE-RECORD
010700         END-WRITE
010800     END-IF.
010900     IF RX-ZIP-KEY NOT = SPACES
011000         MOVE SPACES TO CUST-REVERSE-RECORD
011100         SET RV-ADDRESS-ENTRY TO TRUE
011200         MOVE RX-ZIP-KEY TO RV-ZIP-5
011300         MOVE RX-STREET-KEY TO RV-STREET
011400         MOVE RX-CUST-ID TO RV-CUST-ID
011500         WRITE CUST-REVERSE-RECORD
011600             INVALID KEY
011700                 REWRITE CUST-REVERSE-RECORD
011800         END-WRITE
011900     END-IF.
012000 1000-EXIT.
012100     EXIT.
012200*----------------------------------------------------------
012300* 2000-DELETE-ENTRIES
012400*----------------------------------------------------------
012500 2000-DELETE-ENTRIES.
012600     MOVE RX-PHONE TO WS-IN-PHONE.
012700     MOVE RX-ZIP-CODE TO WS-IN-ZIP-CODE.
012800     MOVE RX-STREET TO WS-IN-STREET.
012900     PERFORM 2100-DELETE-BUILT-KEYS THRU 2100-EXIT.
013000 2000-EXIT.
013100     EXIT.
013200*----------------------------------------------------------
013300* 2100-DELETE-BUILT-KEYS - remove the entries for whatever
013400*     phone, ZIP and street are in the WS-IN- fields; an
013500*     entry already gone is no error.
013600*----------------------------------------------------------
013700 2100-DELETE-BUILT-KEYS.
013800     PERFORM 8000-BUILD-KEYS THRU 8000-EXIT.
013900     IF RX-PHONE-KEY NOT = SPACES
014000         MOVE SPACES TO CUST-REVERSE-RECORD
014100         SET RV-PHONE-ENTRY TO TRUE
014200         MOVE RX-PHONE-KEY TO RV-PHONE-DIGITS
014300         MOVE RX-CUST-ID TO RV-CUST-ID
014400         DELETE REVERSE-INDEX
014500             INVALID KEY
014600                 CONTINUE
014700         END-DELETE
014800     END-IF.
014900     IF RX-ZIP-KEY NOT = SPACES
015000         MOVE SPACES TO CUST-REVERSE-RECORD
015100         SET RV-ADDRESS-ENTRY TO TRUE
015200         MOVE RX-ZIP-KEY TO RV-ZIP-5
015300         MOVE RX-STREET-KEY TO RV-STREET
015400         MOVE RX-CUST-ID TO RV-CUST-ID
015500         DELETE REVERSE-INDEX
015600             INVALID KEY
015700                 CONTINUE
015800         END-DELETE
015900     END-IF.
016000 2100-EXIT.
016100     EXIT.
016200*----------------------------------------------------------
016300* 3000-CHANGE-ENTRIES - the old phone and address entries
016400*     come off, the new ones go on.
016500*----------------------------------------------------------
016600 3000-CHANGE-ENTRIES.
016700     MOVE RX-OLD-PHONE TO WS-IN-PHONE.
016800     MOVE RX-OLD-ZIP-CODE TO WS-IN-ZIP-CODE.
016900     MOVE RX-OLD-STREET TO WS-IN-STREET.
017000     PERFORM 2100-DELETE-BUILT-KEYS THRU 2100-EXIT.
017100     PERFORM 1000-ADD-ENTRIES THRU 1000-EXIT.
017200 3000-EXIT.
017300     EXIT.
017400*----------------------------------------------------------
017500* 8000-BUILD-KEYS - the search forms of the WS-IN- phone,
017600*     ZIP and street into the RX-...-KEY fields.
017700*----------------------------------------------------------
017800 8000-BUILD-KEYS.
017900     MOVE SPACES TO RX-PHONE-KEY.
018000     MOVE 0 TO WS-OUT-SUB.
018100     PERFORM 8100-KEEP-PHONE-DIGIT THRU 8100-EXIT
018200         VARYING WS-IN-SUB FROM 1 BY 1
018300         UNTIL WS-IN-SUB > 15.
018320*    Fewer than seven digits is no usable phone number.
018340     IF WS-OUT-SUB < 7
018360         MOVE SPACES TO RX-PHONE-KEY
018380     END-IF.
018400     MOVE WS-IN-ZIP-CODE (1:5) TO RX-ZIP-KEY.
018500     INSPECT WS-IN-STREET
018600         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
018700                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
018800     MOVE SPACES TO RX-STREET-KEY.
018900     MOVE 0 TO WS-OUT-SUB.
019000     SET WS-PREV-SPACE TO TRUE.
019100     PERFORM 8200-SQUEEZE-STREET-CHAR THRU 8200-EXIT
019200         VARYING WS-IN-SUB FROM 1 BY 1
019300         UNTIL WS-IN-SUB > 30.
019400     MOVE WS-OUT-SUB TO RX-STREET-LENGTH.
019500     IF WS-OUT-SUB > 0
019600         IF RX-STREET-KEY (WS-OUT-SUB:1) = SPACE
019700             SUBTRACT 1 FROM RX-STREET-LENGTH
019800         END-IF
019900     END-IF.
020000 8000-EXIT.
020100     EXIT.
020200*----------------------------------------------------------
020300* 8100-KEEP-PHONE-DIGIT - dashes, spaces, brackets and
020400*     dots drop out of the phone number.
020500*----------------------------------------------------------
020600 8100-KEEP-PHONE-DIGIT.
020700     IF WS-IN-PHONE (WS-IN-SUB:1) IS NUMERIC
020800         ADD 1 TO WS-OUT-SUB
020900         MOVE WS-IN-PHONE (WS-IN-SUB:1)
021000             TO RX-PHONE-KEY (WS-OUT-SUB:1)
021100     END-IF.
021200 8100-EXIT.
021300     EXIT.
021400*----------------------------------------------------------
021500* 8200-SQUEEZE-STREET-CHAR - punctuation is dropped and a
021600*     space is kept only after a kept non-space, so leading
021700*     spaces go and runs of spaces become one.
021800*----------------------------------------------------------
021900 8200-SQUEEZE-STREET-CHAR.
022000     IF WS-IN-STREET (WS-IN-SUB:1) = '.'
022100         OR WS-IN-STREET (WS-IN-SUB:1) = ','
022200         OR WS-IN-STREET (WS-IN-SUB:1) = '#'
022300         GO TO 8200-EXIT
022400     END-IF.
022500     IF WS-IN-STREET (WS-IN-SUB:1) = SPACE
022600         IF NOT WS-PREV-SPACE
022700             ADD 1 TO WS-OUT-SUB
022800             SET WS-PREV-SPACE TO TRUE
022900         END-IF
023000         GO TO 8200-EXIT
023100     END-IF.
023200     ADD 1 TO WS-OUT-SUB.
023300     MOVE WS-IN-STREET (WS-IN-SUB:1)
023400         TO RX-STREET-KEY (WS-OUT-SUB:1).
023500     SET WS-PREV-SPACE TO FALSE.
023600 8200-EXIT.
023700     EXIT.
