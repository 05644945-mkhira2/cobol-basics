000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHAIN-SVC.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Chaining service for the audit trails examiners are shown
000900* - AUDITLOG, OPERACT and CUSTHIST. Every record written to
001000* one of them carries a chain value: a hash of the record
001100* itself (with its own chain value zero) run on from the
001200* chain value of the record before. An entry edited,
001300* dropped or slipped in cannot be made to fit without
001400* recomputing every value after it, and CHAIN-VERIFY holds
001500* those against the daily anchors kept apart on CHAINANC.
001600*   'L' links a record being appended: the log's standing
001700*       on CHAINCTL gives the value it runs on from and is
001800*       moved on by one;
001900*   'C' computes a value from the caller's prior value and
002000*       records nothing;
002100*   'Q' answers where the log's chain stands;
002200*   'R' records that the caller rewrote the live log in
002300*       place and chained it afresh from the base, noted on
002400*       CHAINANC so the anchors before it stand aside;
002500*   'A' records that chained records left the front of the
002600*       live log for the archive sets.
002700* The hash takes each of the 256 bytes of the image in
002800* turn: value times 257, plus the byte plus one, modulo the
002900* prime 999999937. One CHAINCTL record per log, keyed by
003000* log name. Opening and closing per call keeps the control
003100* whole on disk even when the caller later abends.
003200*----------------------------------------------------------
003300*    MODIFICATION HISTORY
003400*    DATE        INIT  DESCRIPTION
003500*    2026-10-15   DN   Original program.
003600*----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CHAIN-CONTROL ASSIGN TO 'CHAINCTL'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS KC-LOG-ID
004400         FILE STATUS IS KC-FILE-STATUS.
004500     SELECT CHAIN-ANCHORS ASSIGN TO 'CHAINANC'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS KA-FILE-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CHAIN-CONTROL
005200     LABEL RECORDS ARE STANDARD.
005300     COPY "chainctl.cpy".
005400*
005500 FD  CHAIN-ANCHORS
005600     LABEL RECORDS ARE STANDARD.
005700     COPY "chainanc.cpy".
005800*
005900 WORKING-STORAGE SECTION.
006000 COPY "rundate.cpy".
006100 01  KC-FILE-STATUS          PIC X(02).
006200 01  KA-FILE-STATUS          PIC X(02).
006300*
006400 01  WS-CONTROL-SW           PIC X(01).
006500     88  WS-CONTROL-ON-FILE  VALUE 'Y' FALSE 'N'.
006600*
006700*    A byte is read as a number through a halfword whose
006800*    high-order byte stays LOW-VALUES.
006900 01  WS-BYTE-PAIR.
007000     05  FILLER              PIC X(01) VALUE LOW-VALUES.
007100     05  WS-BYTE-CHAR        PIC X(01).
007200 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
007300                             PIC 9(04) COMP.
007400 01  WS-BYTE-SUB             PIC 9(04) COMP.
007500*
007600 77  WS-CHAIN-MODULUS        PIC 9(09) COMP VALUE 999999937.
007700 01  WS-CHAIN                PIC 9(09) COMP.
007800 01  WS-CHAIN-WORK           PIC 9(15) COMP.
007900 01  WS-CHAIN-QUOT           PIC 9(15) COMP.
008000*
008100 LINKAGE SECTION.
008200 COPY "chainpm.cpy".
008300*
008400 PROCEDURE DIVISION USING CHAIN-SVC-PARMS.
008500*----------------------------------------------------------
008600* 0000-MAINLINE - 'C' touches no file; everything else
008700*     works on the log's CHAINCTL record.
008800*----------------------------------------------------------
008900 0000-MAINLINE.
009000     IF CV-FUNC-COMPUTE
009100         PERFORM 2000-COMPUTE-CHAIN THRU 2000-EXIT
009200         GOBACK
009300     END-IF.
009400     OPEN I-O CHAIN-CONTROL.
009500     IF KC-FILE-STATUS = '35'
009600         OPEN OUTPUT CHAIN-CONTROL
009700         CLOSE CHAIN-CONTROL
009800         OPEN I-O CHAIN-CONTROL
009900     END-IF.
010000     IF KC-FILE-STATUS NOT = '00'
010100         SET CV-CONTROL-FOUND TO FALSE
010150         MOVE 0 TO CV-BASE-COUNT CV-BASE-CHAIN CV-CHAIN-VALUE
010200         IF CV-FUNC-LINK
010300             MOVE 0 TO CV-PRIOR-CHAIN
010400             PERFORM 2000-COMPUTE-CHAIN THRU 2000-EXIT
010500         END-IF
010600         GOBACK
010700     END-IF.
010800     PERFORM 1000-READ-CONTROL THRU 1000-EXIT.
010900     EVALUATE TRUE
011000         WHEN CV-FUNC-LINK
011100             PERFORM 3000-LINK-RECORD THRU 3000-EXIT
011200         WHEN CV-FUNC-QUERY
011300             PERFORM 4000-QUERY-CONTROL THRU 4000-EXIT
011400         WHEN CV-FUNC-RECHAINED
011500             PERFORM 5000-NOTE-RECHAIN THRU 5000-EXIT
011600         WHEN CV-FUNC-ARCHIVED
011700             PERFORM 6000-NOTE-ARCHIVED THRU 6000-EXIT
011800         WHEN OTHER
011900             CONTINUE
012000     END-EVALUATE.
012100     CLOSE CHAIN-CONTROL.
012200     GOBACK.
012300*----------------------------------------------------------
012400* 1000-READ-CONTROL - a log not yet on CHAINCTL starts
012500*     from nothing: no base, no records, value zero.
012600*----------------------------------------------------------
012700 1000-READ-CONTROL.
012800     SET WS-CONTROL-ON-FILE TO TRUE.
012900     MOVE CV-LOG-ID TO KC-LOG-ID.
013000     READ CHAIN-CONTROL
013100         KEY IS KC-LOG-ID
013200         INVALID KEY
013300             SET WS-CONTROL-ON-FILE TO FALSE
013400     END-READ.
013500     IF NOT WS-CONTROL-ON-FILE
013600         MOVE SPACES TO CHAIN-CONTROL-RECORD
013700         MOVE CV-LOG-ID TO KC-LOG-ID
013800         MOVE 0 TO KC-BASE-COUNT KC-BASE-CHAIN
013900             KC-RECORD-COUNT KC-LAST-CHAIN KC-RECHAIN-DATE
014000     END-IF.
014100 1000-EXIT.
014200     EXIT.
014300*----------------------------------------------------------
014400* 1100-SAVE-CONTROL
014500*----------------------------------------------------------
014600 1100-SAVE-CONTROL.
014700     IF WS-CONTROL-ON-FILE
014800         REWRITE CHAIN-CONTROL-RECORD
014900     ELSE
015000         WRITE CHAIN-CONTROL-RECORD
015100     END-IF.
015200 1100-EXIT.
015300     EXIT.
015400*----------------------------------------------------------
015500* 2000-COMPUTE-CHAIN - CV-RECORD run on from CV-PRIOR-CHAIN
015600*     into CV-CHAIN-VALUE.
015700*----------------------------------------------------------
015800 2000-COMPUTE-CHAIN.
015900     MOVE CV-PRIOR-CHAIN TO WS-CHAIN.
016000     PERFORM 2100-HASH-ONE-BYTE THRU 2100-EXIT
016100         VARYING WS-BYTE-SUB FROM 1 BY 1
016200         UNTIL WS-BYTE-SUB > 256.
016300     MOVE WS-CHAIN TO CV-CHAIN-VALUE.
016400 2000-EXIT.
016500     EXIT.
016600*----------------------------------------------------------
016700* 2100-HASH-ONE-BYTE
016800*----------------------------------------------------------
016900 2100-HASH-ONE-BYTE.
017000     MOVE CV-RECORD (WS-BYTE-SUB:1) TO WS-BYTE-CHAR.
017100     COMPUTE WS-CHAIN-WORK = WS-CHAIN * 257
017200         + WS-BYTE-VALUE + 1.
017300     DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
017400         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN.
017500 2100-EXIT.
017600     EXIT.
017700*----------------------------------------------------------
017800* 3000-LINK-RECORD
017900*----------------------------------------------------------
018000 3000-LINK-RECORD.
018100     MOVE KC-LAST-CHAIN TO CV-PRIOR-CHAIN.
018200     PERFORM 2000-COMPUTE-CHAIN THRU 2000-EXIT.
018300     ADD 1 TO KC-RECORD-COUNT.
018400     MOVE CV-CHAIN-VALUE TO KC-LAST-CHAIN.
018500     PERFORM 1100-SAVE-CONTROL THRU 1100-EXIT.
018600 3000-EXIT.
018700     EXIT.
018800*----------------------------------------------------------
018900* 4000-QUERY-CONTROL
019000*----------------------------------------------------------
019100 4000-QUERY-CONTROL.
019200     IF WS-CONTROL-ON-FILE
019300         SET CV-CONTROL-FOUND TO TRUE
019400     ELSE
019500         SET CV-CONTROL-FOUND TO FALSE
019600     END-IF.
019700     MOVE KC-BASE-COUNT TO CV-BASE-COUNT.
019800     MOVE KC-BASE-CHAIN TO CV-BASE-CHAIN.
019900     MOVE KC-RECORD-COUNT TO CV-RECORD-COUNT.
020000     MOVE KC-LAST-CHAIN TO CV-CHAIN-VALUE.
020100 4000-EXIT.
020200     EXIT.
020300*----------------------------------------------------------
020400* 5000-NOTE-RECHAIN - the live log now holds CV-RECORD-
020500*     COUNT chained records from the base, the last on
020600*     CV-CHAIN-VALUE.
020700*----------------------------------------------------------
020800 5000-NOTE-RECHAIN.
020900     CALL 'BUS-DATE' USING WS-RUN-DATE.
021000     COMPUTE KC-RECORD-COUNT = KC-BASE-COUNT
021100         + CV-RECORD-COUNT.
021200     MOVE CV-CHAIN-VALUE TO KC-LAST-CHAIN.
021300     MOVE WS-RUN-DATE TO KC-RECHAIN-DATE.
021400     MOVE CV-SOURCE-PGM TO KC-RECHAIN-PGM.
021500     PERFORM 1100-SAVE-CONTROL THRU 1100-EXIT.
021600     OPEN EXTEND CHAIN-ANCHORS.
021700     IF KA-FILE-STATUS = '35'
021800         OPEN OUTPUT CHAIN-ANCHORS
021900     END-IF.
022000     MOVE SPACES TO CHAIN-ANCHOR-RECORD.
022100     SET KA-TYPE-RECHAIN TO TRUE.
022200     MOVE WS-RUN-DATE TO KA-BUSINESS-DATE.
022300     MOVE CV-LOG-ID TO KA-LOG-ID.
022400     MOVE KC-RECORD-COUNT TO KA-RECORD-COUNT.
022500     MOVE KC-LAST-CHAIN TO KA-CHAIN-VALUE.
022600     MOVE CV-SOURCE-PGM TO KA-SOURCE-PGM.
022700     ACCEPT KA-TAKEN-TIME FROM TIME.
022800     WRITE CHAIN-ANCHOR-RECORD.
022900     CLOSE CHAIN-ANCHORS.
023000 5000-EXIT.
023100     EXIT.
023200*----------------------------------------------------------
023300* 6000-NOTE-ARCHIVED - the base moves up past the records
023400*     swept to the archive set.
023500*----------------------------------------------------------
023600 6000-NOTE-ARCHIVED.
023700     ADD CV-RECORD-COUNT TO KC-BASE-COUNT.
023800     MOVE CV-CHAIN-VALUE TO KC-BASE-CHAIN.
023900     PERFORM 1100-SAVE-CONTROL THRU 1100-EXIT.
024000 6000-EXIT.
024100     EXIT.
