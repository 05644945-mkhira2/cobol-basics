000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ADDR-HIST.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Callable keeper of the CUSTADRH effective-dated address
000900* history. Every program that captures or changes a
001000* customer's mailing address records it here (function
001100* 'R') as well as on CUST-ADDRESS, and every program that
001200* needs the address a customer had on some past date - a
001300* reprint, a returned statement, a timeline inquiry - looks
001400* it up here (function 'L'). The first change recorded for
001500* a customer keeps the address it replaced too, under
001600* effective date zero, so a date before the change still
001700* finds the old address. Opening and closing per call, as
001800* JOB-HIST does, keeps the history on disk whatever the
001900* caller does next.
002000*----------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002300*    2026-10-14   DN   Original program.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CUST-ADDR-HIST ASSIGN TO 'CUSTADRH'
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AD-HIST-KEY
003200         FILE STATUS IS AD-FILE-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CUST-ADDR-HIST
003700     LABEL RECORDS ARE STANDARD.
003800     COPY "custadrh.cpy".
003900*
004000 WORKING-STORAGE SECTION.
004100 01  AD-FILE-STATUS          PIC X(02).
004200*
004300 01  WS-SCAN-DONE-SW         PIC X(01).
004400     88  WS-SCAN-DONE        VALUE 'Y' FALSE 'N'.
004500 01  WS-HIST-FOUND-SW        PIC X(01).
004600     88  WS-HIST-FOUND       VALUE 'Y' FALSE 'N'.
004700*
004800 LINKAGE SECTION.
004900 COPY "adrhstpm.cpy".
005000*
005100 PROCEDURE DIVISION USING ADDR-HIST-PARMS.
005200*----------------------------------------------------------
005300* 0000-MAINLINE
005400*----------------------------------------------------------
005500 0000-MAINLINE.
005600     SET HA-ADDR-FOUND TO FALSE.
005700     EVALUATE TRUE
005800         WHEN HA-FUNC-RECORD
005900             PERFORM 1000-RECORD-CHANGE THRU 1000-EXIT
006000         WHEN HA-FUNC-LOOKUP
006100             PERFORM 2000-LOOKUP-ADDRESS THRU 2000-EXIT
006200         WHEN OTHER
006300             DISPLAY 'ADDR-HIST - UNKNOWN FUNCTION ',
006400                 HA-FUNCTION-CODE
006500     END-EVALUATE.
006600     GOBACK.
006700*----------------------------------------------------------
006800* 1000-RECORD-CHANGE - write the new address effective on
006900*     the date given; a second change the same day replaces
007000*     the first. HA-ADDR-FOUND comes back set once the
007100*     change is on file.
007200*----------------------------------------------------------
007300 1000-RECORD-CHANGE.
007400     OPEN I-O CUST-ADDR-HIST.
007500     IF AD-FILE-STATUS = '35'
007600         OPEN OUTPUT CUST-ADDR-HIST
007700         CLOSE CUST-ADDR-HIST
007800         OPEN I-O CUST-ADDR-HIST
007900     END-IF.
008000     IF AD-FILE-STATUS NOT = '00'
008100         DISPLAY 'ADDR-HIST - CUSTADRH NOT AVAILABLE - STATUS ',
008200             AD-FILE-STATUS
008300         GO TO 1000-EXIT
008400     END-IF.
008500     PERFORM 1100-CHECK-HISTORY THRU 1100-EXIT.
008600     IF NOT WS-HIST-FOUND AND HA-PRIOR-ADDRESS NOT = SPACES
008700         MOVE SPACES TO CUST-ADDR-HIST-RECORD
008800         MOVE HA-CUST-ID TO AD-CUST-ID
008900         MOVE ZERO TO AD-EFF-DATE
009000         MOVE HA-PRIOR-ADDRESS TO AD-ADDRESS
009100         MOVE HA-CHANGE-OPER TO AD-CHANGE-OPER
009200         MOVE HA-SOURCE-PGM TO AD-SOURCE-PGM
009300         WRITE CUST-ADDR-HIST-RECORD
009400             INVALID KEY
009500                 CONTINUE
009600         END-WRITE
009700     END-IF.
009800     MOVE SPACES TO CUST-ADDR-HIST-RECORD.
009900     MOVE HA-CUST-ID TO AD-CUST-ID.
010000     MOVE HA-AS-OF-DATE TO AD-EFF-DATE.
010100     MOVE HA-ADDRESS TO AD-ADDRESS.
010200     MOVE HA-CHANGE-OPER TO AD-CHANGE-OPER.
010300     MOVE HA-SOURCE-PGM TO AD-SOURCE-PGM.
010400     WRITE CUST-ADDR-HIST-RECORD
010500         INVALID KEY
010600             REWRITE CUST-ADDR-HIST-RECORD
010700                 INVALID KEY
010800                     DISPLAY 'ADDR-HIST - ERROR RECORDING ',
010900                         'ADDRESS FOR ', HA-CUST-ID
011000                     CLOSE CUST-ADDR-HIST
011100                     GO TO 1000-EXIT
011200             END-REWRITE
011300     END-WRITE.
011400     CLOSE CUST-ADDR-HIST.
011500     MOVE HA-AS-OF-DATE TO HA-EFF-DATE.
011600     SET HA-ADDR-FOUND TO TRUE.
011700 1000-EXIT.
011800     EXIT.
011900*----------------------------------------------------------
012000* 1100-CHECK-HISTORY - does the customer have any address
012100*     history on file yet?
012200*----------------------------------------------------------
012300 1100-CHECK-HISTORY.
012400     SET WS-HIST-FOUND TO FALSE.
012500     MOVE HA-CUST-ID TO AD-CUST-ID.
012600     MOVE ZERO TO AD-EFF-DATE.
012700     START CUST-ADDR-HIST
012800         KEY IS NOT LESS THAN AD-HIST-KEY
012900         INVALID KEY
013000             GO TO 1100-EXIT
013100     END-START.
013200     READ CUST-ADDR-HIST NEXT RECORD
013300         AT END
013400             GO TO 1100-EXIT
013500     END-READ.
013600     IF AD-CUST-ID = HA-CUST-ID
013700         SET WS-HIST-FOUND TO TRUE
013800     END-IF.
013900 1100-EXIT.
014000     EXIT.
014100*----------------------------------------------------------
014200* 2000-LOOKUP-ADDRESS - the customer's records come back in
014300*     effective-date order; the last one not after the
014400*     as-of date is the address in force.
014500*----------------------------------------------------------
014600 2000-LOOKUP-ADDRESS.
014700     OPEN INPUT CUST-ADDR-HIST.
014800     IF AD-FILE-STATUS NOT = '00'
014900         GO TO 2000-EXIT
015000     END-IF.
015100     MOVE HA-CUST-ID TO AD-CUST-ID.
015200     MOVE ZERO TO AD-EFF-DATE.
015300     START CUST-ADDR-HIST
015400         KEY IS NOT LESS THAN AD-HIST-KEY
015500         INVALID KEY
015600             CLOSE CUST-ADDR-HIST
015700             GO TO 2000-EXIT
015800     END-START.
015900     SET WS-SCAN-DONE TO FALSE.
016000     PERFORM 2100-READ-ONE-ADDRESS THRU 2100-EXIT
016100         UNTIL WS-SCAN-DONE.
016200     CLOSE CUST-ADDR-HIST.
016300 2000-EXIT.
016400     EXIT.
016500*----------------------------------------------------------
016600* 2100-READ-ONE-ADDRESS
016700*----------------------------------------------------------
016800 2100-READ-ONE-ADDRESS.
016900     READ CUST-ADDR-HIST NEXT RECORD
017000         AT END
017100             SET WS-SCAN-DONE TO TRUE
017200             GO TO 2100-EXIT
017300     END-READ.
017400     IF AD-CUST-ID NOT = HA-CUST-ID
017500             OR AD-EFF-DATE > HA-AS-OF-DATE
017600         SET WS-SCAN-DONE TO TRUE
017700         GO TO 2100-EXIT
017800     END-IF.
017900     MOVE AD-ADDRESS TO HA-ADDRESS.
018000     MOVE AD-EFF-DATE TO HA-EFF-DATE.
018100     SET HA-ADDR-FOUND TO TRUE.
018200 2100-EXIT.
018300     EXIT.
