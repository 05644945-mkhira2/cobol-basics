000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     WATCH-SCREEN.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Callable compliance screen of a customer against the
000900* WATCHLST restricted-party watch list, called wherever a
001000* customer is created, renamed, or given a new address.
001100* A name is screened against every listed name and alias
001200* two ways: exactly, through the NAME-FORMAT compare that
001300* ignores case and punctuation, and by sound, both name
001400* parts' NAME-FORMAT phonetic keys agreeing with the
001500* listed ones. An address is screened against every
001600* listed address on line 1 and the five-digit ZIP. Every
001700* screen, clear or not, goes on the SCRNLOG screening log.
001800* A possible hit - or a list that cannot be read - holds
001900* the customer Pending review on CUSTSTAT and queues a
002000* screening item on APPRQUE, where a supervisor clears or
002100* confirms it through APPR-REVIEW. Opening and closing per
002200* call, as ACT-LOG does, keeps the log whole on disk.
002300*----------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE        INIT  DESCRIPTION
002600*    2026-10-14   DN   Original program.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT WATCH-LIST ASSIGN TO 'WATCHLST'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS WL-WATCH-KEY
003500         FILE STATUS IS WL-FILE-STATUS.
003600     SELECT SCREENING-LOG ASSIGN TO 'SCRNLOG'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WG-FILE-STATUS.
003900     SELECT CUST-STATUS ASSIGN TO 'CUSTSTAT'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CS-STATUS-KEY
004300         FILE STATUS IS CS-FILE-STATUS.
004400     SELECT APPROVAL-QUEUE ASSIGN TO 'APPRQUE'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS AQ-FILE-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  WATCH-LIST
005100     LABEL RECORDS ARE STANDARD.
005200     COPY "watchlst.cpy".
005300*
005400 FD  SCREENING-LOG
005500     LABEL RECORDS ARE STANDARD.
005600     COPY "scrnlog.cpy".
005700*
005800 FD  CUST-STATUS
005900     LABEL RECORDS ARE STANDARD.
006000     COPY "custstat.cpy".
006100*
006200 FD  APPROVAL-QUEUE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "apprqrec.cpy".
006500*
006600 WORKING-STORAGE SECTION.
006700 COPY "namefmpm.cpy".
006800*
006900 01  WL-FILE-STATUS          PIC X(02).
007000 01  WG-FILE-STATUS          PIC X(02).
007100 01  CS-FILE-STATUS          PIC X(02).
007200 01  AQ-FILE-STATUS          PIC X(02).
007300*
007400 01  WS-LIST-EOF-SW          PIC X(01).
007500     88  WS-LIST-EOF         VALUE 'Y' FALSE 'N'.
007600 01  WS-SCREEN-NAME-SW       PIC X(01).
007700     88  WS-SCREEN-NAME      VALUE 'Y' FALSE 'N'.
007800 01  WS-SCREEN-ADDR-SW       PIC X(01).
007900     88  WS-SCREEN-ADDR      VALUE 'Y' FALSE 'N'.
008000*
008100 01  WS-LAST-PHON-KEY        PIC X(04).
008200 01  WS-FIRST-PHON-KEY       PIC X(04).
008300 01  WS-CUST-ADDR-LINE-1     PIC X(30).
008400 01  WS-LIST-ADDR-LINE-1     PIC X(30).
008500*
008600 LINKAGE SECTION.
008700 COPY "wchscrpm.cpy".
008800*
008900 PROCEDURE DIVISION USING WATCH-SCREEN-PARMS.
009000*----------------------------------------------------------
009100* 0000-MAINLINE
009200*----------------------------------------------------------
009300 0000-MAINLINE.
009400     SET WC-RESULT-CLEAR TO TRUE.
009500     MOVE SPACE TO WC-MATCH-TYPE.
009600     MOVE ZERO TO WC-ENTRY-ID.
009700     MOVE SPACES TO WC-MATCHED-TEXT.
009800     PERFORM 1000-PREPARE-SCREEN THRU 1000-EXIT.
009900     OPEN INPUT WATCH-LIST.
010000     IF WL-FILE-STATUS NOT = '00'
010100         SET WC-RESULT-HIT TO TRUE
010200         SET WC-MATCH-NO-LIST TO TRUE
010300         MOVE 'WATCH LIST NOT AVAILABLE' TO WC-MATCHED-TEXT
010400         GO TO 0000-DISPOSE
010500     END-IF.
010600     SET WS-LIST-EOF TO FALSE.
010700     PERFORM 2000-CHECK-ONE-LINE THRU 2000-EXIT
010800         UNTIL WS-LIST-EOF.
010900     CLOSE WATCH-LIST.
011000 0000-DISPOSE.
011100     IF WC-RESULT-HIT
011200         IF NOT WC-HOLD-BY-CALLER
011300             PERFORM 3000-HOLD-CUSTOMER THRU 3000-EXIT
011400         END-IF
011500         PERFORM 3100-QUEUE-REVIEW THRU 3100-EXIT
011600     END-IF.
011700     PERFORM 4000-LOG-SCREEN THRU 4000-EXIT.
011800     GOBACK.
011900*----------------------------------------------------------
012000* 1000-PREPARE-SCREEN - which halves of the customer the
012100*     trigger screens, and the sounds-like keys of the
012200*     name parts to hold against the listed keys.
012300*----------------------------------------------------------
012400 1000-PREPARE-SCREEN.
012500     SET WS-SCREEN-NAME TO FALSE.
012600     SET WS-SCREEN-ADDR TO FALSE.
012700     IF WC-TRIG-NEW OR WC-TRIG-RENAME
012800         SET WS-SCREEN-NAME TO TRUE
012900     END-IF.
013000     IF (WC-TRIG-NEW OR WC-TRIG-ADDRESS)
013100             AND WC-ADDR-LINE-1 NOT = SPACES
013200         SET WS-SCREEN-ADDR TO TRUE
013300     END-IF.
013400     SET NF-FUNC-PHONETIC TO TRUE.
013500     MOVE WC-LAST-NAME TO NF-LAST-NAME.
013600     CALL 'NAME-FORMAT' USING NAME-FORMAT-PARMS.
013700     MOVE NF-PHONETIC-KEY TO WS-LAST-PHON-KEY.
013800     SET NF-FUNC-PHONETIC TO TRUE.
013900     MOVE WC-FIRST-NAME TO NF-LAST-NAME.
014000     CALL 'NAME-FORMAT' USING NAME-FORMAT-PARMS.
014100     MOVE NF-PHONETIC-KEY TO WS-FIRST-PHON-KEY.
014200     MOVE WC-ADDR-LINE-1 TO WS-CUST-ADDR-LINE-1.
014300     INSPECT WS-CUST-ADDR-LINE-1
014400         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
014500                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
014600 1000-EXIT.
014700     EXIT.
014800*----------------------------------------------------------
014900* 2000-CHECK-ONE-LINE - hold one list line against the
015000*     customer. An exact name hit ends the scan; a
015100*     sounds-like or address hit is kept while the rest of
015200*     the list is still searched for an exact one.
015300*----------------------------------------------------------
015400 2000-CHECK-ONE-LINE.
015500     READ WATCH-LIST NEXT RECORD
015600         AT END
015700             SET WS-LIST-EOF TO TRUE
015800             GO TO 2000-EXIT
015900     END-READ.
016000     IF WL-LINE-ADDRESS
016100         IF WS-SCREEN-ADDR AND WC-RESULT-CLEAR
016200             PERFORM 2200-CHECK-ADDRESS THRU 2200-EXIT
016300         END-IF
016400         GO TO 2000-EXIT
016500     END-IF.
016600     IF NOT WS-SCREEN-NAME
016700         GO TO 2000-EXIT
016800     END-IF.
016900     SET NF-FUNC-COMPARE TO TRUE.
017000     MOVE WC-CUST-NAME TO NF-CUST-NAME.
017100     MOVE WL-FULL-NAME TO NF-COMPARE-NAME.
017200     CALL 'NAME-FORMAT' USING NAME-FORMAT-PARMS.
017300     IF NF-NAMES-MATCH
017400         SET WC-RESULT-HIT TO TRUE
017500         SET WC-MATCH-EXACT TO TRUE
017600         MOVE WL-ENTRY-ID TO WC-ENTRY-ID
017700         MOVE WL-FULL-NAME TO WC-MATCHED-TEXT
017800         SET WS-LIST-EOF TO TRUE
017900         GO TO 2000-EXIT
018000     END-IF.
018100     IF WC-RESULT-CLEAR
018200             AND WL-LAST-PHON-KEY = WS-LAST-PHON-KEY
018300             AND WL-FIRST-PHON-KEY = WS-FIRST-PHON-KEY
018400         SET WC-RESULT-HIT TO TRUE
018500         SET WC-MATCH-SOUNDS TO TRUE
018600         MOVE WL-ENTRY-ID TO WC-ENTRY-ID
018700         MOVE WL-FULL-NAME TO WC-MATCHED-TEXT
018800     END-IF.
018900 2000-EXIT.
019000     EXIT.
019100*----------------------------------------------------------
019200* 2200-CHECK-ADDRESS - line 1 ignoring case, and the
019300*     five-digit ZIP.
019400*----------------------------------------------------------
019500 2200-CHECK-ADDRESS.
019600     IF WL-ZIP-CODE (1:5) NOT = WC-ZIP-CODE (1:5)
019700         GO TO 2200-EXIT
019800     END-IF.
019900     MOVE WL-ADDR-LINE-1 TO WS-LIST-ADDR-LINE-1.
020000     INSPECT WS-LIST-ADDR-LINE-1
020100         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
020200                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
020300     IF WS-LIST-ADDR-LINE-1 = WS-CUST-ADDR-LINE-1
020400         SET WC-RESULT-HIT TO TRUE
020500         SET WC-MATCH-ADDRESS TO TRUE
020600         MOVE WL-ENTRY-ID TO WC-ENTRY-ID
020700         MOVE WL-ADDR-LINE-1 TO WC-MATCHED-TEXT
020800     END-IF.
020900 2200-EXIT.
021000     EXIT.
021100*----------------------------------------------------------
021200* 3000-HOLD-CUSTOMER - Pending review from today, stamped
021300*     with the operator whose entry raised the hit.
021400*----------------------------------------------------------
021500 3000-HOLD-CUSTOMER.
021600     OPEN I-O CUST-STATUS.
021700     IF CS-FILE-STATUS = '35'
021800         OPEN OUTPUT CUST-STATUS
021900         CLOSE CUST-STATUS
022000         OPEN I-O CUST-STATUS
022100     END-IF.
022200     IF CS-FILE-STATUS NOT = '00'
022300         DISPLAY 'WATCH-SCREEN - CUSTSTAT NOT AVAILABLE - ',
022400             'STATUS ', CS-FILE-STATUS
022500         GO TO 3000-EXIT
022600     END-IF.
022700     MOVE SPACES TO CUST-STATUS-RECORD.
022800     MOVE WC-CUST-ID TO CS-CUST-ID.
022900     MOVE WC-RUN-DATE TO CS-EFF-DATE.
023000     SET CS-STATUS-PENDING TO TRUE.
023100     MOVE WC-OPERATOR-ID TO CS-CHANGE-OPER.
023200     WRITE CUST-STATUS-RECORD
023300         INVALID KEY
023400             REWRITE CUST-STATUS-RECORD
023500     END-WRITE.
023600     CLOSE CUST-STATUS.
023700 3000-EXIT.
023800     EXIT.
023900*----------------------------------------------------------
024000* 3100-QUEUE-REVIEW - the screening item a supervisor
024100*     clears or confirms through APPR-REVIEW.
024200*----------------------------------------------------------
024300 3100-QUEUE-REVIEW.
024400     OPEN EXTEND APPROVAL-QUEUE.
024500     IF AQ-FILE-STATUS = '35'
024600         OPEN OUTPUT APPROVAL-QUEUE
024700     END-IF.
024800     MOVE SPACES TO APPROVAL-QUEUE-RECORD.
024900     SET AQ-ACTION-SCREEN TO TRUE.
025000     SET AQ-STAT-PENDING TO TRUE.
025100     MOVE WC-RUN-DATE TO AQ-REQUEST-DATE.
025200     ACCEPT AQ-REQUEST-TIME FROM TIME.
025300     MOVE WC-OPERATOR-ID TO AQ-REQUEST-OPER.
025400     MOVE WC-CUST-ID TO AQ-CUST-ID.
025500     MOVE WC-ENTRY-ID TO AQ-WATCH-ENTRY-ID.
025600     MOVE ZERO TO AQ-DECIDE-DATE.
025700     MOVE WC-MATCH-TYPE TO AQ-MATCH-TYPE.
025800     WRITE APPROVAL-QUEUE-RECORD.
025900     CLOSE APPROVAL-QUEUE.
026000 3100-EXIT.
026100     EXIT.
026200*----------------------------------------------------------
026300* 4000-LOG-SCREEN - the screening record, whatever the
026400*     result.
026500*----------------------------------------------------------
026600 4000-LOG-SCREEN.
026700     OPEN EXTEND SCREENING-LOG.
026800     IF WG-FILE-STATUS = '35'
026900         OPEN OUTPUT SCREENING-LOG
027000     END-IF.
027100     MOVE SPACES TO SCREENING-LOG-RECORD.
027200     MOVE WC-RUN-DATE TO WG-SCREEN-DATE.
027300     ACCEPT WG-SCREEN-TIME FROM TIME.
027400     MOVE WC-CUST-ID TO WG-CUST-ID.
027500     MOVE WC-SOURCE-PGM TO WG-SOURCE-PGM.
027600     MOVE WC-OPERATOR-ID TO WG-OPERATOR-ID.
027700     MOVE WC-TRIGGER TO WG-TRIGGER.
027800     MOVE WC-RESULT TO WG-RESULT.
027900     MOVE WC-MATCH-TYPE TO WG-MATCH-TYPE.
028000     MOVE WC-ENTRY-ID TO WG-ENTRY-ID.
028100     IF WS-SCREEN-NAME
028200         MOVE WC-CUST-NAME TO WG-SCREENED-NAME
028300     END-IF.
028400     IF WS-SCREEN-ADDR
028500         MOVE WC-ADDR-LINE-1 TO WG-SCREENED-ADDR
028600     END-IF.
028700     WRITE SCREENING-LOG-RECORD.
028800     CLOSE SCREENING-LOG.
028900 4000-EXIT.
029000     EXIT.
