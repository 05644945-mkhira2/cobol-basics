000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTAKE-SVC.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Inbound file register service - the receiving side of
000900* XMIT-REG. The file named in the call is read under its
001000* logical name, counted, and hashed record by record
001100* through CHAIN-SVC's compute function, and the INTKREG
001200* register is searched for an entry of the same name with
001300* the same count and hash:
001400*   'R' registers the file as arrived (INTAKE-REG), unless
001500*       it is already registered and waiting, or its
001600*       content was already processed - a duplicate, which
001700*       is logged 'D' and refused;
001800*   'V' lets a loading program process the file only when
001900*       its content is registered and not yet processed;
002000*   'P' records that the loading program processed it.
002100* The register is appended to, never rewritten; opening
002200* and closing per call keeps it whole on disk even when a
002300* caller later abends, like ACT-LOG.
002400*----------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE        INIT  DESCRIPTION
002700*    2026-10-15   DN   Original program.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT INTAKE-FILE ASSIGN TO WS-INTAKE-NAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS IF-FILE-STATUS.
003500     SELECT INTAKE-REGISTER ASSIGN TO 'INTKREG'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS IR-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  INTAKE-FILE
004200     LABEL RECORDS ARE STANDARD.
004300 01  INTAKE-FILE-RECORD          PIC X(256).
004400*
004500 FD  INTAKE-REGISTER
004600     LABEL RECORDS ARE STANDARD.
004700     COPY "intkreg.cpy".
004800*
004900 WORKING-STORAGE SECTION.
005000 COPY "chainpm.cpy".
005100 01  IF-FILE-STATUS              PIC X(02).
005200 01  IR-FILE-STATUS              PIC X(02).
005300 01  WS-INTAKE-NAME              PIC X(10).
005400*
005500 01  WS-FILE-EOF-SW              PIC X(01).
005600     88  WS-FILE-EOF             VALUE 'Y' FALSE 'N'.
005700 01  WS-REG-EOF-SW               PIC X(01).
005800     88  WS-REG-EOF              VALUE 'Y' FALSE 'N'.
005900*
006000*    Where the content last stood on the register: nothing,
006100*    registered, or processed (and under which date).
006200 01  WS-MATCH-SW                 PIC X(01).
006300     88  WS-MATCH-NONE           VALUE 'N'.
006400     88  WS-MATCH-REGISTERED     VALUE 'R'.
006500     88  WS-MATCH-PROCESSED      VALUE 'P'.
006600 01  WS-MATCH-DATE               PIC 9(08).
006700 01  WS-MATCH-SENDER             PIC X(12).
006800*
006810 LINKAGE SECTION.
006820 COPY "intkpm.cpy".
006830*
006900 PROCEDURE DIVISION USING INTAKE-SVC-PARMS.
007000*----------------------------------------------------------
007100* 0000-MAINLINE - 'P' records the count and hash its 'V'
007200*     handed back; 'R' and 'V' read the file afresh.
007300*----------------------------------------------------------
007400 0000-MAINLINE.
007500     SET IK-ARRIVED TO FALSE.
007600     MOVE 0 TO IK-PRIOR-DATE.
007700     IF IK-FUNC-PROCESSED
007800         MOVE SPACES TO WS-MATCH-SENDER
007900         PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT
008000         PERFORM 3000-WRITE-ENTRY THRU 3000-EXIT
008100         MOVE 'A' TO IK-RESULT
008200         GOBACK
008300     END-IF.
008400     PERFORM 1000-HASH-FILE THRU 1000-EXIT.
008500     PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT.
008600     IF IK-MISSING
008700         GOBACK
008800     END-IF.
009000     EVALUATE TRUE
009100         WHEN IK-FUNC-REGISTER
009200             PERFORM 4000-REGISTER THRU 4000-EXIT
009300         WHEN IK-FUNC-VERIFY
009400             PERFORM 5000-VERIFY THRU 5000-EXIT
009500         WHEN OTHER
009600             CONTINUE
009700     END-EVALUATE.
009800     GOBACK.
009900*----------------------------------------------------------
010000* 1000-HASH-FILE - record count and content hash of the
010100*     file now on disk under the name called.
010200*----------------------------------------------------------
010300 1000-HASH-FILE.
010400     MOVE 0 TO IK-RECORD-COUNT IK-CONTENT-HASH.
010500     MOVE IK-FILE-NAME TO WS-INTAKE-NAME.
010600     OPEN INPUT INTAKE-FILE.
010700     IF IF-FILE-STATUS NOT = '00'
010800         MOVE 'M' TO IK-RESULT
010900         GO TO 1000-EXIT
011000     END-IF.
011100     MOVE SPACES TO IK-RESULT.
011200     SET CV-FUNC-COMPUTE TO TRUE.
011300     MOVE IK-FILE-NAME TO CV-LOG-ID.
011400     SET WS-FILE-EOF TO FALSE.
011500     PERFORM 1100-HASH-ONE-RECORD THRU 1100-EXIT
011600         UNTIL WS-FILE-EOF.
011700     CLOSE INTAKE-FILE.
011800 1000-EXIT.
011900     EXIT.
012000*----------------------------------------------------------
012100* 1100-HASH-ONE-RECORD
012200*----------------------------------------------------------
012300 1100-HASH-ONE-RECORD.
012400     MOVE SPACES TO INTAKE-FILE-RECORD.
012500     READ INTAKE-FILE
012600         AT END
012700             SET WS-FILE-EOF TO TRUE
012800             GO TO 1100-EXIT
012900     END-READ.
013000     ADD 1 TO IK-RECORD-COUNT.
013100     MOVE IK-CONTENT-HASH TO CV-PRIOR-CHAIN.
013200     MOVE INTAKE-FILE-RECORD TO CV-RECORD.
013300     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
013400     MOVE CV-CHAIN-VALUE TO IK-CONTENT-HASH.
013500 1100-EXIT.
013600     EXIT.
013700*----------------------------------------------------------
013800* 2000-SCAN-REGISTER - the latest standing of this content
013900*     under this name, and whether any file of the name
014000*     arrived under the business date. A 'D' entry only
014100*     records a refusal and changes nothing.
014200*----------------------------------------------------------
014300 2000-SCAN-REGISTER.
014400     SET WS-MATCH-NONE TO TRUE.
014500     MOVE 0 TO WS-MATCH-DATE.
014600     OPEN INPUT INTAKE-REGISTER.
014700     IF IR-FILE-STATUS NOT = '00'
014800         GO TO 2000-EXIT
014900     END-IF.
015000     SET WS-REG-EOF TO FALSE.
015100     PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
015200         UNTIL WS-REG-EOF.
015300     CLOSE INTAKE-REGISTER.
015400 2000-EXIT.
015500     EXIT.
015600*----------------------------------------------------------
015700* 2100-CHECK-ONE-ENTRY
015800*----------------------------------------------------------
015900 2100-CHECK-ONE-ENTRY.
016000     READ INTAKE-REGISTER
016100         AT END
016200             SET WS-REG-EOF TO TRUE
016300             GO TO 2100-EXIT
016400     END-READ.
016500     IF IR-FILE-NAME NOT = IK-FILE-NAME
016600         OR IR-STAT-DUPLICATE
016700         GO TO 2100-EXIT
016800     END-IF.
016900     IF IR-BUSINESS-DATE = IK-BUSINESS-DATE
017000         SET IK-ARRIVED TO TRUE
017100     END-IF.
017200     IF IR-RECORD-COUNT NOT = IK-RECORD-COUNT
017300         OR IR-CONTENT-HASH NOT = IK-CONTENT-HASH
017400         GO TO 2100-EXIT
017500     END-IF.
017600     IF IR-STAT-REGISTERED
017700         SET WS-MATCH-REGISTERED TO TRUE
017800         MOVE IR-SENDER TO WS-MATCH-SENDER
017900     ELSE
018000         SET WS-MATCH-PROCESSED TO TRUE
018100     END-IF.
018200     MOVE IR-BUSINESS-DATE TO WS-MATCH-DATE.
018300 2100-EXIT.
018400     EXIT.
018500*----------------------------------------------------------
018600* 3000-WRITE-ENTRY - the entry's status follows from the
018700*     function called and the answer reached.
018800*----------------------------------------------------------
018900 3000-WRITE-ENTRY.
019000     OPEN EXTEND INTAKE-REGISTER.
019100     IF IR-FILE-STATUS = '35'
019200         OPEN OUTPUT INTAKE-REGISTER
019300     END-IF.
019400     MOVE SPACES TO INTAKE-REGISTER-RECORD.
019500     MOVE IK-FILE-NAME TO IR-FILE-NAME.
019600     IF IK-SENDER NOT = SPACES
019700         MOVE IK-SENDER TO IR-SENDER
019800     ELSE
019900         MOVE WS-MATCH-SENDER TO IR-SENDER
020000     END-IF.
020100     MOVE IK-BUSINESS-DATE TO IR-BUSINESS-DATE.
020200     ACCEPT IR-ENTRY-DATE FROM DATE YYYYMMDD.
020300     ACCEPT IR-ENTRY-TIME FROM TIME.
020400     MOVE IK-RECORD-COUNT TO IR-RECORD-COUNT.
020500     MOVE IK-CONTENT-HASH TO IR-CONTENT-HASH.
020600     EVALUATE TRUE
020700         WHEN IK-FUNC-PROCESSED
020800             SET IR-STAT-PROCESSED TO TRUE
020900         WHEN IK-DUPLICATE
021000             SET IR-STAT-DUPLICATE TO TRUE
021100         WHEN OTHER
021200             SET IR-STAT-REGISTERED TO TRUE
021300     END-EVALUATE.
021400     MOVE IK-PROGRAM TO IR-PROGRAM.
021500     MOVE IK-PRIOR-DATE TO IR-PRIOR-DATE.
021600     WRITE INTAKE-REGISTER-RECORD.
021700     CLOSE INTAKE-REGISTER.
021800 3000-EXIT.
021900     EXIT.
022000*----------------------------------------------------------
022100* 4000-REGISTER - a content processed before under another
022200*     business date is a duplicate delivery, refused and
022300*     logged; under this date it is the file already loaded
022400*     tonight, still on disk.
022500*----------------------------------------------------------
022600 4000-REGISTER.
022700     EVALUATE TRUE
022800         WHEN WS-MATCH-REGISTERED
022900             MOVE 'W' TO IK-RESULT
023000         WHEN WS-MATCH-PROCESSED
023100             AND WS-MATCH-DATE = IK-BUSINESS-DATE
023200             MOVE 'X' TO IK-RESULT
023300         WHEN WS-MATCH-PROCESSED
023400             MOVE 'D' TO IK-RESULT
023500             MOVE WS-MATCH-DATE TO IK-PRIOR-DATE
023600             PERFORM 3000-WRITE-ENTRY THRU 3000-EXIT
023700         WHEN OTHER
023800             MOVE 'A' TO IK-RESULT
023900             PERFORM 3000-WRITE-ENTRY THRU 3000-EXIT
024000             SET IK-ARRIVED TO TRUE
024100     END-EVALUATE.
024200 4000-EXIT.
024300     EXIT.
024400*----------------------------------------------------------
024500* 5000-VERIFY
024600*----------------------------------------------------------
024700 5000-VERIFY.
024800     EVALUATE TRUE
024900         WHEN WS-MATCH-REGISTERED
025000             MOVE 'A' TO IK-RESULT
025100             MOVE WS-MATCH-SENDER TO IK-SENDER
025200         WHEN WS-MATCH-PROCESSED
025300             MOVE 'D' TO IK-RESULT
025400             MOVE WS-MATCH-DATE TO IK-PRIOR-DATE
025500         WHEN OTHER
025600             MOVE 'U' TO IK-RESULT
025700     END-EVALUATE.
025800 5000-EXIT.
025900     EXIT.
