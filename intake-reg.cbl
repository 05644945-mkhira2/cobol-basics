000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTAKE-REG.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Registers tonight's inbound files. Every file on the
000900* INTKEXP expected-file list - USERBATCH, NAMEBATCH and
001000* ABPAIRS for BATCH-EDIT, the CUST-LOAD extract, the NIXIE
001100* returns, STMTACK, the STAT-LOAD match file and the
001200* notification delivery feedback - is looked for under its
001300* logical name and, when present, registered on INTKREG
001400* through INTAKE-SVC with its sender, the business date,
001500* record count and content hash. The loading programs
001600* process only a registered file, and mark it processed.
001700* A file whose content was already processed under an
001800* earlier business date is a duplicate delivery: it is
001900* logged as refused, listed, and ends the run with return
002000* code 8 so the stream holds until the file is pulled. A
002100* file due every business day that has not arrived by its
002200* cut-off is listed as overdue with return code 4. The
002300* step can be run again as late files arrive; a file
002400* already registered or processed is left as it stands.
002500* Everything is listed on INTKRPT.
002600*----------------------------------------------------------
002700*    MODIFICATION HISTORY
002800*    DATE        INIT  DESCRIPTION
002900*    2026-10-15   DN   Original program.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT INTAKE-EXPECTED ASSIGN TO 'INTKEXP'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS IE-FILE-STATUS.
003700     SELECT REPORT-OUT ASSIGN TO 'INTKRPT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS RO-FILE-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  INTAKE-EXPECTED
004400     LABEL RECORDS ARE STANDARD.
004500     COPY "intkexp.cpy".
004600*
004700 FD  REPORT-OUT
004800     LABEL RECORDS ARE STANDARD.
004900 01  REPORT-LINE                 PIC X(132).
005000*
005100 WORKING-STORAGE SECTION.
005200 COPY "rundate.cpy".
005300 COPY "jobhstpm.cpy".
005400 COPY "intkpm.cpy".
005500*
005600 01  IE-FILE-STATUS              PIC X(02).
005700 01  RO-FILE-STATUS              PIC X(02).
005800*
005900 01  WS-EXP-EOF-SW               PIC X(01).
006000     88  WS-EXP-EOF              VALUE 'Y' FALSE 'N'.
006100 01  WS-CUTOFF-PAST-SW           PIC X(01).
006200     88  WS-CUTOFF-PAST          VALUE 'Y' FALSE 'N'.
006300*
006400 01  WS-TODAY                    PIC 9(08).
006500 01  WS-TIME-NOW                 PIC 9(08).
006600 01  WS-TIME-PARTS REDEFINES WS-TIME-NOW.
006700     05  WS-TIME-HHMM            PIC 9(04).
006800     05  FILLER                  PIC 9(04).
006900*
007000 01  WS-EXPECTED-COUNT           PIC 9(05) COMP VALUE 0.
007100 01  WS-REGISTERED-COUNT         PIC 9(05) COMP VALUE 0.
007200 01  WS-DUPLICATE-COUNT          PIC 9(05) COMP VALUE 0.
007300 01  WS-OVERDUE-COUNT            PIC 9(05) COMP VALUE 0.
007400*    Held apart from RETURN-CODE, which every CALL resets.
007500 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
007600*
007700 01  RPT-HEADER-LINE.
007800     05  FILLER                  PIC X(30) VALUE
007900         'INBOUND FILE INTAKE REGISTER'.
008000     05  FILLER                  PIC X(15) VALUE
008100         'BUSINESS DATE: '.
008200     05  HDR-RUN-DATE            PIC 9999/99/99.
008300*
008400 01  RPT-COLUMN-LINE.
008500     05  FILLER                  PIC X(11) VALUE 'FILE'.
008600     05  FILLER                  PIC X(14) VALUE 'SENDER'.
008700     05  FILLER                  PIC X(42) VALUE 'INTAKE'.
008800     05  FILLER                  PIC X(14) VALUE
008900         '      RECORDS'.
009000     05  FILLER                  PIC X(12) VALUE
009100         '        HASH'.
009200*
009300 01  RPT-DETAIL-LINE.
009400     05  RPD-FILE-NAME           PIC X(10).
009500     05  FILLER                  PIC X(01) VALUE SPACES.
009600     05  RPD-SENDER              PIC X(12).
009700     05  FILLER                  PIC X(02) VALUE SPACES.
009800     05  RPD-RESULT              PIC X(42).
009900     05  RPD-RECORDS             PIC ZZZ,ZZZ,ZZ9.
010000     05  FILLER                  PIC X(03) VALUE SPACES.
010100     05  RPD-HASH                PIC 9(09).
010200*
010300 01  WS-RESULT-TEXT.
010400     05  WS-RESULT-LABEL         PIC X(32).
010500     05  WS-RESULT-DATE          PIC 9999/99/99.
010600 01  WS-CUTOFF-TEXT REDEFINES WS-RESULT-TEXT.
010700     05  FILLER                  PIC X(32).
010800     05  WS-RESULT-CUTOFF        PIC 99B99.
010900     05  FILLER                  PIC X(05).
011000*
011100 01  RPT-TOTAL-LINE.
011200     05  FILLER                  PIC X(16) VALUE
011300         'FILES EXPECTED: '.
011400     05  RPT-EXPECTED            PIC ZZ9.
011500     05  FILLER                  PIC X(16) VALUE
011600         '   REGISTERED: '.
011700     05  RPT-REGISTERED          PIC ZZ9.
011800     05  FILLER                  PIC X(16) VALUE
011900         '   DUPLICATES: '.
012000     05  RPT-DUPLICATES          PIC ZZ9.
012100     05  FILLER                  PIC X(13) VALUE
012200         '   OVERDUE: '.
012300     05  RPT-OVERDUE             PIC ZZ9.
012400*
012500 PROCEDURE DIVISION.
012600*----------------------------------------------------------
012700* 0000-MAINLINE
012800*----------------------------------------------------------
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     PERFORM 2000-READ-EXPECTED THRU 2000-EXIT.
013200     PERFORM 3000-REGISTER-ONE-FILE THRU 3000-EXIT
013300         UNTIL WS-EXP-EOF.
013400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013500     MOVE WS-RETURN-CODE TO RETURN-CODE.
013600     GOBACK.
013700*----------------------------------------------------------
013800* 1000-INITIALIZE - a cut-off has passed once the clock
013900*     reads past it, or the business date is behind the
014000*     calendar (the stream running after midnight).
014100*----------------------------------------------------------
014200 1000-INITIALIZE.
014300     CALL 'BUS-DATE' USING WS-RUN-DATE.
014400     SET JB-FUNC-START TO TRUE.
014500     MOVE 'INTAKE-REG' TO JB-PROGRAM-ID.
014600     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
014700     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
014800     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
014900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
015000     ACCEPT WS-TIME-NOW FROM TIME.
015100     OPEN OUTPUT REPORT-OUT.
015200     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
015300     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
015400     MOVE ALL '-' TO REPORT-LINE.
015500     WRITE REPORT-LINE.
015600     WRITE REPORT-LINE FROM RPT-COLUMN-LINE.
015700     SET WS-EXP-EOF TO FALSE.
015800     OPEN INPUT INTAKE-EXPECTED.
015900     IF IE-FILE-STATUS NOT = '00'
016000         DISPLAY 'INTAKE-REG - NO EXPECTED-FILE LIST (INTKEXP) ',
016100             '- NOTHING REGISTERED'
016200         SET WS-EXP-EOF TO TRUE
016300         MOVE 8 TO WS-RETURN-CODE
016400     END-IF.
016500 1000-EXIT.
016600     EXIT.
016700*----------------------------------------------------------
016800* 2000-READ-EXPECTED
016900*----------------------------------------------------------
017000 2000-READ-EXPECTED.
017100     IF NOT WS-EXP-EOF
017200         READ INTAKE-EXPECTED
017300             AT END
017400                 SET WS-EXP-EOF TO TRUE
017500         END-READ
017600     END-IF.
017700 2000-EXIT.
017800     EXIT.
017900*----------------------------------------------------------
018000* 3000-REGISTER-ONE-FILE
018100*----------------------------------------------------------
018200 3000-REGISTER-ONE-FILE.
018300     IF IE-FILE-NAME = SPACES
018400         GO TO 3000-READ-NEXT
018500     END-IF.
018600     ADD 1 TO WS-EXPECTED-COUNT.
018700     SET IK-FUNC-REGISTER TO TRUE.
018800     MOVE IE-FILE-NAME TO IK-FILE-NAME.
018900     MOVE IE-SENDER TO IK-SENDER.
019000     MOVE WS-RUN-DATE TO IK-BUSINESS-DATE.
019100     MOVE 'INTAKE-REG' TO IK-PROGRAM.
019200     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
019300     MOVE SPACES TO WS-RESULT-TEXT.
019400     EVALUATE TRUE
019500         WHEN IK-ACCEPTED
019600             ADD 1 TO WS-REGISTERED-COUNT
019700             MOVE 'REGISTERED' TO WS-RESULT-LABEL
019800         WHEN IK-AWAITING
019900             MOVE 'REGISTERED EARLIER - AWAITING LOAD'
020000                 TO WS-RESULT-LABEL
020100         WHEN IK-DONE-TODAY
020200             MOVE 'ALREADY PROCESSED TONIGHT'
020300                 TO WS-RESULT-LABEL
020400         WHEN IK-DUPLICATE
020500             PERFORM 3100-NOTE-DUPLICATE THRU 3100-EXIT
020600         WHEN OTHER
020700             PERFORM 3200-NOTE-MISSING THRU 3200-EXIT
020800     END-EVALUATE.
020900     MOVE IE-FILE-NAME TO RPD-FILE-NAME.
021000     MOVE IE-SENDER TO RPD-SENDER.
021100     MOVE WS-RESULT-TEXT TO RPD-RESULT.
021200     MOVE IK-RECORD-COUNT TO RPD-RECORDS.
021300     MOVE IK-CONTENT-HASH TO RPD-HASH.
021400     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
021500 3000-READ-NEXT.
021600     PERFORM 2000-READ-EXPECTED THRU 2000-EXIT.
021700 3000-EXIT.
021800     EXIT.
021900*----------------------------------------------------------
022000* 3100-NOTE-DUPLICATE - INTAKE-SVC has logged the refusal;
022100*     the loader will refuse the file too, but the stream
022200*     holds so it is pulled before anything else trips on
022300*     it.
022400*----------------------------------------------------------
022500 3100-NOTE-DUPLICATE.
022600     ADD 1 TO WS-DUPLICATE-COUNT.
022700     MOVE 'DUPLICATE - REFUSED, PROCESSED' TO WS-RESULT-LABEL.
022800     MOVE IK-PRIOR-DATE TO WS-RESULT-DATE.
022900     MOVE 8 TO WS-RETURN-CODE.
023000     DISPLAY 'INTAKE-REG - ', IE-FILE-NAME, ' FROM ',
023100         IE-SENDER, ' DUPLICATES THE FILE PROCESSED ',
023200         IK-PRIOR-DATE, ' - REFUSED'.
023300 3100-EXIT.
023400     EXIT.
023500*----------------------------------------------------------
023600* 3200-NOTE-MISSING - not on disk: received already under
023700*     this date, not sent (on request), not yet due, or
023800*     overdue.
023900*----------------------------------------------------------
024000 3200-NOTE-MISSING.
024100     IF IK-ARRIVED
024200         MOVE 'RECEIVED - NO LONGER ON DISK' TO WS-RESULT-LABEL
024300         GO TO 3200-EXIT
024400     END-IF.
024500     IF IE-ON-REQUEST
024600         MOVE 'NOT SENT' TO WS-RESULT-LABEL
024700         GO TO 3200-EXIT
024800     END-IF.
024900     SET WS-CUTOFF-PAST TO FALSE.
025000     IF WS-TODAY > WS-RUN-DATE
025100         OR WS-TIME-HHMM NOT < IE-CUTOFF-TIME
025200         SET WS-CUTOFF-PAST TO TRUE
025300     END-IF.
025400     MOVE IE-CUTOFF-TIME TO WS-RESULT-CUTOFF.
025500     INSPECT WS-RESULT-CUTOFF REPLACING ALL SPACE BY ':'.
025600     IF NOT WS-CUTOFF-PAST
025700         MOVE 'NOT YET ARRIVED - CUT-OFF' TO WS-RESULT-LABEL
025800         GO TO 3200-EXIT
025900     END-IF.
026000     ADD 1 TO WS-OVERDUE-COUNT.
026100     MOVE '*** OVERDUE - CUT-OFF WAS' TO WS-RESULT-LABEL.
026200     IF WS-RETURN-CODE < 4
026300         MOVE 4 TO WS-RETURN-CODE
026400     END-IF.
026500     DISPLAY 'INTAKE-REG - ', IE-FILE-NAME, ' FROM ',
026600         IE-SENDER, ' OVERDUE - CUT-OFF ', IE-CUTOFF-TIME.
026700 3200-EXIT.
026800     EXIT.
026900*----------------------------------------------------------
027000* 9000-TERMINATE
027100*----------------------------------------------------------
027200 9000-TERMINATE.
027300     IF IE-FILE-STATUS = '00' OR IE-FILE-STATUS = '10'
027400         CLOSE INTAKE-EXPECTED
027500     END-IF.
027600     MOVE SPACES TO REPORT-LINE.
027700     WRITE REPORT-LINE.
027800     MOVE WS-EXPECTED-COUNT TO RPT-EXPECTED.
027900     MOVE WS-REGISTERED-COUNT TO RPT-REGISTERED.
028000     MOVE WS-DUPLICATE-COUNT TO RPT-DUPLICATES.
028100     MOVE WS-OVERDUE-COUNT TO RPT-OVERDUE.
028200     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
028300     CLOSE REPORT-OUT.
028400     DISPLAY 'INTAKE-REG - REGISTERED ', WS-REGISTERED-COUNT,
028500         ' DUPLICATES ', WS-DUPLICATE-COUNT,
028600         ' OVERDUE ', WS-OVERDUE-COUNT.
028700     SET JB-FUNC-END TO TRUE.
028800     MOVE WS-REGISTERED-COUNT TO JB-RECORD-COUNT.
028900     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
029000     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
029100 9000-EXIT.
029200     EXIT.
