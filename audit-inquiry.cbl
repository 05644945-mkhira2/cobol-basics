000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AUDIT-INQUIRY.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Online inquiry against the live AUDITLOG threshold-
000900* decision trail. The operator selects entries by run-date
001000* range, source reference, and severity band; the matches
001100* list a page at a time, numbered, and any one of them can
001200* be opened to the full entry and drilled down to the
001300* MEASFILE reading behind it - and, where MEAS-CORRECT has
001400* reversed that reading, to the reversal and the corrected
001500* capture. Entries past retention are on AUDITARC, for
001600* LOG-RETRIEVE. Read-only: nothing is written.
001700*----------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-10-15   DN   Original program.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS AL-FILE-STATUS.
002800     SELECT MEASUREMENT-FILE ASSIGN TO 'MEASFILE'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS MS-FILE-STATUS.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  AUDIT-LOG
003500     LABEL RECORDS ARE STANDARD.
003600     COPY "auditrec.cpy".
003700*
003800 FD  MEASUREMENT-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY "measrec.cpy".
004100*
004200 WORKING-STORAGE SECTION.
004300 COPY "rundate.cpy".
004400*
004500 01  AL-FILE-STATUS          PIC X(02).
004600 01  MS-FILE-STATUS          PIC X(02).
004700*
004800 01  WS-EOF-SW               PIC X(01).
004900     88  WS-EOF              VALUE 'Y' FALSE 'N'.
005000 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
005100     88  WS-DONE             VALUE 'Y'.
005200 01  WS-CRITERIA-OK-SW       PIC X(01).
005300     88  WS-CRITERIA-OK      VALUE 'Y' FALSE 'N'.
005400 01  WS-SELECTED-SW          PIC X(01).
005500     88  WS-SELECTED         VALUE 'Y' FALSE 'N'.
005600 01  WS-PICK-DONE-SW         PIC X(01).
005700     88  WS-PICK-DONE        VALUE 'Y' FALSE 'N'.
005800 01  WS-ENTRY-FOUND-SW       PIC X(01).
005900     88  WS-ENTRY-FOUND      VALUE 'Y' FALSE 'N'.
006000*
006100*    Selection criteria. A blank source or severity selects
006200*    every source or band.
006300 01  WS-FROM-DATE-IN         PIC X(08).
006400 01  WS-FROM-DATE REDEFINES WS-FROM-DATE-IN
006500                             PIC 9(08).
006600 01  WS-TO-DATE-IN           PIC X(08).
006700 01  WS-TO-DATE REDEFINES WS-TO-DATE-IN
006800                             PIC 9(08).
006900 01  WS-SEL-SOURCE           PIC X(12).
007000 01  WS-SEL-SEVERITY         PIC X(01).
007100     88  WS-SEL-SEV-VALID    VALUES 'N', 'W', 'C', SPACE.
007200*
007300*    An entry written before the severity band existed
007400*    reads as Normal, the same reading GL-POST applies.
007500 01  WS-ENTRY-SEVERITY       PIC X(01).
007600*
007700 01  WS-MATCH-COUNT          PIC 9(05) COMP VALUE 0.
007800 01  WS-SCAN-COUNT           PIC 9(05) COMP VALUE 0.
007900 01  WS-PAGE-COUNT           PIC 9(02) COMP VALUE 0.
008000 77  WS-PAGE-SIZE            PIC 9(02) COMP VALUE 10.
008100 01  WS-PAGE-REPLY           PIC X(01).
008200 01  WS-PICK-ENTRY           PIC 9(05).
008300*
008400*    The picked entry, held for the MEASFILE drill-down.
008500 01  WS-HOLD-SOURCE          PIC X(12).
008600 01  WS-HOLD-RUN-DATE        PIC 9(08).
008700 01  WS-HOLD-A               PIC S9(03)
008800                             SIGN LEADING SEPARATE.
008900 01  WS-HOLD-B               PIC S9(03)
009000                             SIGN LEADING SEPARATE.
009100*
009200*    The latest capture behind the entry, and the reversal
009300*    and corrected capture MEAS-CORRECT appended for it.
009400 01  WS-READING-FOUND-SW     PIC X(01).
009500     88  WS-READING-FOUND    VALUE 'Y' FALSE 'N'.
009600 01  WS-REVERSAL-FOUND-SW    PIC X(01).
009700     88  WS-REVERSAL-FOUND   VALUE 'Y' FALSE 'N'.
009800 01  WS-CORRECTION-FOUND-SW  PIC X(01).
009900     88  WS-CORRECTION-FOUND VALUE 'Y' FALSE 'N'.
010000 01  WS-RD-DATE              PIC 9(08).
010100 01  WS-RD-TIME              PIC 9(08).
010200 01  WS-RD-OPERATOR          PIC X(08).
010300 01  WS-RD-STATUS            PIC X(01).
010400     88  WS-RD-REVERSED      VALUE 'R'.
010500     88  WS-RD-CORRECTED     VALUE 'C'.
010600 01  WS-RD-CAL-FLAG          PIC X(01).
010700     88  WS-RD-UNVERIFIED    VALUE 'U'.
010800 01  WS-RD-NEG-A             PIC S9(03)
010900                             SIGN LEADING SEPARATE.
011000 01  WS-RD-NEG-B             PIC S9(03)
011100                             SIGN LEADING SEPARATE.
011200 01  WS-RV-DATE              PIC 9(08).
011300 01  WS-RV-TIME              PIC 9(08).
011400 01  WS-RV-OPERATOR          PIC X(08).
011500 01  WS-CR-A                 PIC S9(03)
011600                             SIGN LEADING SEPARATE.
011700 01  WS-CR-B                 PIC S9(03)
011800                             SIGN LEADING SEPARATE.
011900 01  WS-CR-DATE              PIC 9(08).
012000 01  WS-CR-TIME              PIC 9(08).
012100*
012200 01  WS-LIST-HEADER.
012300     05  FILLER              PIC X(24) VALUE
012400         '   NO  RUN DATE   TIME  '.
012500     05  FILLER              PIC X(24) VALUE
012600         ' SOURCE         A     B '.
012700     05  FILLER              PIC X(25) VALUE
012800         '  RESULT SEVERITY  EXC   '.
012900*
013000 01  WS-LIST-LINE.
013100     05  WL-ENTRY-NO         PIC ZZZZ9.
013200     05  FILLER              PIC X(02) VALUE SPACES.
013300     05  WL-RUN-DATE         PIC 9999/99/99.
013400     05  FILLER              PIC X(01) VALUE SPACE.
013500     05  WL-RUN-TIME         PIC 9(06).
013600     05  FILLER              PIC X(01) VALUE SPACE.
013700     05  WL-SOURCE           PIC X(12).
013800     05  FILLER              PIC X(01) VALUE SPACE.
013900     05  WL-VALUE-A          PIC -ZZ9.
014000     05  FILLER              PIC X(02) VALUE SPACES.
014100     05  WL-VALUE-B          PIC -ZZ9.
014200     05  FILLER              PIC X(03) VALUE SPACES.
014300     05  WL-RESULT           PIC -ZZZ9.
014400     05  FILLER              PIC X(01) VALUE SPACE.
014500     05  WL-SEVERITY         PIC X(08).
014600     05  FILLER              PIC X(02) VALUE SPACES.
014700     05  WL-EXCEPTION        PIC X(03).
014800*
014900 PROCEDURE DIVISION.
015000*----------------------------------------------------------
015100* 0000-MAINLINE
015200*----------------------------------------------------------
015300 0000-MAINLINE.
015400     CALL 'BUS-DATE' USING WS-RUN-DATE.
015500     PERFORM 1000-ONE-INQUIRY THRU 1000-EXIT
015600         UNTIL WS-DONE.
015700     GOBACK.
015800*----------------------------------------------------------
015900* 1000-ONE-INQUIRY - one set of criteria: list the matching
016000*     entries, then open as many of them as the operator
016100*     asks for.
016200*----------------------------------------------------------
016300 1000-ONE-INQUIRY.
016400     PERFORM 1100-TAKE-CRITERIA THRU 1100-EXIT.
016500     IF WS-DONE OR NOT WS-CRITERIA-OK
016600         GO TO 1000-EXIT
016700     END-IF.
016800     PERFORM 2000-LIST-ENTRIES THRU 2000-EXIT.
016900     IF WS-MATCH-COUNT = 0
017000         DISPLAY 'NO AUDIT ENTRY MATCHES - ENTRIES PAST ',
017100             'RETENTION ARE ON AUDITARC (LOG-RETRIEVE)'
017200         GO TO 1000-EXIT
017300     END-IF.
017400     SET WS-PICK-DONE TO FALSE.
017500     PERFORM 3000-PICK-ENTRY THRU 3000-EXIT
017600         UNTIL WS-PICK-DONE.
017700 1000-EXIT.
017800     EXIT.
017900*----------------------------------------------------------
018000* 1100-TAKE-CRITERIA - the run-date range defaults to the
018100*     business date; X at the first prompt ends the
018200*     session.
018300*----------------------------------------------------------
018400 1100-TAKE-CRITERIA.
018500     SET WS-CRITERIA-OK TO TRUE.
018600     DISPLAY ' '.
018700     DISPLAY '===== AUDIT LOG INQUIRY ====='.
018800     DISPLAY 'From run date YYYYMMDD (blank = today, ',
018900         'X = exit): '.
019000     ACCEPT WS-FROM-DATE-IN.
019100     IF WS-FROM-DATE-IN = 'X' OR WS-FROM-DATE-IN = 'x'
019200         SET WS-DONE TO TRUE
019300         GO TO 1100-EXIT
019400     END-IF.
019500     IF WS-FROM-DATE-IN = SPACES
019600         MOVE WS-RUN-DATE TO WS-FROM-DATE
019700     END-IF.
019800     IF WS-FROM-DATE-IN IS NOT NUMERIC
019900         DISPLAY 'RUN DATE MUST BE YYYYMMDD'
020000         SET WS-CRITERIA-OK TO FALSE
020100         GO TO 1100-EXIT
020200     END-IF.
020300     DISPLAY 'To run date YYYYMMDD (blank = from date): '.
020400     ACCEPT WS-TO-DATE-IN.
020500     IF WS-TO-DATE-IN = SPACES
020600         MOVE WS-FROM-DATE TO WS-TO-DATE
020700     END-IF.
020800     IF WS-TO-DATE-IN IS NOT NUMERIC
020900         DISPLAY 'RUN DATE MUST BE YYYYMMDD'
021000         SET WS-CRITERIA-OK TO FALSE
021100         GO TO 1100-EXIT
021200     END-IF.
021300     IF WS-TO-DATE < WS-FROM-DATE
021400         DISPLAY 'TO DATE IS BEFORE FROM DATE'
021500         SET WS-CRITERIA-OK TO FALSE
021600         GO TO 1100-EXIT
021700     END-IF.
021800     DISPLAY 'Source reference (blank = all): '.
021900     ACCEPT WS-SEL-SOURCE.
022000     DISPLAY 'Severity N/W/C (blank = all): '.
022100     ACCEPT WS-SEL-SEVERITY.
022200     INSPECT WS-SEL-SEVERITY CONVERTING 'nwc' TO 'NWC'.
022300     IF NOT WS-SEL-SEV-VALID
022400         DISPLAY 'SEVERITY MUST BE N, W, C OR BLANK'
022500         SET WS-CRITERIA-OK TO FALSE
022600     END-IF.
022700 1100-EXIT.
022800     EXIT.
022900*----------------------------------------------------------
023000* 2000-LIST-ENTRIES - one pass of the log, numbering the
023100*     matches in file order; the number is what the
023200*     operator picks by.
023300*----------------------------------------------------------
023400 2000-LIST-ENTRIES.
023500     MOVE 0 TO WS-MATCH-COUNT WS-PAGE-COUNT.
023600     OPEN INPUT AUDIT-LOG.
023700     IF AL-FILE-STATUS NOT = '00'
023800         DISPLAY 'NO AUDIT LOG ON FILE'
023900         GO TO 2000-EXIT
024000     END-IF.
024100     DISPLAY WS-LIST-HEADER.
024200     SET WS-EOF TO FALSE.
024300     PERFORM 2100-LIST-ONE-ENTRY THRU 2100-EXIT
024400         UNTIL WS-EOF.
024500     CLOSE AUDIT-LOG.
024600     IF WS-MATCH-COUNT > 0
024700         DISPLAY WS-MATCH-COUNT, ' ENTRY(S) LISTED'
024800     END-IF.
024900 2000-EXIT.
025000     EXIT.
025100*----------------------------------------------------------
025200* 2100-LIST-ONE-ENTRY - every WS-PAGE-SIZE matches, pause
025300*     and let the operator stop the list.
025400*----------------------------------------------------------
025500 2100-LIST-ONE-ENTRY.
025600     READ AUDIT-LOG
025700         AT END
025800             SET WS-EOF TO TRUE
025900             GO TO 2100-EXIT
026000     END-READ.
026100     PERFORM 2200-CHECK-SELECTED THRU 2200-EXIT.
026200     IF NOT WS-SELECTED
026300         GO TO 2100-EXIT
026400     END-IF.
026500     ADD 1 TO WS-MATCH-COUNT.
026600     ADD 1 TO WS-PAGE-COUNT.
026700     MOVE WS-MATCH-COUNT TO WL-ENTRY-NO.
026800     MOVE AL-RUN-DATE TO WL-RUN-DATE.
026900     MOVE AL-RUN-TIME(1:6) TO WL-RUN-TIME.
027000     MOVE AL-SOURCE-REF TO WL-SOURCE.
027100     MOVE AL-VALUE-A TO WL-VALUE-A.
027200     MOVE AL-VALUE-B TO WL-VALUE-B.
027300     MOVE AL-RESULT TO WL-RESULT.
027400     PERFORM 2300-SEVERITY-TEXT THRU 2300-EXIT.
027500     IF AL-EXCEPTION-RAISED
027600         MOVE 'YES' TO WL-EXCEPTION
027700     ELSE
027800         MOVE SPACES TO WL-EXCEPTION
027900     END-IF.
028000     DISPLAY WS-LIST-LINE.
028100     IF WS-PAGE-COUNT = WS-PAGE-SIZE
028200         MOVE 0 TO WS-PAGE-COUNT
028300         DISPLAY 'MORE? (Y/N): '
028400         ACCEPT WS-PAGE-REPLY
028500         IF WS-PAGE-REPLY = 'N' OR 'n'
028600             SET WS-EOF TO TRUE
028700         END-IF
028800     END-IF.
028900 2100-EXIT.
029000     EXIT.
029100*----------------------------------------------------------
029200* 2200-CHECK-SELECTED - run date inside the range, and the
029300*     source and band when they were given.
029400*----------------------------------------------------------
029500 2200-CHECK-SELECTED.
029600     SET WS-SELECTED TO FALSE.
029700     IF AL-RUN-DATE < WS-FROM-DATE
029800         OR AL-RUN-DATE > WS-TO-DATE
029900         GO TO 2200-EXIT
030000     END-IF.
030100     IF WS-SEL-SOURCE NOT = SPACES
030200         AND AL-SOURCE-REF NOT = WS-SEL-SOURCE
030300         GO TO 2200-EXIT
030400     END-IF.
030500     MOVE AL-SEVERITY TO WS-ENTRY-SEVERITY.
030600     IF WS-ENTRY-SEVERITY NOT = 'W'
030700         AND WS-ENTRY-SEVERITY NOT = 'C'
030800         MOVE 'N' TO WS-ENTRY-SEVERITY
030900     END-IF.
031000     IF WS-SEL-SEVERITY NOT = SPACE
031100         AND WS-ENTRY-SEVERITY NOT = WS-SEL-SEVERITY
031200         GO TO 2200-EXIT
031300     END-IF.
031400     SET WS-SELECTED TO TRUE.
031500 2200-EXIT.
031600     EXIT.
031700*----------------------------------------------------------
031800* 2300-SEVERITY-TEXT
031900*----------------------------------------------------------
032000 2300-SEVERITY-TEXT.
032100     EVALUATE WS-ENTRY-SEVERITY
032200         WHEN 'W'
032300             MOVE 'WARNING' TO WL-SEVERITY
032400         WHEN 'C'
032500             MOVE 'CRITICAL' TO WL-SEVERITY
032600         WHEN OTHER
032700             MOVE 'NORMAL' TO WL-SEVERITY
032800     END-EVALUATE.
032900 2300-EXIT.
033000     EXIT.
033100*----------------------------------------------------------
033200* 3000-PICK-ENTRY - the listed number is found again by
033300*     the same selection; zero returns to the criteria.
033400*----------------------------------------------------------
033500 3000-PICK-ENTRY.
033600     DISPLAY 'Entry number for detail (0 = new inquiry): '.
033700     ACCEPT WS-PICK-ENTRY.
033800     IF WS-PICK-ENTRY = ZERO
033900         SET WS-PICK-DONE TO TRUE
034000         GO TO 3000-EXIT
034100     END-IF.
034200     IF WS-PICK-ENTRY > WS-MATCH-COUNT
034300         DISPLAY 'NO ENTRY ', WS-PICK-ENTRY, ' IN THE LIST'
034400         GO TO 3000-EXIT
034500     END-IF.
034600     MOVE 0 TO WS-SCAN-COUNT.
034700     SET WS-ENTRY-FOUND TO FALSE.
034800     OPEN INPUT AUDIT-LOG.
034900     IF AL-FILE-STATUS NOT = '00'
035000         DISPLAY 'NO AUDIT LOG ON FILE'
035100         GO TO 3000-EXIT
035200     END-IF.
035300     SET WS-EOF TO FALSE.
035400     PERFORM 3100-FIND-ENTRY THRU 3100-EXIT
035500         UNTIL WS-EOF OR WS-ENTRY-FOUND.
035600     IF WS-ENTRY-FOUND
035700         PERFORM 3200-SHOW-ENTRY THRU 3200-EXIT
035800     END-IF.
035900     CLOSE AUDIT-LOG.
036000     IF NOT WS-ENTRY-FOUND
036100         DISPLAY 'ENTRY ', WS-PICK-ENTRY, ' IS NO LONGER ',
036200             'ON THE LOG'
036300         GO TO 3000-EXIT
036400     END-IF.
036500     PERFORM 4000-DRILL-DOWN THRU 4000-EXIT.
036600 3000-EXIT.
036700     EXIT.
036800*----------------------------------------------------------
036900* 3100-FIND-ENTRY
037000*----------------------------------------------------------
037100 3100-FIND-ENTRY.
037200     READ AUDIT-LOG
037300         AT END
037400             SET WS-EOF TO TRUE
037500             GO TO 3100-EXIT
037600     END-READ.
037700     PERFORM 2200-CHECK-SELECTED THRU 2200-EXIT.
037800     IF NOT WS-SELECTED
037900         GO TO 3100-EXIT
038000     END-IF.
038100     ADD 1 TO WS-SCAN-COUNT.
038200     IF WS-SCAN-COUNT = WS-PICK-ENTRY
038300         SET WS-ENTRY-FOUND TO TRUE
038400     END-IF.
038500 3100-EXIT.
038600     EXIT.
038700*----------------------------------------------------------
038800* 3200-SHOW-ENTRY - the whole entry, with the threshold set
038900*     it was graded under; the source and values are held
039000*     for the drill-down.
039100*----------------------------------------------------------
039200 3200-SHOW-ENTRY.
039300     PERFORM 2300-SEVERITY-TEXT THRU 2300-EXIT.
039400     DISPLAY '----- AUDIT ENTRY ', WS-PICK-ENTRY, ' -----'.
039500     DISPLAY 'RUN DATE/TIME:   ', AL-RUN-DATE, ' ',
039600         AL-RUN-TIME.
039700     DISPLAY 'SOURCE:          ', AL-SOURCE-REF.
039800     DISPLAY 'VALUE A:         ', AL-VALUE-A.
039900     DISPLAY 'VALUE B:         ', AL-VALUE-B.
040000     DISPLAY 'RESULT:          ', AL-RESULT.
040100     DISPLAY 'BRANCH TAKEN:    ', AL-BRANCH-TAKEN.
040200     DISPLAY 'SEVERITY:        ', WL-SEVERITY.
040300     IF AL-EXCEPTION-RAISED
040400         DISPLAY 'EXCEPTION:       YES'
040500     ELSE
040600         DISPLAY 'EXCEPTION:       NO'
040700     END-IF.
040800     DISPLAY 'OPERATOR BRANCH: ', AL-BRANCH-CODE.
040900     EVALUATE TRUE
041000         WHEN AL-THRESH-SOURCE
041100             DISPLAY 'THRESHOLD SET:   SOURCE ',
041200                 AL-THRESH-SET-REF
041300         WHEN AL-THRESH-GROUP
041400             DISPLAY 'THRESHOLD SET:   GROUP ',
041500                 AL-THRESH-SET-REF
041600         WHEN OTHER
041700             DISPLAY 'THRESHOLD SET:   COMPANY'
041800     END-EVALUATE.
041900     MOVE AL-SOURCE-REF TO WS-HOLD-SOURCE.
042000     MOVE AL-RUN-DATE TO WS-HOLD-RUN-DATE.
042100     MOVE AL-VALUE-A TO WS-HOLD-A.
042200     MOVE AL-VALUE-B TO WS-HOLD-B.
042300 3200-EXIT.
042400     EXIT.
042500*----------------------------------------------------------
042600* 4000-DRILL-DOWN - the entry traces to the latest capture
042700*     of its source carrying the same A and B on or before
042800*     the run date. A reading MEAS-CORRECT reversed is
042900*     followed to its reversal record and the corrected
043000*     capture written straight after it.
043100*----------------------------------------------------------
043200 4000-DRILL-DOWN.
043300     IF WS-HOLD-SOURCE = SPACES
043400         DISPLAY 'PAIR WAS KEYED ONLINE - NO CAPTURED ',
043500             'READING BEHIND IT'
043600         GO TO 4000-EXIT
043700     END-IF.
043800     OPEN INPUT MEASUREMENT-FILE.
043900     IF MS-FILE-STATUS NOT = '00'
044000         DISPLAY 'NO MEASUREMENT FILE ON DISK'
044100         GO TO 4000-EXIT
044200     END-IF.
044300     SET WS-READING-FOUND TO FALSE.
044400     SET WS-REVERSAL-FOUND TO FALSE.
044500     SET WS-CORRECTION-FOUND TO FALSE.
044600     SET WS-EOF TO FALSE.
044700     PERFORM 4100-SCAN-ONE-READING THRU 4100-EXIT
044800         UNTIL WS-EOF.
044900     CLOSE MEASUREMENT-FILE.
045000     IF NOT WS-READING-FOUND
045100         DISPLAY 'NO CAPTURED READING ON MEASFILE MATCHES ',
045200             'THIS ENTRY'
045300         GO TO 4000-EXIT
045400     END-IF.
045500     PERFORM 4200-SHOW-READING THRU 4200-EXIT.
045600 4000-EXIT.
045700     EXIT.
045800*----------------------------------------------------------
045900* 4100-SCAN-ONE-READING - a later matching capture replaces
046000*     an earlier one, and with it any reversal found so
046100*     far.
046200*----------------------------------------------------------
046300 4100-SCAN-ONE-READING.
046400     READ MEASUREMENT-FILE
046500         AT END
046600             SET WS-EOF TO TRUE
046700             GO TO 4100-EXIT
046800     END-READ.
046900     IF MS-SOURCE-REF NOT = WS-HOLD-SOURCE
047000         GO TO 4100-EXIT
047100     END-IF.
047200     IF WS-READING-FOUND AND WS-RD-REVERSED
047300         AND NOT WS-REVERSAL-FOUND
047400         AND MS-STAT-REVERSAL
047500         AND MS-VALUE-A = WS-RD-NEG-A
047600         AND MS-VALUE-B = WS-RD-NEG-B
047700         SET WS-REVERSAL-FOUND TO TRUE
047800         MOVE MS-CAPTURE-DATE TO WS-RV-DATE
047900         MOVE MS-CAPTURE-TIME TO WS-RV-TIME
048000         MOVE MS-OPERATOR-ID TO WS-RV-OPERATOR
048100         GO TO 4100-EXIT
048200     END-IF.
048300     IF WS-REVERSAL-FOUND AND NOT WS-CORRECTION-FOUND
048400         AND MS-STAT-CORRECTED
048500         SET WS-CORRECTION-FOUND TO TRUE
048600         MOVE MS-VALUE-A TO WS-CR-A
048700         MOVE MS-VALUE-B TO WS-CR-B
048800         MOVE MS-CAPTURE-DATE TO WS-CR-DATE
048900         MOVE MS-CAPTURE-TIME TO WS-CR-TIME
049000     END-IF.
049100     IF MS-STAT-REVERSAL
049200         OR MS-CAPTURE-DATE > WS-HOLD-RUN-DATE
049300         OR MS-VALUE-A NOT = WS-HOLD-A
049400         OR MS-VALUE-B NOT = WS-HOLD-B
049500         GO TO 4100-EXIT
049600     END-IF.
049700     SET WS-READING-FOUND TO TRUE.
049800     SET WS-REVERSAL-FOUND TO FALSE.
049900     SET WS-CORRECTION-FOUND TO FALSE.
050000     MOVE MS-CAPTURE-DATE TO WS-RD-DATE.
050100     MOVE MS-CAPTURE-TIME TO WS-RD-TIME.
050200     MOVE MS-OPERATOR-ID TO WS-RD-OPERATOR.
050300     MOVE MS-REC-STATUS TO WS-RD-STATUS.
050400     MOVE MS-CAL-FLAG TO WS-RD-CAL-FLAG.
050500     COMPUTE WS-RD-NEG-A = 0 - MS-VALUE-A.
050600     COMPUTE WS-RD-NEG-B = 0 - MS-VALUE-B.
050700 4100-EXIT.
050800     EXIT.
050900*----------------------------------------------------------
051000* 4200-SHOW-READING
051100*----------------------------------------------------------
051200 4200-SHOW-READING.
051300     DISPLAY '----- MEASFILE READING -----'.
051400     DISPLAY 'CAPTURED:        ', WS-RD-DATE, ' ',
051500         WS-RD-TIME, ' BY ', WS-RD-OPERATOR.
051600     DISPLAY 'VALUES:          A ', WS-HOLD-A, ' B ',
051700         WS-HOLD-B.
051800     EVALUATE TRUE
051900         WHEN WS-RD-REVERSED
052000             DISPLAY 'STATUS:          REVERSED BY ',
052100                 'MEAS-CORRECT'
052200         WHEN WS-RD-CORRECTED
052300             DISPLAY 'STATUS:          CORRECTED CAPTURE ',
052400                 '(MEAS-CORRECT)'
052500         WHEN OTHER
052600             DISPLAY 'STATUS:          ORDINARY CAPTURE'
052700     END-EVALUATE.
052800     IF WS-RD-UNVERIFIED
052900         DISPLAY 'SOURCE WAS PAST ITS CALIBRATION DUE DATE ',
053000             'WHEN CAPTURED'
053100     END-IF.
053200     IF NOT WS-RD-REVERSED
053300         GO TO 4200-EXIT
053400     END-IF.
053500     IF NOT WS-REVERSAL-FOUND
053600         DISPLAY 'REVERSAL RECORD NOT FOUND ON MEASFILE'
053700         GO TO 4200-EXIT
053800     END-IF.
053900     DISPLAY 'REVERSED:        ', WS-RV-DATE, ' ',
054000         WS-RV-TIME, ' BY ', WS-RV-OPERATOR.
054100     IF WS-CORRECTION-FOUND
054200         DISPLAY 'CORRECTED TO:    A ', WS-CR-A, ' B ',
054300             WS-CR-B, ' ON ', WS-CR-DATE, ' ', WS-CR-TIME
054400     ELSE
054500         DISPLAY 'CORRECTED CAPTURE NOT FOUND ON MEASFILE'
054600     END-IF.
054700 4200-EXIT.
054800     EXIT.
