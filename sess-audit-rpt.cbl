000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SESS-AUDIT-RPT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Nightly operator-session security report. Pairs the
000900* SESSLOG 'ON ' and 'OFF' events MAIN-MENU writes into
001000* sessions and lists, for the sign-ons in the reporting
001100* range: a sign-on never signed off (the operator signed
001200* on again first, or the log ends with it still open), a
001300* session longer than the SESSCTL limit, and a sign-on on
001400* a HOLCAL holiday, on a weekend, or outside business
001500* hours. A second pass over OPERACT then lists every
001600* activity stamped under an operator who had no open
001700* session at that moment. The limit, the business hours
001800* and the range come from SESSCTL, with the business date
001900* alone as the nightly default, so the quarterly internal
002000* audit review is a control change instead of a hand
002100* comparison of three raw files.
002200*----------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE        INIT  DESCRIPTION
002500*    2026-10-14   DN   Original program.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SESSION-AUDIT-CONTROL ASSIGN TO 'SESSCTL'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS SC-FILE-STATUS.
003300     SELECT SESSION-LOG ASSIGN TO 'SESSLOG'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS SL-FILE-STATUS.
003600     SELECT OPER-ACTIVITY-LOG ASSIGN TO 'OPERACT'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS OV-FILE-STATUS.
003900     SELECT REPORT-OUT ASSIGN TO 'SESSAUDR'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS RO-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SESSION-AUDIT-CONTROL
004600     LABEL RECORDS ARE STANDARD.
004700     COPY "sessctl.cpy".
004800*
004900 FD  SESSION-LOG
005000     LABEL RECORDS ARE STANDARD.
005100     COPY "sessnlog.cpy".
005200*
005300 FD  OPER-ACTIVITY-LOG
005400     LABEL RECORDS ARE STANDARD.
005500     COPY "operact.cpy".
005600*
005700 FD  REPORT-OUT
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-LINE                 PIC X(100).
006000*
006100 WORKING-STORAGE SECTION.
006200 01  SC-FILE-STATUS              PIC X(02).
006300 01  SL-FILE-STATUS              PIC X(02).
006400 01  OV-FILE-STATUS              PIC X(02).
006500 01  RO-FILE-STATUS              PIC X(02).
006600*
006700 01  WS-SL-EOF-SW                PIC X(01) VALUE 'N'.
006800     88  WS-SL-EOF               VALUE 'Y' FALSE 'N'.
006900 01  WS-SL-OPEN-SW               PIC X(01) VALUE 'N'.
007000     88  WS-SL-OPEN              VALUE 'Y' FALSE 'N'.
007100 01  WS-OV-EOF-SW                PIC X(01) VALUE 'N'.
007200     88  WS-OV-EOF               VALUE 'Y' FALSE 'N'.
007300*
007400*    Reporting limits, defaulted when SESSCTL is absent.
007500 01  WS-MAX-SESSION-MINS         PIC 9(04) VALUE 600.
007600 01  WS-DAY-START-HHMM           PIC 9(04) VALUE 0700.
007700 01  WS-DAY-END-HHMM             PIC 9(04) VALUE 1900.
007800 01  WS-FROM-DATE                PIC 9(08).
007900 01  WS-TO-DATE                  PIC 9(08).
008000*
008100*    Sessions signed on and not yet signed off, one slot
008200*    per operator.
008300 01  WS-OPEN-TABLE.
008400     05  WS-OPN-ENTRY OCCURS 50 TIMES.
008500         10  WS-OPN-OPER         PIC X(08).
008600         10  WS-OPN-DATE         PIC 9(08).
008700         10  WS-OPN-TIME         PIC 9(08).
008800 77  WS-OPN-LIMIT                PIC 9(02) COMP VALUE 50.
008900 01  WS-OPN-SUB                  PIC 9(02) COMP.
009000 01  WS-OPN-HIT-SUB              PIC 9(02) COMP.
009100*
009200*    Every session that touches the reporting range, from
009300*    sign-on to sign-off, for the activity pass. A session
009400*    still open at the end of the log runs to the end of
009500*    time.
009600 01  WS-SESS-TABLE.
009700     05  WS-SES-ENTRY OCCURS 500 TIMES.
009800         10  WS-SES-OPER         PIC X(08).
009900         10  WS-SES-START        PIC 9(16).
010000         10  WS-SES-END          PIC 9(16).
010100 77  WS-SES-LIMIT                PIC 9(03) COMP VALUE 500.
010200 01  WS-SES-COUNT                PIC 9(03) COMP VALUE 0.
010300 01  WS-SES-SUB                  PIC 9(03) COMP.
010400 01  WS-SES-HIT-SW               PIC X(01).
010500     88  WS-SES-HIT              VALUE 'Y' FALSE 'N'.
010600 01  WS-SES-OVFLW-SW             PIC X(01) VALUE 'N'.
010700     88  WS-SES-OVERFLOW         VALUE 'Y' FALSE 'N'.
010800*
010900*    Date and time run together so a stamp compares as one
011000*    number.
011100 01  WS-STAMP.
011200     05  WS-STAMP-DATE           PIC 9(08).
011300     05  WS-STAMP-TIME           PIC 9(08).
011400 01  WS-STAMP-NUM REDEFINES WS-STAMP
011500                                 PIC 9(16).
011600 01  WS-END-STAMP.
011700     05  WS-END-STAMP-DATE       PIC 9(08).
011800     05  WS-END-STAMP-TIME       PIC 9(08).
011900 01  WS-END-STAMP-NUM REDEFINES WS-END-STAMP
012000                                 PIC 9(16).
012100*
012200 01  WS-TIME-WORK                PIC 9(08).
012300 01  WS-TIME-RED REDEFINES WS-TIME-WORK.
012400     05  WS-TIME-HH              PIC 9(02).
012500     05  WS-TIME-MM              PIC 9(02).
012600     05  WS-TIME-SSCC            PIC 9(04).
012700 01  WS-TIME-HHMM-RED REDEFINES WS-TIME-WORK.
012800     05  WS-TIME-HHMM            PIC 9(04).
012900     05  FILLER                  PIC 9(04).
013000 01  WS-START-MINS               PIC 9(04) COMP.
013100 01  WS-END-MINS                 PIC 9(04) COMP.
013200 01  WS-SESSION-MINS             PIC S9(07) COMP.
013300 01  WS-DAY-GAP                  PIC 9(03) COMP.
013400 77  WS-DAY-GAP-LIMIT            PIC 9(03) COMP VALUE 400.
013500*
013600 01  WS-WORK-DATE.
013700     05  WS-WORK-YEAR            PIC 9(04).
013800     05  WS-WORK-MONTH           PIC 9(02).
013900     05  WS-WORK-DAY             PIC 9(02).
014000 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
014100                                 PIC 9(08).
014200 01  WS-DAYS-IN-MONTH            PIC 9(02).
014300 01  WS-LEAP-WORK                PIC 9(04).
014400 01  WS-LEAP-REM                 PIC 9(04).
014500 01  WS-LEAP-SW                  PIC X(01).
014600     88  WS-LEAP-YEAR            VALUE 'Y'.
014700*
014800*    The calendar answer for the last sign-on date asked.
014900 01  WS-CAL-DATE                 PIC 9(08) VALUE 0.
015000*
015100 01  WS-NO-SIGNOFF-CTR           PIC 9(07) COMP VALUE 0.
015200 01  WS-LONG-CTR                 PIC 9(07) COMP VALUE 0.
015300 01  WS-HOLIDAY-CTR              PIC 9(07) COMP VALUE 0.
015400 01  WS-WEEKEND-CTR              PIC 9(07) COMP VALUE 0.
015500 01  WS-OFF-HOURS-CTR            PIC 9(07) COMP VALUE 0.
015600 01  WS-NO-SESSION-CTR           PIC 9(07) COMP VALUE 0.
015700 01  WS-SIGN-ON-CTR              PIC 9(07) COMP VALUE 0.
015800 01  WS-RECORD-COUNT             PIC 9(09) COMP VALUE 0.
015900*
016000 COPY "rundate.cpy".
016100 COPY "jobhstpm.cpy".
016200 COPY "calinfpm.cpy".
016300*
016400 01  RPT-HEADER-LINE.
016500     05  FILLER                  PIC X(32) VALUE
016600         'OPERATOR SESSION SECURITY REPORT'.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  HDR-FROM-DATE           PIC 9999/99/99.
016900     05  FILLER                  PIC X(03) VALUE ' - '.
017000     05  HDR-TO-DATE             PIC 9999/99/99.
017100     05  FILLER                  PIC X(03) VALUE SPACES.
017200     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
017300     05  HDR-RUN-DATE            PIC 9999/99/99.
017400*
017500 01  RPT-LIMIT-LINE.
017600     05  FILLER                  PIC X(22) VALUE
017700         'SESSION LIMIT MINUTES '.
017800     05  RPL-MAX-MINS            PIC ZZZ9.
017900     05  FILLER                  PIC X(18) VALUE
018000         '   BUSINESS HOURS '.
018100     05  RPL-DAY-START           PIC 9(04).
018200     05  FILLER                  PIC X(03) VALUE ' - '.
018300     05  RPL-DAY-END             PIC 9(04).
018400*
018500 01  RPT-COL-LINE.
018600     05  FILLER                  PIC X(19) VALUE 'EXCEPTION'.
018700     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
018800     05  FILLER                  PIC X(20) VALUE
018900         'DATE        TIME'.
019000     05  FILLER                  PIC X(20) VALUE
019100         'OFF DATE    TIME'.
019200     05  FILLER                  PIC X(30) VALUE 'DETAIL'.
019300*
019400 01  RPT-DETAIL-LINE.
019500     05  RPD-EXCEPTION           PIC X(17).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  RPD-OPERATOR            PIC X(08).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  RPD-DATE                PIC 9999/99/99.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  RPD-TIME                PIC 9(08).
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  RPD-OFF-DATE            PIC X(10).
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  RPD-OFF-TIME            PIC X(08).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  RPD-DETAIL              PIC X(30).
020800 01  RPD-OFF-DATE-ED             PIC 9999/99/99.
020900 01  RPD-MINS-ED                 PIC Z,ZZZ,ZZ9.
021000*
021100 01  RPT-COUNT-LINE.
021200     05  RPC-LABEL               PIC X(30).
021300     05  RPC-COUNT               PIC ZZZ,ZZ9.
021400*
021500 PROCEDURE DIVISION.
021600*----------------------------------------------------------
021700* 0000-MAINLINE
021800*----------------------------------------------------------
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022100     PERFORM 2000-READ-SESSION THRU 2000-EXIT.
022200     PERFORM 2100-PROCESS-SESSION THRU 2100-EXIT
022300         UNTIL WS-SL-EOF.
022400     PERFORM 2600-FLUSH-ONE-OPEN THRU 2600-EXIT
022500         VARYING WS-OPN-SUB FROM 1 BY 1
022600         UNTIL WS-OPN-SUB > WS-OPN-LIMIT.
022700     PERFORM 3000-CHECK-ACTIVITY THRU 3000-EXIT.
022800     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000     GOBACK.
023100*----------------------------------------------------------
023200* 1000-INITIALIZE - take the limits and the range from
023300*     SESSCTL, open the files, and print the header. A
023400*     missing session log reports nothing paired but still
023500*     runs the activity pass, where every stamp is then
023600*     outside a session.
023700*----------------------------------------------------------
023800 1000-INITIALIZE.
023900     CALL 'BUS-DATE' USING WS-RUN-DATE.
024000     SET JB-FUNC-START TO TRUE.
024100     MOVE 'SESS-AUDIT-RPT' TO JB-PROGRAM-ID.
024200     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
024300     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
024400     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
024500     MOVE WS-RUN-DATE TO WS-FROM-DATE WS-TO-DATE.
024600     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
024700     INITIALIZE WS-OPEN-TABLE WS-SESS-TABLE.
024800     OPEN INPUT SESSION-LOG.
024900     IF SL-FILE-STATUS NOT = '00'
025000         DISPLAY 'SESS-AUDIT-RPT - NO SESSION LOG ON FILE'
025100         SET WS-SL-EOF TO TRUE
025200     ELSE
025300         SET WS-SL-OPEN TO TRUE
025400     END-IF.
025500     OPEN OUTPUT REPORT-OUT.
025600     MOVE WS-FROM-DATE TO HDR-FROM-DATE.
025700     MOVE WS-TO-DATE TO HDR-TO-DATE.
025800     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
025900     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
026000     MOVE WS-MAX-SESSION-MINS TO RPL-MAX-MINS.
026100     MOVE WS-DAY-START-HHMM TO RPL-DAY-START.
026200     MOVE WS-DAY-END-HHMM TO RPL-DAY-END.
026300     WRITE REPORT-LINE FROM RPT-LIMIT-LINE.
026400     MOVE ALL '-' TO REPORT-LINE.
026500     WRITE REPORT-LINE.
026600     WRITE REPORT-LINE FROM RPT-COL-LINE.
026700 1000-EXIT.
026800     EXIT.
026900*----------------------------------------------------------
027000* 1100-READ-CONTROL - each field overrides its default
027100*     only when it is numeric and non-zero.
027200*----------------------------------------------------------
027300 1100-READ-CONTROL.
027400     OPEN INPUT SESSION-AUDIT-CONTROL.
027500     IF SC-FILE-STATUS NOT = '00'
027600         GO TO 1100-EXIT
027700     END-IF.
027800     READ SESSION-AUDIT-CONTROL
027900         AT END
028000             CLOSE SESSION-AUDIT-CONTROL
028100             GO TO 1100-EXIT
028200     END-READ.
028300     IF SC-MAX-SESSION-MINS IS NUMERIC
028400         AND SC-MAX-SESSION-MINS > 0
028500         MOVE SC-MAX-SESSION-MINS TO WS-MAX-SESSION-MINS
028600     END-IF.
028700     IF SC-DAY-START-HHMM IS NUMERIC
028800         AND SC-DAY-END-HHMM IS NUMERIC
028900         AND SC-DAY-END-HHMM > SC-DAY-START-HHMM
029000         MOVE SC-DAY-START-HHMM TO WS-DAY-START-HHMM
029100         MOVE SC-DAY-END-HHMM TO WS-DAY-END-HHMM
029200     END-IF.
029300     IF SC-FROM-DATE IS NUMERIC
029400         AND SC-FROM-DATE > 0
029500         MOVE SC-FROM-DATE TO WS-FROM-DATE
029600     END-IF.
029700     IF SC-TO-DATE IS NUMERIC
029800         AND SC-TO-DATE > 0
029900         MOVE SC-TO-DATE TO WS-TO-DATE
030000     END-IF.
030100     IF WS-FROM-DATE > WS-TO-DATE
030200         DISPLAY 'SESS-AUDIT-RPT - SESSCTL FROM DATE AFTER TO ',
030300             'DATE - BUSINESS DATE REPORTED'
030400         MOVE WS-RUN-DATE TO WS-FROM-DATE WS-TO-DATE
030500     END-IF.
030600     CLOSE SESSION-AUDIT-CONTROL.
030700 1100-EXIT.
030800     EXIT.
030900*----------------------------------------------------------
031000* 2000-READ-SESSION
031100*----------------------------------------------------------
031200 2000-READ-SESSION.
031300     IF NOT WS-SL-EOF
031400         READ SESSION-LOG
031500             AT END
031600                 SET WS-SL-EOF TO TRUE
031700         END-READ
031800     END-IF.
031900 2000-EXIT.
032000     EXIT.
032100*----------------------------------------------------------
032200* 2100-PROCESS-SESSION - the log is in the order MAIN-MENU
032300*     appended it, so each sign-off closes the operator's
032400*     latest sign-on.
032500*----------------------------------------------------------
032600 2100-PROCESS-SESSION.
032700     ADD 1 TO WS-RECORD-COUNT.
032800     IF SL-SESSION-DATE IS NUMERIC
032900         AND SL-SESSION-TIME IS NUMERIC
033000         EVALUATE TRUE
033100             WHEN SL-EVENT-SIGN-ON
033200                 PERFORM 2200-SIGN-ON THRU 2200-EXIT
033300             WHEN SL-EVENT-SIGN-OFF
033400                 PERFORM 2300-SIGN-OFF THRU 2300-EXIT
033500             WHEN OTHER
033600                 CONTINUE
033700         END-EVALUATE
033800     END-IF.
033900     PERFORM 2000-READ-SESSION THRU 2000-EXIT.
034000 2100-EXIT.
034100     EXIT.
034200*----------------------------------------------------------
034300* 2200-SIGN-ON - an operator signing on over a session
034400*     still open left that one without a sign-off; it
034500*     ends, for the activity pass, where the new one
034600*     begins.
034700*----------------------------------------------------------
034800 2200-SIGN-ON.
034900     PERFORM 2500-FIND-OPEN THRU 2500-EXIT.
035000     IF WS-OPN-HIT-SUB > 0
035100         MOVE SL-SESSION-DATE TO WS-END-STAMP-DATE
035200         MOVE SL-SESSION-TIME TO WS-END-STAMP-TIME
035300         MOVE 'SIGNED ON AGAIN' TO RPD-DETAIL
035400         PERFORM 2450-REPORT-NO-SIGN-OFF THRU 2450-EXIT
035500         PERFORM 2400-SAVE-SESSION THRU 2400-EXIT
035600     ELSE
035700         PERFORM 2510-CLAIM-OPEN THRU 2510-EXIT
035800         IF WS-OPN-HIT-SUB = 0
035900             DISPLAY 'SESS-AUDIT-RPT - MORE THAN ',
036000                 WS-OPN-LIMIT, ' OPEN SESSIONS - ',
036100                 SL-OPERATOR-ID, ' NOT TRACKED'
036200             MOVE 4 TO RETURN-CODE
036300             GO TO 2200-EXIT
036400         END-IF
036500     END-IF.
036600     MOVE SL-OPERATOR-ID TO WS-OPN-OPER (WS-OPN-HIT-SUB).
036700     MOVE SL-SESSION-DATE TO WS-OPN-DATE (WS-OPN-HIT-SUB).
036800     MOVE SL-SESSION-TIME TO WS-OPN-TIME (WS-OPN-HIT-SUB).
036900     IF SL-SESSION-DATE < WS-FROM-DATE
037000         OR SL-SESSION-DATE > WS-TO-DATE
037100         GO TO 2200-EXIT
037200     END-IF.
037300     ADD 1 TO WS-SIGN-ON-CTR.
037400     PERFORM 2250-CHECK-SIGN-ON-TIME THRU 2250-EXIT.
037500 2200-EXIT.
037600     EXIT.
037700*----------------------------------------------------------
037800* 2250-CHECK-SIGN-ON-TIME - a holiday or weekend sign-on
037900*     is listed as such; on a business day, one before the
038000*     start or at or after the end of business hours.
038100*----------------------------------------------------------
038200 2250-CHECK-SIGN-ON-TIME.
038300     IF SL-SESSION-DATE NOT = WS-CAL-DATE
038400         MOVE SL-SESSION-DATE TO CI-CHECK-DATE
038500         CALL 'CAL-INFO' USING CAL-INFO-PARMS
038600         MOVE SL-SESSION-DATE TO WS-CAL-DATE
038700     END-IF.
038800     MOVE SL-SESSION-TIME TO WS-TIME-WORK.
038900     MOVE SPACES TO RPD-OFF-DATE RPD-OFF-TIME RPD-DETAIL.
039000     MOVE SL-OPERATOR-ID TO RPD-OPERATOR.
039100     MOVE SL-SESSION-DATE TO RPD-DATE.
039200     MOVE SL-SESSION-TIME TO RPD-TIME.
039300     EVALUATE TRUE
039400         WHEN CI-HOLIDAY
039500             MOVE 'HOLIDAY SIGN-ON' TO RPD-EXCEPTION
039600             MOVE 'HOLCAL HOLIDAY' TO RPD-DETAIL
039700             ADD 1 TO WS-HOLIDAY-CTR
039800         WHEN NOT CI-BUSINESS-DAY
039900             MOVE 'WEEKEND SIGN-ON' TO RPD-EXCEPTION
040000             MOVE 'NOT A PROCESSING DAY' TO RPD-DETAIL
040100             ADD 1 TO WS-WEEKEND-CTR
040200         WHEN WS-TIME-HHMM < WS-DAY-START-HHMM
040300             MOVE 'OFF-HOURS SIGN-ON' TO RPD-EXCEPTION
040400             MOVE 'BEFORE BUSINESS HOURS' TO RPD-DETAIL
040500             ADD 1 TO WS-OFF-HOURS-CTR
040600         WHEN WS-TIME-HHMM NOT < WS-DAY-END-HHMM
040700             MOVE 'OFF-HOURS SIGN-ON' TO RPD-EXCEPTION
040800             MOVE 'AFTER BUSINESS HOURS' TO RPD-DETAIL
040900             ADD 1 TO WS-OFF-HOURS-CTR
041000         WHEN OTHER
041100             GO TO 2250-EXIT
041200     END-EVALUATE.
041300     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
041400 2250-EXIT.
041500     EXIT.
041600*----------------------------------------------------------
041700* 2300-SIGN-OFF - closes the operator's open session; a
041800*     sign-off with no sign-on in the log is passed over.
041900*----------------------------------------------------------
042000 2300-SIGN-OFF.
042100     PERFORM 2500-FIND-OPEN THRU 2500-EXIT.
042200     IF WS-OPN-HIT-SUB = 0
042300         GO TO 2300-EXIT
042400     END-IF.
042500     MOVE SL-SESSION-DATE TO WS-END-STAMP-DATE.
042600     MOVE SL-SESSION-TIME TO WS-END-STAMP-TIME.
042700     PERFORM 2400-SAVE-SESSION THRU 2400-EXIT.
042800     PERFORM 2410-COUNT-MINUTES THRU 2410-EXIT.
042900     IF WS-SESSION-MINS > WS-MAX-SESSION-MINS
043000         AND WS-OPN-DATE (WS-OPN-HIT-SUB) NOT < WS-FROM-DATE
043100         AND WS-OPN-DATE (WS-OPN-HIT-SUB) NOT > WS-TO-DATE
043200         ADD 1 TO WS-LONG-CTR
043300         MOVE 'LONG SESSION' TO RPD-EXCEPTION
043400         MOVE WS-OPN-OPER (WS-OPN-HIT-SUB) TO RPD-OPERATOR
043500         MOVE WS-OPN-DATE (WS-OPN-HIT-SUB) TO RPD-DATE
043600         MOVE WS-OPN-TIME (WS-OPN-HIT-SUB) TO RPD-TIME
043700         MOVE SL-SESSION-DATE TO RPD-OFF-DATE-ED
043800         MOVE RPD-OFF-DATE-ED TO RPD-OFF-DATE
043900         MOVE SL-SESSION-TIME TO RPD-OFF-TIME
044000         MOVE WS-SESSION-MINS TO RPD-MINS-ED
044100         MOVE SPACES TO RPD-DETAIL
044200         STRING RPD-MINS-ED DELIMITED BY SIZE
044300                ' MINUTES' DELIMITED BY SIZE
044400             INTO RPD-DETAIL
044500         WRITE REPORT-LINE FROM RPT-DETAIL-LINE
044600     END-IF.
044700     MOVE SPACES TO WS-OPN-OPER (WS-OPN-HIT-SUB).
044800 2300-EXIT.
044900     EXIT.
045000*----------------------------------------------------------
045100* 2400-SAVE-SESSION - keep the open session, ended at
045200*     WS-END-STAMP, when it reaches into the range.
045300*----------------------------------------------------------
045400 2400-SAVE-SESSION.
045500     IF WS-OPN-DATE (WS-OPN-HIT-SUB) > WS-TO-DATE
045600         OR WS-END-STAMP-DATE < WS-FROM-DATE
045700         GO TO 2400-EXIT
045800     END-IF.
045900     IF WS-SES-COUNT NOT < WS-SES-LIMIT
046000         IF NOT WS-SES-OVERFLOW
046100             SET WS-SES-OVERFLOW TO TRUE
046200             DISPLAY 'SESS-AUDIT-RPT - MORE THAN ',
046300                 WS-SES-LIMIT, ' SESSIONS IN RANGE - ',
046400                 'ACTIVITY CHECK INCOMPLETE'
046500             MOVE 4 TO RETURN-CODE
046600         END-IF
046700         GO TO 2400-EXIT
046800     END-IF.
046900     ADD 1 TO WS-SES-COUNT.
047000     MOVE WS-OPN-OPER (WS-OPN-HIT-SUB)
047100         TO WS-SES-OPER (WS-SES-COUNT).
047200     MOVE WS-OPN-DATE (WS-OPN-HIT-SUB) TO WS-STAMP-DATE.
047300     MOVE WS-OPN-TIME (WS-OPN-HIT-SUB) TO WS-STAMP-TIME.
047400     MOVE WS-STAMP-NUM TO WS-SES-START (WS-SES-COUNT).
047500     MOVE WS-END-STAMP-NUM TO WS-SES-END (WS-SES-COUNT).
047600 2400-EXIT.
047700     EXIT.
047800*----------------------------------------------------------
047900* 2410-COUNT-MINUTES - whole days between the sign-on and
048000*     sign-off dates, walked one calendar day at a time,
048100*     plus the difference in minutes of the day.
048200*----------------------------------------------------------
048300 2410-COUNT-MINUTES.
048400     MOVE WS-OPN-TIME (WS-OPN-HIT-SUB) TO WS-TIME-WORK.
048500     COMPUTE WS-START-MINS = WS-TIME-HH * 60 + WS-TIME-MM.
048600     MOVE SL-SESSION-TIME TO WS-TIME-WORK.
048700     COMPUTE WS-END-MINS = WS-TIME-HH * 60 + WS-TIME-MM.
048800     MOVE WS-OPN-DATE (WS-OPN-HIT-SUB) TO WS-WORK-DATE-NUM.
048900     MOVE 0 TO WS-DAY-GAP.
049000     PERFORM 2420-ADVANCE-ONE-DAY THRU 2420-EXIT
049100         UNTIL WS-WORK-DATE-NUM NOT < SL-SESSION-DATE
049200         OR WS-DAY-GAP NOT < WS-DAY-GAP-LIMIT.
049300     COMPUTE WS-SESSION-MINS =
049400         WS-DAY-GAP * 1440 + WS-END-MINS - WS-START-MINS.
049500 2410-EXIT.
049600     EXIT.
049700*----------------------------------------------------------
049800* 2420-ADVANCE-ONE-DAY - plain calendar arithmetic, the
049900*     same roll EOD-DATE-ROLL uses.
050000*----------------------------------------------------------
050100 2420-ADVANCE-ONE-DAY.
050200     PERFORM 2430-SET-DAYS-IN-MONTH THRU 2430-EXIT.
050300     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
050400         ADD 1 TO WS-WORK-DAY
050500     ELSE
050600         MOVE 1 TO WS-WORK-DAY
050700         IF WS-WORK-MONTH < 12
050800             ADD 1 TO WS-WORK-MONTH
050900         ELSE
051000             MOVE 1 TO WS-WORK-MONTH
051100             ADD 1 TO WS-WORK-YEAR
051200         END-IF
051300     END-IF.
051400     ADD 1 TO WS-DAY-GAP.
051500 2420-EXIT.
051600     EXIT.
051700*----------------------------------------------------------
051800* 2430-SET-DAYS-IN-MONTH
051900*----------------------------------------------------------
052000 2430-SET-DAYS-IN-MONTH.
052100     EVALUATE WS-WORK-MONTH
052200         WHEN 01
052300         WHEN 03
052400         WHEN 05
052500         WHEN 07
052600         WHEN 08
052700         WHEN 10
052800         WHEN 12
052900             MOVE 31 TO WS-DAYS-IN-MONTH
053000         WHEN 04
053100         WHEN 06
053200         WHEN 09
053300         WHEN 11
053400             MOVE 30 TO WS-DAYS-IN-MONTH
053500         WHEN OTHER
053600             PERFORM 2440-CHECK-LEAP-YEAR THRU 2440-EXIT
053700             IF WS-LEAP-YEAR
053800                 MOVE 29 TO WS-DAYS-IN-MONTH
053900             ELSE
054000                 MOVE 28 TO WS-DAYS-IN-MONTH
054100             END-IF
054200     END-EVALUATE.
054300 2430-EXIT.
054400     EXIT.
054500*----------------------------------------------------------
054600* 2440-CHECK-LEAP-YEAR - divisible by 4, except centuries
054700*     not divisible by 400.
054800*----------------------------------------------------------
054900 2440-CHECK-LEAP-YEAR.
055000     MOVE 'N' TO WS-LEAP-SW.
055100     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-WORK
055200         REMAINDER WS-LEAP-REM.
055300     IF WS-LEAP-REM = 0
055400         MOVE 'Y' TO WS-LEAP-SW
055500         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-WORK
055600             REMAINDER WS-LEAP-REM
055700         IF WS-LEAP-REM = 0
055800             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-WORK
055900                 REMAINDER WS-LEAP-REM
056000             IF WS-LEAP-REM NOT = 0
056100                 MOVE 'N' TO WS-LEAP-SW
056200             END-IF
056300         END-IF
056400     END-IF.
056500 2440-EXIT.
056600     EXIT.
056700*----------------------------------------------------------
056800* 2450-REPORT-NO-SIGN-OFF - the open session in
056900*     WS-OPN-HIT-SUB, when its sign-on is in the range;
057000*     the caller sets the detail.
057100*----------------------------------------------------------
057200 2450-REPORT-NO-SIGN-OFF.
057300     IF WS-OPN-DATE (WS-OPN-HIT-SUB) < WS-FROM-DATE
057400         OR WS-OPN-DATE (WS-OPN-HIT-SUB) > WS-TO-DATE
057500         GO TO 2450-EXIT
057600     END-IF.
057700     ADD 1 TO WS-NO-SIGNOFF-CTR.
057800     MOVE 'NO SIGN-OFF' TO RPD-EXCEPTION.
057900     MOVE WS-OPN-OPER (WS-OPN-HIT-SUB) TO RPD-OPERATOR.
058000     MOVE WS-OPN-DATE (WS-OPN-HIT-SUB) TO RPD-DATE.
058100     MOVE WS-OPN-TIME (WS-OPN-HIT-SUB) TO RPD-TIME.
058200     MOVE SPACES TO RPD-OFF-DATE RPD-OFF-TIME.
058300     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
058400 2450-EXIT.
058500     EXIT.
058600*----------------------------------------------------------
058700* 2500-FIND-OPEN - the operator's open session, if any.
058800*----------------------------------------------------------
058900 2500-FIND-OPEN.
059000     MOVE 0 TO WS-OPN-HIT-SUB.
059100     PERFORM 2505-MATCH-OPEN THRU 2505-EXIT
059200         VARYING WS-OPN-SUB FROM 1 BY 1
059300         UNTIL WS-OPN-SUB > WS-OPN-LIMIT
059400         OR WS-OPN-HIT-SUB > 0.
059500 2500-EXIT.
059600     EXIT.
059700*----------------------------------------------------------
059800* 2505-MATCH-OPEN
059900*----------------------------------------------------------
060000 2505-MATCH-OPEN.
060100     IF WS-OPN-OPER (WS-OPN-SUB) = SL-OPERATOR-ID
060200         MOVE WS-OPN-SUB TO WS-OPN-HIT-SUB
060300     END-IF.
060400 2505-EXIT.
060500     EXIT.
060600*----------------------------------------------------------
060700* 2510-CLAIM-OPEN - the first free slot, if any.
060800*----------------------------------------------------------
060900 2510-CLAIM-OPEN.
061000     MOVE 0 TO WS-OPN-HIT-SUB.
061100     PERFORM 2515-CLAIM-ONE-OPEN THRU 2515-EXIT
061200         VARYING WS-OPN-SUB FROM 1 BY 1
061300         UNTIL WS-OPN-SUB > WS-OPN-LIMIT
061400         OR WS-OPN-HIT-SUB > 0.
061500 2510-EXIT.
061600     EXIT.
061700*----------------------------------------------------------
061800* 2515-CLAIM-ONE-OPEN
061900*----------------------------------------------------------
062000 2515-CLAIM-ONE-OPEN.
062100     IF WS-OPN-OPER (WS-OPN-SUB) = SPACES
062200         MOVE WS-OPN-SUB TO WS-OPN-HIT-SUB
062300     END-IF.
062400 2515-EXIT.
062500     EXIT.
062600*----------------------------------------------------------
062700* 2600-FLUSH-ONE-OPEN - a session still open when the log
062800*     ends was never signed off; for the activity pass it
062900*     stays open.
063000*----------------------------------------------------------
063100 2600-FLUSH-ONE-OPEN.
063200     IF WS-OPN-OPER (WS-OPN-SUB) = SPACES
063300         GO TO 2600-EXIT
063400     END-IF.
063500     MOVE WS-OPN-SUB TO WS-OPN-HIT-SUB.
063600     MOVE 'STILL OPEN AT END OF LOG' TO RPD-DETAIL.
063700     PERFORM 2450-REPORT-NO-SIGN-OFF THRU 2450-EXIT.
063800     MOVE 99999999 TO WS-END-STAMP-DATE WS-END-STAMP-TIME.
063900     PERFORM 2400-SAVE-SESSION THRU 2400-EXIT.
064000 2600-EXIT.
064100     EXIT.
064200*----------------------------------------------------------
064300* 3000-CHECK-ACTIVITY - every OPERACT entry in the range
064400*     stamped with an operator ID must fall inside one of
064500*     that operator's sessions. Batch entries carry no
064600*     operator and are not a session's to explain.
064700*----------------------------------------------------------
064800 3000-CHECK-ACTIVITY.
064900     OPEN INPUT OPER-ACTIVITY-LOG.
065000     IF OV-FILE-STATUS NOT = '00'
065100         GO TO 3000-EXIT
065200     END-IF.
065300     PERFORM 3100-CHECK-ONE-ACTIVITY THRU 3100-EXIT
065400         UNTIL WS-OV-EOF.
065500     CLOSE OPER-ACTIVITY-LOG.
065600 3000-EXIT.
065700     EXIT.
065800*----------------------------------------------------------
065900* 3100-CHECK-ONE-ACTIVITY
066000*----------------------------------------------------------
066100 3100-CHECK-ONE-ACTIVITY.
066200     READ OPER-ACTIVITY-LOG
066300         AT END
066400             SET WS-OV-EOF TO TRUE
066500             GO TO 3100-EXIT
066600     END-READ.
066700     ADD 1 TO WS-RECORD-COUNT.
066800     IF OV-OPERATOR-ID = SPACES
066900         OR OV-ACTIVITY-DATE IS NOT NUMERIC
067000         OR OV-ACTIVITY-TIME IS NOT NUMERIC
067100         GO TO 3100-EXIT
067200     END-IF.
067300     IF OV-ACTIVITY-DATE < WS-FROM-DATE
067400         OR OV-ACTIVITY-DATE > WS-TO-DATE
067500         GO TO 3100-EXIT
067600     END-IF.
067700     MOVE OV-ACTIVITY-DATE TO WS-STAMP-DATE.
067800     MOVE OV-ACTIVITY-TIME TO WS-STAMP-TIME.
067900     SET WS-SES-HIT TO FALSE.
068000     PERFORM 3110-MATCH-SESSION THRU 3110-EXIT
068100         VARYING WS-SES-SUB FROM 1 BY 1
068200         UNTIL WS-SES-SUB > WS-SES-COUNT OR WS-SES-HIT.
068300     IF WS-SES-HIT
068400         GO TO 3100-EXIT
068500     END-IF.
068600     ADD 1 TO WS-NO-SESSION-CTR.
068700     MOVE 'NO OPEN SESSION' TO RPD-EXCEPTION.
068800     MOVE OV-OPERATOR-ID TO RPD-OPERATOR.
068900     MOVE OV-ACTIVITY-DATE TO RPD-DATE.
069000     MOVE OV-ACTIVITY-TIME TO RPD-TIME.
069100     MOVE SPACES TO RPD-OFF-DATE RPD-OFF-TIME RPD-DETAIL.
069200     STRING OV-SOURCE-PGM DELIMITED BY SPACE
069300            ' ' DELIMITED BY SIZE
069400            OV-ACTION-CODE DELIMITED BY SPACE
069500            ' ' DELIMITED BY SIZE
069600            OV-ACTION-KEY DELIMITED BY SIZE
069700         INTO RPD-DETAIL.
069800     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
069900 3100-EXIT.
070000     EXIT.
070100*----------------------------------------------------------
070200* 3110-MATCH-SESSION
070300*----------------------------------------------------------
070400 3110-MATCH-SESSION.
070500     IF WS-SES-OPER (WS-SES-SUB) = OV-OPERATOR-ID
070600         AND WS-STAMP-NUM NOT < WS-SES-START (WS-SES-SUB)
070700         AND WS-STAMP-NUM NOT > WS-SES-END (WS-SES-SUB)
070800         SET WS-SES-HIT TO TRUE
070900     END-IF.
071000 3110-EXIT.
071100     EXIT.
071200*----------------------------------------------------------
071300* 8000-PRINT-SUMMARY
071400*----------------------------------------------------------
071500 8000-PRINT-SUMMARY.
071600     MOVE ALL '-' TO REPORT-LINE.
071700     WRITE REPORT-LINE.
071800     MOVE 'SIGN-ONS IN RANGE:' TO RPC-LABEL.
071900     MOVE WS-SIGN-ON-CTR TO RPC-COUNT.
072000     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
072100     MOVE 'NO SIGN-OFF:' TO RPC-LABEL.
072200     MOVE WS-NO-SIGNOFF-CTR TO RPC-COUNT.
072300     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
072400     MOVE 'LONG SESSIONS:' TO RPC-LABEL.
072500     MOVE WS-LONG-CTR TO RPC-COUNT.
072600     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
072700     MOVE 'HOLIDAY SIGN-ONS:' TO RPC-LABEL.
072800     MOVE WS-HOLIDAY-CTR TO RPC-COUNT.
072900     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
073000     MOVE 'WEEKEND SIGN-ONS:' TO RPC-LABEL.
073100     MOVE WS-WEEKEND-CTR TO RPC-COUNT.
073200     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
073300     MOVE 'OFF-HOURS SIGN-ONS:' TO RPC-LABEL.
073400     MOVE WS-OFF-HOURS-CTR TO RPC-COUNT.
073500     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
073600     MOVE 'ACTIVITY WITH NO SESSION:' TO RPC-LABEL.
073700     MOVE WS-NO-SESSION-CTR TO RPC-COUNT.
073800     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
073900     DISPLAY 'SESS-AUDIT-RPT - ', WS-SIGN-ON-CTR,
074000         ' SIGN-ON(S) REVIEWED - ', WS-NO-SESSION-CTR,
074100         ' ACTIVITY ENTRY(S) OUTSIDE A SESSION'.
074200 8000-EXIT.
074300     EXIT.
074400*----------------------------------------------------------
074500* 9000-TERMINATE
074600*----------------------------------------------------------
074700 9000-TERMINATE.
074800     IF WS-SL-OPEN
074900         CLOSE SESSION-LOG
075000     END-IF.
075100     CLOSE REPORT-OUT.
075200     SET JB-FUNC-END TO TRUE.
075300     MOVE WS-RECORD-COUNT TO JB-RECORD-COUNT.
075400     MOVE RETURN-CODE TO JB-RETURN-CODE.
075500     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
075600 9000-EXIT.
075700     EXIT.
