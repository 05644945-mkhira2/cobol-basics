000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     POST-RATE-MAINT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Supervisor-gated maintenance for the POSTRATE postage
000900* rate table STMT-PRESORT costs the statement mailing
001000* from: add a tier's rate from the date the postal change
001100* takes effect, list the table with the rate in effect on
001200* the business date marked, or remove a rate that has not
001300* yet taken effect. A rate once in effect is never changed
001400* or removed - a new rate is added over it - so any past
001500* night's postage can be costed again from the file. Every
001600* change is on the operator-activity log.
001700*----------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-10-15   DN   Original program.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT POSTAGE-RATES ASSIGN TO 'POSTRATE'
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS PR-KEY
002900         FILE STATUS IS PR-FILE-STATUS.
003000     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS AF-FILE-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  POSTAGE-RATES
003700     LABEL RECORDS ARE STANDARD.
003800     COPY "pstrate.cpy".
003900*
004000 FD  AUTH-FAIL-LOG
004100     LABEL RECORDS ARE STANDARD.
004200     COPY "authfailrc.cpy".
004300*
004400 WORKING-STORAGE SECTION.
004500 COPY "operauth.cpy".
004600 COPY "signonws.cpy".
004700 COPY "actlogpm.cpy".
004800 COPY "rundate.cpy".
004900*
005000 01  PR-FILE-STATUS          PIC X(02).
005100 01  AF-FILE-STATUS          PIC X(02).
005200*
005300 01  WS-OPERATOR-ID          PIC X(08).
005400 01  WS-AUTH-CODE            PIC X(04).
005500 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
005600     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
005700*
005800 01  WS-ACTION               PIC X(01).
005900     88  WS-ACTION-ADD       VALUE 'A'.
006000     88  WS-ACTION-LIST      VALUE 'L'.
006100     88  WS-ACTION-REMOVE    VALUE 'R'.
006200     88  WS-ACTION-DONE      VALUE 'X'.
006300*
006400 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
006500     88  WS-DONE             VALUE 'Y'.
006600 01  WS-SCAN-DONE-SW         PIC X(01).
006700     88  WS-SCAN-DONE        VALUE 'Y' FALSE 'N'.
006800*
006900 01  WS-LIST-CTR             PIC 9(04) COMP.
007000 01  WS-CONFIRM              PIC X(01).
007100 01  WS-TARGET-KEY.
007200     05  WS-TARGET-TIER      PIC X(02).
007300     05  WS-TARGET-DATE      PIC 9(08).
007400*
007500*    The listing holds each tier's rows back one record so
007600*    the last row of a tier on or before the business date
007700*    - the rate in effect - can be marked.
007800 01  WS-HELD-RECORD          PIC X(50).
007900 01  WS-HELD-SW              PIC X(01).
008000     88  WS-HELD             VALUE 'Y' FALSE 'N'.
008100 01  WS-CUR-RECORD           PIC X(50).
008200*
008300 01  WS-EFF-DATE-IN          PIC X(08).
008400 01  WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE-IN
008500                             PIC 9(08).
008600 01  WS-RATE-IN              PIC X(05).
008700 01  WS-RATE-NUM REDEFINES WS-RATE-IN
008800                             PIC 9(01)V9(04).
008900 01  WS-MIN-IN               PIC X(05).
009000 01  WS-MIN-NUM REDEFINES WS-MIN-IN
009100                             PIC 9(05).
009200*
009300 01  RPT-RATE-LINE.
009400     05  RRL-MARK            PIC X(02).
009500     05  RRL-TIER            PIC X(02).
009600     05  FILLER              PIC X(08) VALUE '  FROM '.
009700     05  RRL-EFF-DATE        PIC 9999/99/99.
009800     05  FILLER              PIC X(08) VALUE '  RATE '.
009900     05  RRL-RATE            PIC 9.9999.
010000     05  FILLER              PIC X(11) VALUE '  MINIMUM '.
010100     05  RRL-MIN-PIECES      PIC ZZ,ZZ9.
010200     05  FILLER              PIC X(08) VALUE '  ADDED '.
010300     05  RRL-ADDED-OPER      PIC X(08).
010400*
010500 PROCEDURE DIVISION.
010600*----------------------------------------------------------
010700* 0000-MAINLINE
010800*----------------------------------------------------------
010900 0000-MAINLINE.
011000     CALL 'BUS-DATE' USING WS-RUN-DATE.
011100     OPEN EXTEND AUTH-FAIL-LOG.
011200     IF AF-FILE-STATUS = '35'
011300         OPEN OUTPUT AUTH-FAIL-LOG
011400     END-IF.
011500     PERFORM 1700-CHECK-SUPERVISOR THRU 1700-EXIT.
011600     IF NOT WS-AUTHORIZED
011700         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED TO ',
011800             'MAINTAIN POSTAGE RATES'
011900         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
012000         CLOSE AUTH-FAIL-LOG
012100         GOBACK
012200     END-IF.
012300     OPEN I-O POSTAGE-RATES.
012400     IF PR-FILE-STATUS = '35'
012500         OPEN OUTPUT POSTAGE-RATES
012600         CLOSE POSTAGE-RATES
012700         OPEN I-O POSTAGE-RATES
012800     END-IF.
012900     PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
013000         UNTIL WS-DONE.
013100     CLOSE POSTAGE-RATES AUTH-FAIL-LOG.
013200     GOBACK.
013300*----------------------------------------------------------
013400* 1700-CHECK-SUPERVISOR
013500*----------------------------------------------------------
013600 1700-CHECK-SUPERVISOR.
013700     IF SO-SIGNED-ON
013800         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
013900         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
014000     ELSE
014100         DISPLAY 'Enter your operator ID: '
014200         ACCEPT WS-OPERATOR-ID
014300         DISPLAY 'Enter your authorization code: '
014400         ACCEPT WS-AUTH-CODE
014500     END-IF.
014600     SET WS-AUTHORIZED TO FALSE.
014700     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
014800     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
014900     MOVE '3' TO OA-REQUIRED-ROLE.
015000     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
015100     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
015200     IF OA-AUTHORIZED
015300         SET WS-AUTHORIZED TO TRUE
015400     END-IF.
015500 1700-EXIT.
015600     EXIT.
015700*----------------------------------------------------------
015800* 1730-WRITE-AUTH-FAIL
015900*----------------------------------------------------------
016000 1730-WRITE-AUTH-FAIL.
016100     MOVE 'POST-RATE-MAINT' TO AF-SOURCE-PGM.
016200     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
016300     ACCEPT AF-REJECT-TIME FROM TIME.
016400     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
016500     MOVE 'SUPERVISOR AUTH REQUIRED' TO AF-REASON.
016600     WRITE AUTH-FAIL-RECORD.
016700 1730-EXIT.
016800     EXIT.
016900*----------------------------------------------------------
017000* 1000-PROCESS-ACTION
017100*----------------------------------------------------------
017200 1000-PROCESS-ACTION.
017300     DISPLAY ' '.
017400     DISPLAY 'A. ADD A POSTAGE RATE'.
017500     DISPLAY 'L. LIST THE RATE TABLE'.
017600     DISPLAY 'R. REMOVE A RATE NOT YET IN EFFECT'.
017700     DISPLAY 'X. EXIT'.
017800     DISPLAY 'Enter your selection: '.
017900     ACCEPT WS-ACTION.
018000     EVALUATE TRUE
018100         WHEN WS-ACTION-ADD
018200             PERFORM 2000-ADD-RATE THRU 2000-EXIT
018300         WHEN WS-ACTION-LIST
018400             PERFORM 3000-LIST-RATES THRU 3000-EXIT
018500         WHEN WS-ACTION-REMOVE
018600             PERFORM 4000-REMOVE-RATE THRU 4000-EXIT
018700         WHEN WS-ACTION-DONE
018800             SET WS-DONE TO TRUE
018900         WHEN OTHER
019000             DISPLAY 'INVALID SELECTION - TRY AGAIN'
019100     END-EVALUATE.
019200 1000-EXIT.
019300     EXIT.
019400*----------------------------------------------------------
019500* 2000-ADD-RATE - a rate starts no earlier than the
019600*     business date, so nothing already costed changes;
019700*     a blank date starts it today. Only the five- and
019800*     three-digit tiers carry a qualifying minimum.
019900*----------------------------------------------------------
020000 2000-ADD-RATE.
020100     DISPLAY 'Enter tier - 5D five-digit, 3D three-digit, ',
020200         'MX mixed, SP single-piece: '.
020300     ACCEPT WS-TARGET-TIER.
020400     MOVE WS-TARGET-TIER TO PR-TIER.
020500     IF NOT PR-TIER-VALID
020600         DISPLAY 'TIER MUST BE 5D, 3D, MX OR SP - ',
020700             'NOTHING ADDED'
020800         GO TO 2000-EXIT
020900     END-IF.
021000     DISPLAY 'Enter effective date YYYYMMDD (blank for ',
021100         'today): '.
021200     ACCEPT WS-EFF-DATE-IN.
021300     IF WS-EFF-DATE-IN = SPACES
021400         MOVE WS-RUN-DATE TO WS-EFF-DATE-NUM
021500     END-IF.
021600     IF WS-EFF-DATE-IN IS NOT NUMERIC
021700         DISPLAY 'EFFECTIVE DATE MUST BE YYYYMMDD - ',
021800             'NOTHING ADDED'
021900         GO TO 2000-EXIT
022000     END-IF.
022100     IF WS-EFF-DATE-NUM < WS-RUN-DATE
022200         DISPLAY 'EFFECTIVE DATE BEFORE THE BUSINESS DATE - ',
022300             'NOTHING ADDED'
022400         GO TO 2000-EXIT
022500     END-IF.
022600     MOVE WS-EFF-DATE-NUM TO WS-TARGET-DATE.
022700     DISPLAY 'Rate per piece in ten-thousandths of a ',
022800         'dollar, zero-filled (5 digits): '.
022900     ACCEPT WS-RATE-IN.
023000     IF WS-RATE-IN IS NOT NUMERIC
023100         DISPLAY 'RATE NOT NUMERIC - NOTHING ADDED'
023200         GO TO 2000-EXIT
023300     END-IF.
023400     MOVE ZERO TO WS-MIN-NUM.
023500     IF PR-TIER-5-DIGIT OR PR-TIER-3-DIGIT
023600         DISPLAY 'Fewest pieces per ZIP group to claim the ',
023700             'tier, zero-filled (5 digits): '
023800         ACCEPT WS-MIN-IN
023900         IF WS-MIN-IN IS NOT NUMERIC OR WS-MIN-NUM = 0
024000             DISPLAY 'MINIMUM MUST BE A NUMBER ABOVE ZERO - ',
024100                 'NOTHING ADDED'
024200             GO TO 2000-EXIT
024300         END-IF
024400     END-IF.
024500     MOVE SPACES TO POSTAGE-RATE-RECORD.
024600     MOVE WS-TARGET-TIER TO PR-TIER.
024700     MOVE WS-TARGET-DATE TO PR-EFF-DATE.
024800     MOVE WS-RATE-NUM TO PR-PIECE-RATE.
024900     MOVE WS-MIN-NUM TO PR-MIN-PIECES.
025000     MOVE WS-RUN-DATE TO PR-ADDED-DATE.
025100     MOVE WS-OPERATOR-ID TO PR-ADDED-OPER.
025200     WRITE POSTAGE-RATE-RECORD
025300         INVALID KEY
025400             DISPLAY 'TIER ', WS-TARGET-TIER, ' ALREADY HAS A ',
025500                 'RATE FROM ', WS-TARGET-DATE, ' - NOTHING ',
025600                 'ADDED'
025700             GO TO 2000-EXIT
025800     END-WRITE.
025900     DISPLAY 'TIER ', WS-TARGET-TIER, ' RATE ', PR-PIECE-RATE,
026000         ' ADDED FROM ', WS-TARGET-DATE.
026100     MOVE 'PRADD' TO AY-ACTION-CODE.
026200     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
026300 2000-EXIT.
026400     EXIT.
026500*----------------------------------------------------------
026600* 3000-LIST-RATES - the file reads back tier by tier in
026700*     date order; '*' marks each tier's rate in effect on
026800*     the business date, '+' a rate still to come.
026900*----------------------------------------------------------
027000 3000-LIST-RATES.
027100     MOVE ZERO TO WS-LIST-CTR.
027200     SET WS-HELD TO FALSE.
027300     MOVE LOW-VALUES TO PR-KEY.
027400     START POSTAGE-RATES
027500         KEY IS NOT LESS THAN PR-KEY
027600         INVALID KEY
027700             DISPLAY 'NO POSTAGE RATES ON FILE'
027800             GO TO 3000-EXIT
027900     END-START.
028000     SET WS-SCAN-DONE TO FALSE.
028100     PERFORM 3100-LIST-ONE-RATE THRU 3100-EXIT
028200         UNTIL WS-SCAN-DONE.
028300     IF WS-HELD
028400         MOVE '*' TO RRL-MARK
028500         PERFORM 3200-SHOW-HELD-RATE THRU 3200-EXIT
028600     END-IF.
028700     DISPLAY WS-LIST-CTR, ' RATE(S) ON FILE'.
028800 3000-EXIT.
028900     EXIT.
029000*----------------------------------------------------------
029100* 3100-LIST-ONE-RATE - the held row is in effect when the
029200*     next row belongs to another tier or has not taken
029300*     effect yet.
029400*----------------------------------------------------------
029500 3100-LIST-ONE-RATE.
029600     READ POSTAGE-RATES NEXT RECORD
029700         AT END
029800             SET WS-SCAN-DONE TO TRUE
029900             GO TO 3100-EXIT
030000     END-READ.
030100     ADD 1 TO WS-LIST-CTR.
030200     IF PR-EFF-DATE > WS-RUN-DATE
030300         IF WS-HELD
030400             MOVE '*' TO RRL-MARK
030500             PERFORM 3200-SHOW-HELD-RATE THRU 3200-EXIT
030600         END-IF
030700         MOVE '+' TO RRL-MARK
030800         PERFORM 3300-SHOW-RATE-LINE THRU 3300-EXIT
030900         GO TO 3100-EXIT
031000     END-IF.
031100     IF WS-HELD
031200         IF WS-HELD-RECORD (1:2) = PR-TIER
031300             MOVE SPACE TO RRL-MARK
031400         ELSE
031500             MOVE '*' TO RRL-MARK
031600         END-IF
031700         PERFORM 3200-SHOW-HELD-RATE THRU 3200-EXIT
031800     END-IF.
031900     MOVE POSTAGE-RATE-RECORD TO WS-HELD-RECORD.
032000     SET WS-HELD TO TRUE.
032100 3100-EXIT.
032200     EXIT.
032300*----------------------------------------------------------
032400* 3200-SHOW-HELD-RATE - the record just read is set aside
032500*     and put back around the held row.
032600*----------------------------------------------------------
032700 3200-SHOW-HELD-RATE.
032800     MOVE POSTAGE-RATE-RECORD TO WS-CUR-RECORD.
032900     MOVE WS-HELD-RECORD TO POSTAGE-RATE-RECORD.
033000     PERFORM 3300-SHOW-RATE-LINE THRU 3300-EXIT.
033100     SET WS-HELD TO FALSE.
033200     MOVE WS-CUR-RECORD TO POSTAGE-RATE-RECORD.
033300 3200-EXIT.
033400     EXIT.
033500*----------------------------------------------------------
033600* 3300-SHOW-RATE-LINE
033700*----------------------------------------------------------
033800 3300-SHOW-RATE-LINE.
033900     MOVE PR-TIER TO RRL-TIER.
034000     MOVE PR-EFF-DATE TO RRL-EFF-DATE.
034100     MOVE PR-PIECE-RATE TO RRL-RATE.
034200     MOVE PR-MIN-PIECES TO RRL-MIN-PIECES.
034300     MOVE PR-ADDED-OPER TO RRL-ADDED-OPER.
034400     DISPLAY RPT-RATE-LINE.
034500 3300-EXIT.
034600     EXIT.
034700*----------------------------------------------------------
034800* 4000-REMOVE-RATE - only a rate dated after the business
034900*     date may go; one in effect is the record of what
035000*     past nights were costed at.
035100*----------------------------------------------------------
035200 4000-REMOVE-RATE.
035300     DISPLAY 'Enter tier: '.
035400     ACCEPT WS-TARGET-TIER.
035500     DISPLAY 'Enter effective date YYYYMMDD: '.
035600     ACCEPT WS-EFF-DATE-IN.
035700     IF WS-EFF-DATE-IN IS NOT NUMERIC
035800         DISPLAY 'EFFECTIVE DATE MUST BE YYYYMMDD'
035900         GO TO 4000-EXIT
036000     END-IF.
036100     MOVE WS-EFF-DATE-NUM TO WS-TARGET-DATE.
036200     MOVE WS-TARGET-KEY TO PR-KEY.
036300     READ POSTAGE-RATES
036400         KEY IS PR-KEY
036500         INVALID KEY
036600             DISPLAY 'NO TIER ', WS-TARGET-TIER, ' RATE FROM ',
036700                 WS-TARGET-DATE, ' ON FILE'
036800             GO TO 4000-EXIT
036900     END-READ.
037000     IF PR-EFF-DATE NOT > WS-RUN-DATE
037100         DISPLAY 'RATE ALREADY IN EFFECT - ADD A NEW RATE ',
037200             'INSTEAD'
037300         GO TO 4000-EXIT
037400     END-IF.
037500     MOVE '+' TO RRL-MARK.
037600     PERFORM 3300-SHOW-RATE-LINE THRU 3300-EXIT.
037700     DISPLAY 'Remove this rate? (Y/N): '.
037800     ACCEPT WS-CONFIRM.
037900     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
038000         DISPLAY 'RATE NOT REMOVED'
038100         GO TO 4000-EXIT
038200     END-IF.
038300     DELETE POSTAGE-RATES
038400         INVALID KEY
038500             DISPLAY 'ERROR REMOVING RATE'
038600             GO TO 4000-EXIT
038700     END-DELETE.
038800     DISPLAY 'TIER ', WS-TARGET-TIER, ' RATE FROM ',
038900         WS-TARGET-DATE, ' REMOVED'.
039000     MOVE 'PRREMOVE' TO AY-ACTION-CODE.
039100     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
039200 4000-EXIT.
039300     EXIT.
039400*----------------------------------------------------------
039500* 9100-WRITE-ACTIVITY - the caller sets AY-ACTION-CODE.
039600*----------------------------------------------------------
039700 9100-WRITE-ACTIVITY.
039800     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
039900     MOVE 'POST-RATE-MAINT' TO AY-SOURCE-PGM.
040000     MOVE WS-TARGET-KEY TO AY-ACTION-KEY.
040100     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
040200     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
040300 9100-EXIT.
040400     EXIT.
