000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STMT-RELEASE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Supervisor release of a held statement run. STMT-PROOF
000900* puts each night's presorted STMTSRT file on hold on the
001000* STMTHOLD register and pulls its proof sample to STMTPRF;
001100* nothing reaches the print vendor until a supervisor looks
001200* at the proof here and either:
001300*   - releases the run: the file is verified again against
001400*     the count and document hash it was held with and
001420*     its detail balances against its trailer, copied
001500*     to STMTXMIT for the vendor's pickup and registered
001600*     on XMITREG as the night's STMTOUT transmission; or
001700*   - rejects it, with a reason: every statement document
001800*     number on the run is voided on VOIDFILE with reason
001900*     REJ, and the run's statement stamp is taken off its
002000*     ledger entries, so the run can be regenerated and
002100*     SEQ-RECON accounts for the abandoned numbers.
002200* Either way the decision is appended to STMTHOLD and to
002300* the operator-activity log. Supervisor role required.
002400*----------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE        INIT  DESCRIPTION
002700*    2026-10-15   DN   Original program.
002710*    2026-10-15   DN   Refuse a release whose detail open and
002720*                      close balances no longer sum to the
002730*                      trailer's run totals.
002740*    2026-10-15   DN   Count only ledger entries actually
002750*                      unstamped on a reject; a failed rewrite
002760*                      goes to FILE-ERR and ends the reject RC 8.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SORTED-STATEMENTS ASSIGN TO 'STMTSRT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS SO-FILE-STATUS.
003500     SELECT VENDOR-HANDOVER ASSIGN TO 'STMTXMIT'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS VH-FILE-STATUS.
003800     SELECT PROOF-FILE ASSIGN TO 'STMTPRF'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS PF-FILE-STATUS.
004100     SELECT STMT-HOLD ASSIGN TO 'STMTHOLD'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS SH-FILE-STATUS.
004400     SELECT VOID-FILE ASSIGN TO 'VOIDFILE'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS VD-FILE-STATUS.
004700     SELECT CUST-LEDGER ASSIGN TO 'CUSTLEDG'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS LG-LEDGER-KEY
005100         FILE STATUS IS LG-FILE-STATUS.
005200     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS AF-FILE-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SORTED-STATEMENTS
005900     LABEL RECORDS ARE STANDARD.
006000     COPY "stmtrec.cpy".
006100*
006200 FD  VENDOR-HANDOVER
006300     LABEL RECORDS ARE STANDARD.
006400 01  VENDOR-HANDOVER-RECORD      PIC X(199).
006500*
006600 FD  PROOF-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  PROOF-LINE                  PIC X(132).
006900*
007000 FD  STMT-HOLD
007100     LABEL RECORDS ARE STANDARD.
007200     COPY "stmthold.cpy".
007300*
007400 FD  VOID-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY "voidrc.cpy".
007700*
007800 FD  CUST-LEDGER
007900     LABEL RECORDS ARE STANDARD.
008000     COPY "custledg.cpy".
008100*
008200 FD  AUTH-FAIL-LOG
008300     LABEL RECORDS ARE STANDARD.
008400     COPY "authfailrc.cpy".
008500*
008600 WORKING-STORAGE SECTION.
008700 COPY "operauth.cpy".
008800 COPY "signonws.cpy".
008900 COPY "actlogpm.cpy".
009000 COPY "xmitrgpm.cpy".
009050 COPY "errlogpm.cpy".
009100*
009200 01  WS-ACT-KEY.
009300     05  WS-ACT-KEY-SERIES   PIC X(03) VALUE 'STM'.
009400     05  FILLER              PIC X(01) VALUE SPACE.
009500     05  WS-ACT-KEY-DATE     PIC 9(08).
009600 COPY "rundate.cpy".
009700*
009800 01  SO-FILE-STATUS          PIC X(02).
009900 01  VH-FILE-STATUS          PIC X(02).
010000 01  PF-FILE-STATUS          PIC X(02).
010100 01  SH-FILE-STATUS          PIC X(02).
010200 01  VD-FILE-STATUS          PIC X(02).
010300 01  LG-FILE-STATUS          PIC X(02).
010400 01  AF-FILE-STATUS          PIC X(02).
010500*
010600 01  WS-OPERATOR-ID          PIC X(08).
010700 01  WS-AUTH-CODE            PIC X(04).
010800 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
010900     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
011000*
011100 01  WS-ACTION               PIC X(01).
011200     88  WS-ACTION-PROOF     VALUE 'P'.
011300     88  WS-ACTION-RELEASE   VALUE 'R'.
011400     88  WS-ACTION-REJECT    VALUE 'J'.
011500     88  WS-ACTION-DONE      VALUE 'X'.
011600 01  WS-CONFIRM              PIC X(01).
011700     88  WS-CONFIRMED        VALUE 'Y'.
011800*
011900 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
012000     88  WS-DONE             VALUE 'Y'.
012100 01  WS-HELD-SW              PIC X(01) VALUE 'N'.
012200     88  WS-RUN-HELD         VALUE 'Y' FALSE 'N'.
012300 01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
012400     88  WS-SCAN-EOF         VALUE 'Y' FALSE 'N'.
012500 01  WS-LEDGER-EOF-SW        PIC X(01) VALUE 'N'.
012600     88  WS-LEDGER-EOF       VALUE 'Y' FALSE 'N'.
012700 01  WS-LEDGER-OPEN-SW       PIC X(01) VALUE 'N'.
012800     88  WS-LEDGER-OPEN      VALUE 'Y' FALSE 'N'.
012900*
013000*    The run on STMTSRT and the held entry it stands under.
013100 01  WS-HELD-DATE            PIC 9(08) VALUE 0.
013200 01  WS-HELD-ENTRY           PIC X(120).
013220 01  WS-HELD-COUNT           PIC 9(05) VALUE 0.
013240 01  WS-HELD-HASH            PIC 9(09) VALUE 0.
013260 01  WS-DECISION             PIC X(01).
013300 01  WS-REJECT-REASON        PIC X(40).
013400*
013500 01  WS-VFY-COUNT            PIC 9(05) COMP VALUE 0.
013600 01  WS-VFY-HASH             PIC 9(09) COMP VALUE 0.
013610 01  WS-VFY-OPEN-BAL         PIC S9(09)V99 VALUE 0.
013620 01  WS-VFY-CLOSE-BAL        PIC S9(09)V99 VALUE 0.
013630 01  WS-TRL-OPEN-BAL         PIC S9(09)V99 VALUE 0.
013640 01  WS-TRL-CLOSE-BAL        PIC S9(09)V99 VALUE 0.
013650 01  WS-TRL-SEEN-SW          PIC X(01) VALUE 'N'.
013660     88  WS-TRL-SEEN         VALUE 'Y' FALSE 'N'.
013700 01  WS-COPY-COUNT           PIC 9(07) COMP VALUE 0.
013800 01  WS-VOID-COUNT           PIC 9(05) COMP VALUE 0.
013900 01  WS-UNSTAMP-COUNT        PIC 9(07) COMP VALUE 0.
013950 01  WS-STAMP-LEFT-COUNT     PIC 9(07) COMP VALUE 0.
014000 01  WS-PAGE-LINES           PIC 9(02) COMP VALUE 0.
014100 01  WS-PAGE-REPLY           PIC X(01).
014200*
014300 01  WS-DSP-COUNT            PIC Z(6)9.
014400 01  WS-DSP-HASH             PIC Z(8)9.
014500 01  WS-DSP-FIRST            PIC Z(8)9.
014600 01  WS-DSP-LAST             PIC Z(8)9.
014700 01  WS-DSP-PROOF            PIC ZZ9.
014800*
014900 PROCEDURE DIVISION.
015000*----------------------------------------------------------
015100* 0000-MAINLINE
015200*----------------------------------------------------------
015300 0000-MAINLINE.
015400     CALL 'BUS-DATE' USING WS-RUN-DATE.
015500     OPEN EXTEND AUTH-FAIL-LOG.
015600     IF AF-FILE-STATUS = '35'
015700         OPEN OUTPUT AUTH-FAIL-LOG
015800     END-IF.
015900     PERFORM 1700-CHECK-OPERATOR-AUTH THRU 1700-EXIT.
016000     IF WS-AUTHORIZED
016100         PERFORM 1500-FIND-HELD-RUN THRU 1500-EXIT
016200         IF WS-RUN-HELD
016300             PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
016400                 UNTIL WS-DONE
016500         END-IF
016600     ELSE
016700         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED TO ',
016800             'RELEASE STATEMENT RUNS'
016900         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
017000     END-IF.
017100     CLOSE AUTH-FAIL-LOG.
017200     GOBACK.
017300*----------------------------------------------------------
017400* 1700-CHECK-OPERATOR-AUTH - release is a supervisor
017500*     function: the operator must hold the supervisor role
017600*     on the operator master.
017700*----------------------------------------------------------
017800 1700-CHECK-OPERATOR-AUTH.
017900     IF SO-SIGNED-ON
018000         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
018100         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
018200     ELSE
018300         DISPLAY 'Enter your operator ID: '
018400         ACCEPT WS-OPERATOR-ID
018500         DISPLAY 'Enter your authorization code: '
018600         ACCEPT WS-AUTH-CODE
018700     END-IF.
018800     SET WS-AUTHORIZED TO FALSE.
018900     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
019000     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
019100     MOVE '3' TO OA-REQUIRED-ROLE.
019200     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
019300     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
019400     IF OA-AUTHORIZED
019500         SET WS-AUTHORIZED TO TRUE
019600     END-IF.
019700 1700-EXIT.
019800     EXIT.
019900*----------------------------------------------------------
020000* 1730-WRITE-AUTH-FAIL
020100*----------------------------------------------------------
020200 1730-WRITE-AUTH-FAIL.
020300     MOVE 'STMT-RELEASE' TO AF-SOURCE-PGM.
020400     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
020500     ACCEPT AF-REJECT-TIME FROM TIME.
020600     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
020700     MOVE 'SUPERVISOR AUTH REQUIRED' TO AF-REASON.
020800     WRITE AUTH-FAIL-RECORD.
020900 1730-EXIT.
021000     EXIT.
021100*----------------------------------------------------------
021200* 1500-FIND-HELD-RUN - the run on STMTSRT is the one its
021300*     header dates; only a run whose latest STMTHOLD entry
021400*     is a hold can be released or rejected.
021500*----------------------------------------------------------
021600 1500-FIND-HELD-RUN.
021700     SET WS-RUN-HELD TO FALSE.
021800     OPEN INPUT SORTED-STATEMENTS.
021900     IF SO-FILE-STATUS NOT = '00'
022000         DISPLAY 'NO PRESORTED STATEMENT FILE (STMTSRT) - ',
022100             'NOTHING TO RELEASE'
022200         GO TO 1500-EXIT
022300     END-IF.
022400     READ SORTED-STATEMENTS
022500         AT END
022600             MOVE SPACE TO ST-RECORD-TYPE
022700     END-READ.
022800     IF ST-TYPE-HEADER
022900         MOVE ST-RUN-DATE TO WS-HELD-DATE
023000     END-IF.
023100     CLOSE SORTED-STATEMENTS.
023200     IF WS-HELD-DATE = 0
023300         DISPLAY 'STMTSRT HAS NO HEADER - NOTHING TO RELEASE'
023400         GO TO 1500-EXIT
023500     END-IF.
023600     MOVE SPACES TO WS-HELD-ENTRY.
023700     SET WS-SCAN-EOF TO FALSE.
023800     OPEN INPUT STMT-HOLD.
023900     IF SH-FILE-STATUS NOT = '00'
024000         SET WS-SCAN-EOF TO TRUE
024100     END-IF.
024200     PERFORM 1510-SCAN-ONE-ENTRY THRU 1510-EXIT
024300         UNTIL WS-SCAN-EOF.
024400     IF SH-FILE-STATUS = '00' OR SH-FILE-STATUS = '10'
024500         CLOSE STMT-HOLD
024600     END-IF.
024700     IF WS-HELD-ENTRY = SPACES
024800         DISPLAY 'RUN OF ', WS-HELD-DATE, ' WAS NEVER HELD ',
024900             '- STMT-PROOF HAS NOT RUN FOR IT'
025000         GO TO 1500-EXIT
025100     END-IF.
025200     MOVE WS-HELD-ENTRY TO STMT-HOLD-RECORD.
025300     IF SH-STAT-RELEASED
025400         DISPLAY 'RUN OF ', WS-HELD-DATE, ' ALREADY RELEASED ',
025500             'BY ', SH-OPERATOR-ID
025600         GO TO 1500-EXIT
025700     END-IF.
025800     IF SH-STAT-REJECTED
025900         DISPLAY 'RUN OF ', WS-HELD-DATE, ' ALREADY REJECTED ',
026000             'BY ', SH-OPERATOR-ID, ' - REGENERATE THE RUN'
026100         GO TO 1500-EXIT
026200     END-IF.
026300     SET WS-RUN-HELD TO TRUE.
026320     MOVE SH-STMT-COUNT TO WS-HELD-COUNT.
026340     MOVE SH-HASH-TOTAL TO WS-HELD-HASH.
026400     MOVE SH-STMT-COUNT TO WS-DSP-COUNT.
026500     MOVE SH-HASH-TOTAL TO WS-DSP-HASH.
026600     MOVE SH-FIRST-DOC TO WS-DSP-FIRST.
026700     MOVE SH-LAST-DOC TO WS-DSP-LAST.
026800     MOVE SH-PROOF-COUNT TO WS-DSP-PROOF.
026900     DISPLAY ' '.
027000     DISPLAY 'STATEMENT RUN OF ', WS-HELD-DATE,
027100         ' HELD FOR RELEASE'.
027200     DISPLAY '  STATEMENTS: ', WS-DSP-COUNT,
027300         '   DOCUMENT HASH: ', WS-DSP-HASH.
027400     DISPLAY '  DOCUMENTS:  ', WS-DSP-FIRST, ' -', WS-DSP-LAST,
027500         '   PROOF SAMPLE: ', WS-DSP-PROOF.
027600 1500-EXIT.
027700     EXIT.
027800*----------------------------------------------------------
027900* 1510-SCAN-ONE-ENTRY - the register is append-only; the
028000*     last entry for the date is where the run stands.
028100*----------------------------------------------------------
028200 1510-SCAN-ONE-ENTRY.
028300     READ STMT-HOLD
028400         AT END
028500             SET WS-SCAN-EOF TO TRUE
028600         NOT AT END
028700             IF SH-RUN-DATE = WS-HELD-DATE
028800                 MOVE STMT-HOLD-RECORD TO WS-HELD-ENTRY
028900             END-IF
029000     END-READ.
029100 1510-EXIT.
029200     EXIT.
029300*----------------------------------------------------------
029400* 1000-PROCESS-ACTION
029500*----------------------------------------------------------
029600 1000-PROCESS-ACTION.
029700     DISPLAY ' '.
029800     DISPLAY 'P. VIEW THE PROOF SAMPLE'.
029900     DISPLAY 'R. RELEASE THE RUN TO THE PRINT VENDOR'.
030000     DISPLAY 'J. REJECT THE RUN'.
030100     DISPLAY 'X. EXIT'.
030200     DISPLAY 'Enter your selection: '.
030300     ACCEPT WS-ACTION.
030400     EVALUATE TRUE
030500         WHEN WS-ACTION-PROOF
030600             PERFORM 2000-VIEW-PROOF THRU 2000-EXIT
030700         WHEN WS-ACTION-RELEASE
030800             PERFORM 3000-RELEASE-RUN THRU 3000-EXIT
030900         WHEN WS-ACTION-REJECT
031000             PERFORM 4000-REJECT-RUN THRU 4000-EXIT
031100         WHEN WS-ACTION-DONE
031200             SET WS-DONE TO TRUE
031300         WHEN OTHER
031400             DISPLAY 'INVALID SELECTION - TRY AGAIN'
031500     END-EVALUATE.
031600 1000-EXIT.
031700     EXIT.
031800*----------------------------------------------------------
031900* 2000-VIEW-PROOF - the STMTPRF proof, twenty lines at a
032000*     time.
032100*----------------------------------------------------------
032200 2000-VIEW-PROOF.
032300     OPEN INPUT PROOF-FILE.
032400     IF PF-FILE-STATUS NOT = '00'
032500         DISPLAY 'NO PROOF FILE (STMTPRF) TO VIEW'
032600         GO TO 2000-EXIT
032700     END-IF.
032800     SET WS-SCAN-EOF TO FALSE.
032900     MOVE 0 TO WS-PAGE-LINES.
033000     PERFORM 2010-SHOW-ONE-LINE THRU 2010-EXIT
033100         UNTIL WS-SCAN-EOF.
033200     CLOSE PROOF-FILE.
033300 2000-EXIT.
033400     EXIT.
033500*----------------------------------------------------------
033600* 2010-SHOW-ONE-LINE
033700*----------------------------------------------------------
033800 2010-SHOW-ONE-LINE.
033900     READ PROOF-FILE
034000         AT END
034100             SET WS-SCAN-EOF TO TRUE
034200             DISPLAY '*** END OF PROOF ***'
034300             GO TO 2010-EXIT
034400     END-READ.
034500     DISPLAY PROOF-LINE.
034600     ADD 1 TO WS-PAGE-LINES.
034700     IF WS-PAGE-LINES < 20
034800         GO TO 2010-EXIT
034900     END-IF.
035000     MOVE 0 TO WS-PAGE-LINES.
035100     DISPLAY 'Press ENTER for more, X to stop: '.
035200     ACCEPT WS-PAGE-REPLY.
035300     IF WS-PAGE-REPLY = 'X' OR WS-PAGE-REPLY = 'x'
035400         SET WS-SCAN-EOF TO TRUE
035500     END-IF.
035600 2010-EXIT.
035700     EXIT.
035800*----------------------------------------------------------
035900* 3000-RELEASE-RUN - the file must still be the one that
036000*     was proofed: the same statement count and document
036100*     hash as the hold entry, and detail balances that
036150*     still sum to its trailer's run totals.
036200*----------------------------------------------------------
036300 3000-RELEASE-RUN.
036400     PERFORM 5000-VERIFY-RUN THRU 5000-EXIT.
036500     IF WS-VFY-COUNT NOT = WS-HELD-COUNT
036600         OR WS-VFY-HASH NOT = WS-HELD-HASH
036700         DISPLAY 'STMTSRT NO LONGER MATCHES THE PROOFED RUN - ',
036800             'NOT RELEASED; RERUN STMT-PROOF'
036900         GO TO 3000-EXIT
037000     END-IF.
037010     IF NOT WS-TRL-SEEN
037020         OR WS-VFY-OPEN-BAL NOT = WS-TRL-OPEN-BAL
037030         OR WS-VFY-CLOSE-BAL NOT = WS-TRL-CLOSE-BAL
037040         DISPLAY 'STMTSRT DETAIL BALANCES DO NOT TIE TO ITS ',
037050             'TRAILER - NOT RELEASED; REJECT AND REGENERATE'
037060         GO TO 3000-EXIT
037070     END-IF.
037100     DISPLAY 'Release the run to the print vendor? (Y/N): '.
037200     ACCEPT WS-CONFIRM.
037300     IF NOT WS-CONFIRMED
037400         DISPLAY 'NOTHING RELEASED'
037500         GO TO 3000-EXIT
037600     END-IF.
037700     PERFORM 3100-COPY-TO-VENDOR THRU 3100-EXIT.
037800     IF VH-FILE-STATUS NOT = '00'
037900         DISPLAY 'STMTXMIT COULD NOT BE WRITTEN - STATUS ',
038000             VH-FILE-STATUS, ' - NOT RELEASED'
038100         GO TO 3000-EXIT
038200     END-IF.
038300     MOVE 'STMTOUT' TO XM-FILE-NAME.
038400     MOVE WS-HELD-DATE TO XM-BUSINESS-DATE.
038500     MOVE WS-HELD-COUNT TO XM-RECORD-COUNT.
038600     MOVE WS-HELD-HASH TO XM-HASH-TOTAL.
038700     MOVE ZERO TO XM-RESEND-OF-DATE.
038800     CALL 'XMIT-REG' USING XMIT-REG-PARMS.
038900     MOVE 'R' TO WS-DECISION.
039000     MOVE SPACES TO WS-REJECT-REASON.
039100     PERFORM 6000-APPEND-DECISION THRU 6000-EXIT.
039200     MOVE 'RELEASE' TO AY-ACTION-CODE.
039300     PERFORM 6100-LOG-ACTIVITY THRU 6100-EXIT.
039400     DISPLAY 'RUN OF ', WS-HELD-DATE, ' RELEASED - ',
039500         WS-COPY-COUNT, ' RECORDS ON STMTXMIT'.
039600     SET WS-DONE TO TRUE.
039700 3000-EXIT.
039800     EXIT.
039900*----------------------------------------------------------
040000* 3100-COPY-TO-VENDOR - the whole run, header to trailer,
040100*     onto the vendor's pickup file.
040200*----------------------------------------------------------
040300 3100-COPY-TO-VENDOR.
040400     MOVE 0 TO WS-COPY-COUNT.
040500     OPEN OUTPUT VENDOR-HANDOVER.
040600     IF VH-FILE-STATUS NOT = '00'
040700         GO TO 3100-EXIT
040800     END-IF.
040900     OPEN INPUT SORTED-STATEMENTS.
041000     SET WS-SCAN-EOF TO FALSE.
041100     PERFORM 3110-COPY-ONE-RECORD THRU 3110-EXIT
041200         UNTIL WS-SCAN-EOF.
041300     CLOSE SORTED-STATEMENTS VENDOR-HANDOVER.
041400 3100-EXIT.
041500     EXIT.
041600*----------------------------------------------------------
041700* 3110-COPY-ONE-RECORD
041800*----------------------------------------------------------
041900 3110-COPY-ONE-RECORD.
042000     READ SORTED-STATEMENTS
042100         AT END
042200             SET WS-SCAN-EOF TO TRUE
042300             GO TO 3110-EXIT
042400     END-READ.
042500     WRITE VENDOR-HANDOVER-RECORD FROM STATEMENT-RECORD.
042600     ADD 1 TO WS-COPY-COUNT.
042700 3110-EXIT.
042800     EXIT.
042900*----------------------------------------------------------
043000* 4000-REJECT-RUN - the run is abandoned: its numbers are
043100*     voided as rejected and its ledger entries handed back
043200*     to the next statement build.
043300*----------------------------------------------------------
043400 4000-REJECT-RUN.
043500     DISPLAY 'Reason for rejecting the run: '.
043600     ACCEPT WS-REJECT-REASON.
043700     IF WS-REJECT-REASON = SPACES
043800         DISPLAY 'A REASON IS REQUIRED - NOTHING REJECTED'
043900         GO TO 4000-EXIT
044000     END-IF.
044100     DISPLAY 'Reject the run and void its document numbers? ',
044200         '(Y/N): '.
044300     ACCEPT WS-CONFIRM.
044400     IF NOT WS-CONFIRMED
044500         DISPLAY 'NOTHING REJECTED'
044600         GO TO 4000-EXIT
044700     END-IF.
044800     MOVE 0 TO WS-VOID-COUNT WS-UNSTAMP-COUNT.
044850     MOVE 0 TO WS-STAMP-LEFT-COUNT.
044900     OPEN EXTEND VOID-FILE.
045000     IF VD-FILE-STATUS = '35'
045100         OPEN OUTPUT VOID-FILE
045200     END-IF.
045300     OPEN I-O CUST-LEDGER.
045400     IF LG-FILE-STATUS = '00'
045500         SET WS-LEDGER-OPEN TO TRUE
045600     END-IF.
045700     OPEN INPUT SORTED-STATEMENTS.
045800     SET WS-SCAN-EOF TO FALSE.
045900     PERFORM 4100-REJECT-ONE-RECORD THRU 4100-EXIT
046000         UNTIL WS-SCAN-EOF.
046100     CLOSE SORTED-STATEMENTS VOID-FILE.
046200     IF WS-LEDGER-OPEN
046300         CLOSE CUST-LEDGER
046400         SET WS-LEDGER-OPEN TO FALSE
046500     END-IF.
046600     MOVE 'J' TO WS-DECISION.
046800     PERFORM 6000-APPEND-DECISION THRU 6000-EXIT.
046900     MOVE 'REJECT' TO AY-ACTION-CODE.
047000     PERFORM 6100-LOG-ACTIVITY THRU 6100-EXIT.
047100     DISPLAY 'RUN OF ', WS-HELD-DATE, ' REJECTED - ',
047200         WS-VOID-COUNT, ' DOCUMENT NUMBER(S) VOIDED, ',
047300         WS-UNSTAMP-COUNT, ' LEDGER ENTRIES RELEASED'.
047310*    An entry still stamped would be skipped as already
047320*    statemented when the run is regenerated.
047330     IF WS-STAMP-LEFT-COUNT > 0
047340         DISPLAY WS-STAMP-LEFT-COUNT, ' LEDGER ENTRIES COULD ',
047350             'NOT BE RELEASED - SEE THE FILE ERROR LOG ',
047360             'BEFORE REGENERATING'
047370         MOVE 8 TO RETURN-CODE
047380     END-IF.
047400     SET WS-DONE TO TRUE.
047500 4000-EXIT.
047600     EXIT.
047700*----------------------------------------------------------
047800* 4100-REJECT-ONE-RECORD - one void per statement detail.
047900*----------------------------------------------------------
048000 4100-REJECT-ONE-RECORD.
048100     READ SORTED-STATEMENTS
048200         AT END
048300             SET WS-SCAN-EOF TO TRUE
048400             GO TO 4100-EXIT
048500     END-READ.
048600     IF NOT ST-TYPE-DETAIL
048700         GO TO 4100-EXIT
048800     END-IF.
048900     MOVE SPACES TO VOID-RECORD.
049000     MOVE 'V' TO VD-RECORD-TYPE.
049100     MOVE 'STM' TO VD-SERIES-CODE.
049200     MOVE ST-DOC-NUMBER TO VD-SEQ-NUMBER.
049300     MOVE WS-RUN-DATE TO VD-ACTION-DATE.
049400     ACCEPT VD-ACTION-TIME FROM TIME.
049500     MOVE WS-OPERATOR-ID TO VD-OPERATOR-ID.
049600     SET VD-REASON-REJECTED TO TRUE.
049700     MOVE SPACES TO VD-REISSUE-DOC-ID.
049800     WRITE VOID-RECORD.
049900     ADD 1 TO WS-VOID-COUNT.
050000     IF WS-LEDGER-OPEN
050100         PERFORM 4200-UNSTAMP-LEDGER THRU 4200-EXIT
050200     END-IF.
050300 4100-EXIT.
050400     EXIT.
050500*----------------------------------------------------------
050600* 4200-UNSTAMP-LEDGER - the customer's entries the run
050700*     stamped go back to unstatemented.
050800*----------------------------------------------------------
050900 4200-UNSTAMP-LEDGER.
051000     SET WS-LEDGER-EOF TO FALSE.
051100     MOVE ST-CUST-ID TO LG-CUST-ID.
051200     MOVE ZERO TO LG-POST-DATE LG-POST-SEQ.
051300     START CUST-LEDGER
051400         KEY IS NOT LESS THAN LG-LEDGER-KEY
051500         INVALID KEY
051600             SET WS-LEDGER-EOF TO TRUE
051700     END-START.
051800     PERFORM 4210-UNSTAMP-ONE-ENTRY THRU 4210-EXIT
051900         UNTIL WS-LEDGER-EOF.
052000 4200-EXIT.
052100     EXIT.
052200*----------------------------------------------------------
052300* 4210-UNSTAMP-ONE-ENTRY
052400*----------------------------------------------------------
052500 4210-UNSTAMP-ONE-ENTRY.
052600     READ CUST-LEDGER NEXT RECORD
052700         AT END
052800             SET WS-LEDGER-EOF TO TRUE
052900             GO TO 4210-EXIT
053000     END-READ.
053100     IF LG-CUST-ID NOT = ST-CUST-ID
053200         SET WS-LEDGER-EOF TO TRUE
053300         GO TO 4210-EXIT
053400     END-IF.
053500     IF LG-STMT-DATE NOT = WS-HELD-DATE
053600         GO TO 4210-EXIT
053700     END-IF.
053800     MOVE ZERO TO LG-STMT-DATE.
053900     REWRITE CUST-LEDGER-RECORD
054000         INVALID KEY
054100             CONTINUE
054200     END-REWRITE.
054210     IF LG-FILE-STATUS NOT = '00'
054220         MOVE 'STMT-RELEASE' TO FE-SOURCE-PGM
054230         MOVE 'CUSTLEDG' TO FE-FILE-NAME
054240         MOVE 'REWRITE' TO FE-OPERATION
054250         MOVE LG-FILE-STATUS TO FE-FILE-STATUS
054260         MOVE WS-RUN-DATE TO FE-RUN-DATE
054270         CALL 'FILE-ERR' USING FILE-ERR-PARMS
054280         ADD 1 TO WS-STAMP-LEFT-COUNT
054290         GO TO 4210-EXIT
054295     END-IF.
054300     ADD 1 TO WS-UNSTAMP-COUNT.
054400 4210-EXIT.
054500     EXIT.
054600*----------------------------------------------------------
054700* 5000-VERIFY-RUN - count the details on STMTSRT and sum
054800*     their document numbers the way PERFORM-TIMES does,
054820*     and sum their open and close balances to prove
054840*     against the run totals on the trailer.
054900*----------------------------------------------------------
055000 5000-VERIFY-RUN.
055100     MOVE 0 TO WS-VFY-COUNT WS-VFY-HASH.
055110     MOVE 0 TO WS-VFY-OPEN-BAL WS-VFY-CLOSE-BAL.
055120     MOVE 0 TO WS-TRL-OPEN-BAL WS-TRL-CLOSE-BAL.
055130     SET WS-TRL-SEEN TO FALSE.
055200     OPEN INPUT SORTED-STATEMENTS.
055300     IF SO-FILE-STATUS NOT = '00'
055400         GO TO 5000-EXIT
055500     END-IF.
055600     SET WS-SCAN-EOF TO FALSE.
055700     PERFORM 5010-VERIFY-ONE-RECORD THRU 5010-EXIT
055800         UNTIL WS-SCAN-EOF.
055900     CLOSE SORTED-STATEMENTS.
056000 5000-EXIT.
056100     EXIT.
056200*----------------------------------------------------------
056300* 5010-VERIFY-ONE-RECORD
056400*----------------------------------------------------------
056500 5010-VERIFY-ONE-RECORD.
056600     READ SORTED-STATEMENTS
056700         AT END
056800             SET WS-SCAN-EOF TO TRUE
056900             GO TO 5010-EXIT
057000     END-READ.
057100     IF ST-TYPE-DETAIL
057200         ADD 1 TO WS-VFY-COUNT
057300         ADD ST-DOC-NUMBER TO WS-VFY-HASH
057310         ADD ST-OPEN-BALANCE TO WS-VFY-OPEN-BAL
057320         ADD ST-CLOSE-BALANCE TO WS-VFY-CLOSE-BAL
057400     END-IF.
057410     IF ST-TYPE-TRAILER
057420         MOVE ST-OPEN-BALANCE TO WS-TRL-OPEN-BAL
057430         MOVE ST-CLOSE-BALANCE TO WS-TRL-CLOSE-BAL
057440         SET WS-TRL-SEEN TO TRUE
057450     END-IF.
057500 5010-EXIT.
057600     EXIT.
057700*----------------------------------------------------------
057800* 6000-APPEND-DECISION - the supervisor's entry, carrying
057900*     the held entry's figures forward.
058000*----------------------------------------------------------
058100 6000-APPEND-DECISION.
058200     OPEN EXTEND STMT-HOLD.
058220     MOVE WS-HELD-ENTRY TO STMT-HOLD-RECORD.
058240     MOVE WS-DECISION TO SH-STATUS.
058260     MOVE WS-REJECT-REASON TO SH-REASON.
058300     MOVE WS-RUN-DATE TO SH-ENTRY-DATE.
058400     ACCEPT SH-ENTRY-TIME FROM TIME.
058500     MOVE WS-OPERATOR-ID TO SH-OPERATOR-ID.
058600     WRITE STMT-HOLD-RECORD.
058700     CLOSE STMT-HOLD.
058800 6000-EXIT.
058900     EXIT.
059000*----------------------------------------------------------
059100* 6100-LOG-ACTIVITY
059200*----------------------------------------------------------
059300 6100-LOG-ACTIVITY.
059400     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
059500     MOVE 'STMT-RELEASE' TO AY-SOURCE-PGM.
059600     MOVE WS-HELD-DATE TO WS-ACT-KEY-DATE.
059700     MOVE WS-ACT-KEY TO AY-ACTION-KEY.
059800     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
059900     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
060000 6100-EXIT.
060100     EXIT.
