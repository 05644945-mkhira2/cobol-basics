002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002300*    2026-09-01   DN   Original program.
002310*    2026-10-15   DN   A proposal may be a source or source
002320*                      group set; only the entries that set
002330*                      would govern, as THRESH-SELECT resolves
002340*                      each entry's source today, are replayed,
002350*                      and the rest are counted as outside it.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005000             ==TC-CRIT-RESULT-THRESHOLD== BY
005100             ==SM-CRIT-RESULT-THRESHOLD==
005200             ==TC-EFF-DATE== BY ==SM-EFF-DATE==
005300             ==TC-APPROVED-BY== BY ==SM-APPROVED-BY==
005310             ==TC-SET-SCOPE== BY ==SM-SET-SCOPE==
005320             ==TC-SCOPE-COMPANY== BY ==SM-SCOPE-COMPANY==
005330             ==TC-SCOPE-GROUP== BY ==SM-SCOPE-GROUP==
005340             ==TC-SCOPE-SOURCE== BY ==SM-SCOPE-SOURCE==
005350             ==TC-SET-REF== BY ==SM-SET-REF==
005360             ==TC-SET-STATUS== BY ==SM-SET-STATUS==
005370             ==TC-SET-REMOVED== BY ==SM-SET-REMOVED==.
005400*
005500 FD  AUDIT-LOG
005600     LABEL RECORDS ARE STANDARD.
008100 01  WS-CNT-C-TO-W               PIC 9(07) COMP VALUE 0.
008200 01  WS-CNT-UNCHANGED            PIC 9(07) COMP VALUE 0.
008300 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
008320 01  WS-CNT-OUT-OF-SET          PIC 9(07) COMP VALUE 0.
008340 01  WS-REPLAY-COUNT            PIC 9(07) COMP VALUE 0.
008360 01  WS-IN-SET-SW               PIC X(01) VALUE 'N'.
008380     88  WS-IN-SET              VALUE 'Y' FALSE 'N'.
008400*
008500 COPY "rundate.cpy".
008600 COPY "threprm.cpy".
008700 COPY "jobhstpm.cpy".
008750 COPY "thrslcpm.cpy".
008800*
008900 01  RPT-HEADER-LINE.
009000     05  FILLER                  PIC X(36) VALUE
010200     05  RPP-RESULT              PIC -ZZZ9.
010300     05  FILLER                  PIC X(06) VALUE '  CRIT'.
010400     05  RPP-CRIT                PIC -ZZZ9.
010420     05  FILLER                  PIC X(06) VALUE '  SET '.
010440     05  RPP-SET-SCOPE           PIC X(01).
010460     05  FILLER                  PIC X(01) VALUE SPACE.
010480     05  RPP-SET-REF             PIC X(12).
010500*
010600 01  RPT-MOVE-LINE.
010700     05  RPM-LABEL               PIC X(25).
016100     MOVE SM-B-HIGH-THRESHOLD TO RPP-B-HIGH.
016200     MOVE SM-RESULT-THRESHOLD TO RPP-RESULT.
016300     MOVE SM-CRIT-RESULT-THRESHOLD TO RPP-CRIT.
016310     IF SM-SCOPE-COMPANY
016320         MOVE 'C' TO RPP-SET-SCOPE
016330     ELSE
016340         MOVE SM-SET-SCOPE TO RPP-SET-SCOPE
016350     END-IF.
016360     MOVE SM-SET-REF TO RPP-SET-REF.
016400     WRITE REPORT-LINE FROM RPT-PROPOSAL-LINE.
016500     MOVE ALL '-' TO REPORT-LINE.
016600     WRITE REPORT-LINE.
019200         AND WS-OLD-SEVERITY NOT = 'C'
019300         MOVE 'N' TO WS-OLD-SEVERITY
019400     END-IF.
019410     PERFORM 2150-CHECK-IN-SET THRU 2150-EXIT.
019420     IF NOT WS-IN-SET
019430         ADD 1 TO WS-CNT-OUT-OF-SET
019440         PERFORM 2000-READ-AUDIT THRU 2000-EXIT
019450         GO TO 2100-EXIT
019460     END-IF.
019500     MOVE AL-VALUE-A TO TE-VALUE-A.
019600     MOVE AL-VALUE-B TO TE-VALUE-B.
019700     MOVE AL-RESULT TO TE-RESULT.
020400     PERFORM 2200-COUNT-TRANSITION THRU 2200-EXIT.
020500     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
020600 2100-EXIT.
020602     EXIT.
020604*----------------------------------------------------------
020606* 2150-CHECK-IN-SET - a source set governs its own source
020608*     only; a group set the group's sources that have no set
020610*     of their own; the company set every source left over.
020612*----------------------------------------------------------
020614 2150-CHECK-IN-SET.
020616     SET WS-IN-SET TO FALSE.
020618     IF SM-SCOPE-SOURCE
020620         IF AL-SOURCE-REF = SM-SET-REF
020622             SET WS-IN-SET TO TRUE
020624         END-IF
020626         GO TO 2150-EXIT
020628     END-IF.
020630     MOVE AL-SOURCE-REF TO TK-SOURCE-REF.
020632     MOVE 0 TO TK-A-LOW-THRESHOLD TK-B-HIGH-THRESHOLD
020634         TK-RESULT-THRESHOLD TK-CRIT-RESULT-THRESHOLD.
020636     CALL 'THRESH-SELECT' USING THRESH-SELECT-PARMS.
020638     IF SM-SCOPE-GROUP
020640         IF TK-SOURCE-GROUP = SM-SET-REF
020642             AND NOT TK-SCOPE-SOURCE
020644             SET WS-IN-SET TO TRUE
020646         END-IF
020648         GO TO 2150-EXIT
020650     END-IF.
020652     IF TK-SCOPE-COMPANY
020654         SET WS-IN-SET TO TRUE
020656     END-IF.
020658 2150-EXIT.
020700     EXIT.
020800*----------------------------------------------------------
020900* 2200-COUNT-TRANSITION
023100* 8000-PRINT-RESULTS
023200*----------------------------------------------------------
023300 8000-PRINT-RESULTS.
023350     COMPUTE WS-REPLAY-COUNT = WS-READ-COUNT - WS-CNT-OUT-OF-SET.
023400     MOVE 'ENTRIES REPLAYED' TO RPM-LABEL.
023500     MOVE WS-REPLAY-COUNT TO RPM-COUNT.
023510     WRITE REPORT-LINE FROM RPT-MOVE-LINE.
023520     MOVE 'OUTSIDE THE PROPOSED SET' TO RPM-LABEL.
023530     MOVE WS-CNT-OUT-OF-SET TO RPM-COUNT.
023600     WRITE REPORT-LINE FROM RPT-MOVE-LINE.
023700     MOVE 'NORMAL   TO WARNING' TO RPM-LABEL.
023800     MOVE WS-CNT-N-TO-W TO RPM-COUNT.
025500     MOVE 'UNCHANGED' TO RPM-LABEL.
025600     MOVE WS-CNT-UNCHANGED TO RPM-COUNT.
025700     WRITE REPORT-LINE FROM RPT-MOVE-LINE.
025800     DISPLAY 'THRESH-SIM - ', WS-REPLAY-COUNT,
025900         ' ENTRIES REPLAYED'.
026000 8000-EXIT.
026100     EXIT.
