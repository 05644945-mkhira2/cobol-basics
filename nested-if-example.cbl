006460*                      the audit-log record, so every threshold
006465*                      decision traces to its originating
006470*                      measurement.
006471*    2026-10-14   DN   Carry the branch onto the audit record.
006472*    2026-10-15   DN   Grade each pair under its source's own
006473*                      set (THRESH-SELECT); chain each AUDITLOG
006474*                      entry through CHAIN-SVC.
006475*----------------------------------------------------------
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
009780     COPY "dryrctl.cpy".
009800*
009900 WORKING-STORAGE SECTION.
009950 COPY "chainpm.cpy".
010000 01  A                       PIC S9(03)
010010                             SIGN LEADING SEPARATE.
010100 01  B                       PIC S9(03)
011720*    The measurement reference the batch pair was captured
011730*    under; spaces for an online-keyed pair.
011740 01  WS-SOURCE-REF           PIC X(12) VALUE SPACES.
011790 01  WS-BRANCH-CODE          PIC X(03) VALUE SPACES.
011800*
011810 01  WS-EVAL-COUNT           PIC 9(07) COMP VALUE 0.
011900 COPY "eofsw.cpy".
012000 COPY "rundate.cpy".
012010 COPY "jobhstpm.cpy".
012060 COPY "signonws.cpy".
012100*
012200 01  WS-A-LOW-THRESHOLD      PIC S9(03) VALUE 10.
012300 01  WS-B-HIGH-THRESHOLD     PIC S9(03) VALUE 10.
012420                             PIC S9(04) VALUE 0.
012500*
012600 COPY "threprm.cpy".
012650 COPY "thrslcpm.cpy".
012700*
012800 PROCEDURE DIVISION.
012900*----------------------------------------------------------
014300             UNTIL WS-BATCH-EOF
014400         CLOSE AB-PAIR-INPUT
014500     ELSE
014520         IF SO-SIGNED-ON
014540             MOVE SO-BRANCH-CODE TO WS-BRANCH-CODE
014560         END-IF
014600         PERFORM 1600-ACCEPT-A-VALUE THRU 1600-EXIT
014700         PERFORM 1650-ACCEPT-B-VALUE THRU 1650-EXIT
014800         PERFORM 2500-EVALUATE-ONE-PAIR THRU 2500-EXIT
023700                 MOVE AP-VALUE-A TO A
023800                 MOVE AP-VALUE-B TO B
023810                 MOVE AP-SOURCE-REF TO WS-SOURCE-REF
023860                 MOVE AP-BRANCH-CODE TO WS-BRANCH-CODE
023900             END-IF
024000     END-READ.
024100 3000-EXIT.
028900     MOVE A TO TE-VALUE-A.
029000     MOVE B TO TE-VALUE-B.
029100     MOVE RESULT TO TE-RESULT.
029200     MOVE WS-SOURCE-REF TO TK-SOURCE-REF.
029300     MOVE WS-A-LOW-THRESHOLD TO TK-A-LOW-THRESHOLD.
029400     MOVE WS-B-HIGH-THRESHOLD TO TK-B-HIGH-THRESHOLD.
029405     MOVE WS-RESULT-THRESHOLD TO TK-RESULT-THRESHOLD.
029410     MOVE WS-CRIT-RESULT-THRESHOLD
029411         TO TK-CRIT-RESULT-THRESHOLD.
029412     CALL 'THRESH-SELECT' USING THRESH-SELECT-PARMS.
029413     MOVE TK-A-LOW-THRESHOLD TO TE-A-LOW-THRESHOLD.
029414     MOVE TK-B-HIGH-THRESHOLD TO TE-B-HIGH-THRESHOLD.
029415     MOVE TK-RESULT-THRESHOLD TO TE-RESULT-THRESHOLD.
029416     MOVE TK-CRIT-RESULT-THRESHOLD
029420         TO TE-CRIT-RESULT-THRESHOLD.
029500     CALL 'THRESH-EVAL' USING THRESHOLD-EVAL-PARMS.
029600     MOVE TE-BRANCH-TAKEN TO AL-BRANCH-TAKEN.
031900     MOVE TE-EXCEPTION-SW TO AL-EXCEPTION-SW.
031910     MOVE TE-SEVERITY TO AL-SEVERITY.
031920     MOVE WS-SOURCE-REF TO AL-SOURCE-REF.
031925     MOVE WS-BRANCH-CODE TO AL-BRANCH-CODE.
031927     MOVE TK-SET-SCOPE TO AL-THRESH-SCOPE.
031929     MOVE TK-SET-REF TO AL-THRESH-SET-REF.
031930     IF DR-DRY-RUN
031940         GO TO 2100-EXIT
031950     END-IF.
031955     MOVE ZERO TO AL-CHAIN-VALUE.
031960     SET CV-FUNC-LINK TO TRUE.
031965     MOVE 'AUDITLOG' TO CV-LOG-ID.
031970     MOVE AUDIT-LOG-RECORD TO CV-RECORD.
031975     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
031980     MOVE CV-CHAIN-VALUE TO AL-CHAIN-VALUE.
032000     WRITE AUDIT-LOG-RECORD.
032100 2100-EXIT.
032200     EXIT.
