002330*                      work table - the old rewrite
002340*                      silently destroyed every record
002350*                      past the cap.
002355*    2026-10-15   DN   Apply the delivery feedback only when the
002360*                      INTKREG intake register has it registered
002365*                      and not yet processed (INTAKE-SVC), marking
002370*                      it processed once the queue is rewritten; a
002375*                      refused file ends RC 8, which now survives
002380*                      the closing JOB-HIST call.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006400 01  REPORT-LINE                 PIC X(120).
006500*
006600 WORKING-STORAGE SECTION.
006650 COPY "intkpm.cpy".
006700 01  ND-FILE-STATUS              PIC X(02).
006800 01  NR-FILE-STATUS              PIC X(02).
006900 01  NY-FILE-STATUS              PIC X(02).
007200*
007300 01  WS-DLV-EOF-SW               PIC X(01) VALUE 'N'.
007400     88  WS-DLV-EOF              VALUE 'Y' FALSE 'N'.
007420 01  WS-INTAKE-REFUSED-SW        PIC X(01) VALUE 'N'.
007440     88  WS-INTAKE-REFUSED       VALUE 'Y' FALSE 'N'.
007500 01  WS-QUEUE-EOF-SW             PIC X(01).
007600     88  WS-QUEUE-EOF            VALUE 'Y' FALSE 'N'.
007610 01  WS-OVERFLOW-SW              PIC X(01) VALUE 'N'.
014300         UNTIL WS-DLV-EOF.
014400     PERFORM 5000-CULL-EXHAUSTED THRU 5000-EXIT.
014500     PERFORM 6000-REWRITE-QUEUE THRU 6000-EXIT.
014520     IF IK-ACCEPTED
014540         PERFORM 1210-MARK-PROCESSED THRU 1210-EXIT
014560     END-IF.
014600     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
014700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014800     GOBACK.
017500         DISPLAY 'NOTIF-FEEDBACK - NO DELIVERY-STATUS ',
017600             'FILE - NOTHING TO APPLY'
017700         SET WS-DLV-EOF TO TRUE
017710     END-IF.
017720     MOVE SPACE TO IK-RESULT.
017730     IF ND-FILE-STATUS = '00'
017740         PERFORM 1200-CHECK-INTAKE THRU 1200-EXIT
017800     END-IF.
017900     OPEN OUTPUT REPORT-OUT.
018000     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
021500     MOVE NR-MESSAGE-TEXT TO WS-RT-TEXT (WS-QUEUE-COUNT).
021600     MOVE 'N' TO WS-RT-DROP-SW (WS-QUEUE-COUNT).
021700 1110-EXIT.
021702     EXIT.
021704*----------------------------------------------------------
021706* 1200-CHECK-INTAKE - the delivery feedback is applied only
021708*     when INTKREG has it registered and not yet processed.
021710*----------------------------------------------------------
021712 1200-CHECK-INTAKE.
021714     SET IK-FUNC-VERIFY TO TRUE.
021716     MOVE 'NTFDLVST' TO IK-FILE-NAME.
021718     MOVE SPACES TO IK-SENDER.
021720     MOVE WS-RUN-DATE TO IK-BUSINESS-DATE.
021722     MOVE 'NOTIF-FEEDBACK' TO IK-PROGRAM.
021724     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
021726     IF IK-ACCEPTED
021728         GO TO 1200-EXIT
021730     END-IF.
021732     SET WS-INTAKE-REFUSED TO TRUE.
021734     SET WS-DLV-EOF TO TRUE.
021736     IF IK-DUPLICATE
021738         DISPLAY 'NOTIF-FEEDBACK - DELIVERY-STATUS FILE ',
021740             'ALREADY PROCESSED ', IK-PRIOR-DATE,
021742             ' - DUPLICATE REFUSED'
021744     ELSE
021746         DISPLAY 'NOTIF-FEEDBACK - DELIVERY-STATUS FILE NOT ',
021748             'REGISTERED ON INTKREG - REFUSED'
021750     END-IF.
021752 1200-EXIT.
021754     EXIT.
021756*----------------------------------------------------------
021758* 1210-MARK-PROCESSED
021760*----------------------------------------------------------
021762 1210-MARK-PROCESSED.
021764     SET IK-FUNC-PROCESSED TO TRUE.
021766     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
021768 1210-EXIT.
021800     EXIT.
021900*----------------------------------------------------------
022000* 2000-READ-STATUS
040200* 9000-TERMINATE
040300*----------------------------------------------------------
040400 9000-TERMINATE.
040420     IF WS-INTAKE-REFUSED
040440         MOVE 8 TO RETURN-CODE
040460     END-IF.
040500     IF ND-FILE-STATUS = '00' OR ND-FILE-STATUS = '10'
040600         CLOSE DELIVERY-STATUS
040700     END-IF.
041000     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
041100     MOVE RETURN-CODE TO JB-RETURN-CODE.
041200     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
041250     MOVE JB-RETURN-CODE TO RETURN-CODE.
041300 9000-EXIT.
041400     EXIT.
