000700*----------------------------------------------------------
000800* Daily end-to-end balancing proof sheet - one program
000900* that proves the whole day hangs together instead of
001000* each report balancing its own corner. Six equations,
001100* each printed in or out of balance with the discrepancy:
001200*   1. USERBATCH records in = the day's intake adds plus
001300*      the day's USERREJ rejects.
001700*      acknowledgment count for the run date.
001800*   4. The day's AUDITLOG records = the GLPOST trailer's
001900*      audit count.
001920*   5. STMTOUT statement details = the POSTCOST pieces the
001940*      presort costed postage on.
001960*   6. The POSTCOST postage = the GLPOST postage debits.
002000* A day that does not prove ends with return code 8, so
002100* JOB-STREAM halts instead of rolling a broken day
002200* forward.
002640*                      OPER-MAINT 'ADD' activity was throwing
002650*                      the equation out and halting the
002660*                      stream on ordinary days.
002665*    2026-10-15   DN   Prove the statement postage: the
002670*                      POSTCOST pieces against the statement
002675*                      details, and the POSTCOST amount
002680*                      against the postage GL-POST debited.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005800     SELECT GL-POSTING-FILE ASSIGN TO 'GLPOST'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS GP-FILE-STATUS.
006020     SELECT POSTAGE-COST ASSIGN TO 'POSTCOST'
006040         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS PC-FILE-STATUS.
006100     SELECT REPORT-OUT ASSIGN TO 'DAYPROOF'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS RO-FILE-STATUS.
010400     LABEL RECORDS ARE STANDARD.
010500     COPY "glpost.cpy".
010600*
010610 FD  POSTAGE-COST
010620     LABEL RECORDS ARE STANDARD.
010630     COPY "pstcost.cpy".
010640*
010700 FD  REPORT-OUT
010800     LABEL RECORDS ARE STANDARD.
010900 01  REPORT-LINE                 PIC X(100).
011900 01  AK-FILE-STATUS              PIC X(02).
012000 01  AL-FILE-STATUS              PIC X(02).
012100 01  GP-FILE-STATUS              PIC X(02).
012150 01  PC-FILE-STATUS              PIC X(02).
012200 01  RO-FILE-STATUS              PIC X(02).
012300*
012400 01  WS-EOF-SW                   PIC X(01).
013400 01  WS-ACK-COUNT                PIC 9(07) COMP VALUE 0.
013500 01  WS-AUDIT-RECORDS            PIC 9(07) COMP VALUE 0.
013600 01  WS-GL-AUDIT-COUNT           PIC 9(09) VALUE 0.
013620 01  WS-POSTAGE-PIECES           PIC 9(07) COMP VALUE 0.
013640 01  WS-POSTAGE-COST             PIC S9(09)V99 VALUE 0.
013660 01  WS-GL-POSTAGE               PIC S9(09)V99 VALUE 0.
013700*
013800 01  WS-LHS                      PIC S9(09) COMP VALUE 0.
013900 01  WS-RHS                      PIC S9(09) COMP VALUE 0.
014000 01  WS-DIFF                     PIC S9(09) COMP VALUE 0.
014100 01  WS-OUT-COUNT                PIC 9(02) COMP VALUE 0.
014120 01  WS-AMT-LHS                  PIC S9(09)V99 VALUE 0.
014140 01  WS-AMT-RHS                  PIC S9(09)V99 VALUE 0.
014160 01  WS-AMT-DIFF                 PIC S9(09)V99 VALUE 0.
014200*
014300 COPY "rundate.cpy".
014400 COPY "jobhstpm.cpy".
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  RPP-VERDICT             PIC X(14).
015900     05  RPP-DIFF                PIC -ZZZ,ZZ9.
015910*
015920 01  RPT-AMOUNT-LINE.
015930     05  RPA-EQUATION            PIC X(34).
015940     05  RPA-LHS                 PIC ZZZ,ZZZ,ZZ9.99.
015950     05  FILLER                  PIC X(03) VALUE ' = '.
015960     05  RPA-RHS                 PIC ZZZ,ZZZ,ZZ9.99.
015970     05  FILLER                  PIC X(02) VALUE SPACES.
015980     05  RPA-VERDICT             PIC X(14).
015990     05  RPA-DIFF                PIC -ZZZ,ZZ9.99.
016000*
016100 PROCEDURE DIVISION.
016200*----------------------------------------------------------
039300             UNTIL WS-EOF
039400         CLOSE GL-POSTING-FILE
039500     END-IF.
039510     OPEN INPUT POSTAGE-COST.
039520     IF PC-FILE-STATUS = '00'
039530         SET WS-EOF TO FALSE
039540         PERFORM 5300-COUNT-ONE-POSTAGE THRU 5300-EXIT
039550             UNTIL WS-EOF
039560         CLOSE POSTAGE-COST
039570     END-IF.
039600 5000-EXIT.
039700     EXIT.
039800*----------------------------------------------------------
042100     IF GP-TYPE-TRAILER
042200         MOVE GP-AUDIT-COUNT TO WS-GL-AUDIT-COUNT
042300     END-IF.
042310     IF GP-TYPE-DETAIL
042320         AND GP-SEVERITY = 'P'
042330         AND GP-SIDE-DEBIT
042340         ADD GP-AMOUNT TO WS-GL-POSTAGE
042350     END-IF.
042400 5200-EXIT.
042405     EXIT.
042410*----------------------------------------------------------
042415* 5300-COUNT-ONE-POSTAGE
042420*----------------------------------------------------------
042425 5300-COUNT-ONE-POSTAGE.
042430     READ POSTAGE-COST
042435         AT END
042440             SET WS-EOF TO TRUE
042445             GO TO 5300-EXIT
042450     END-READ.
042455     IF PC-RUN-DATE = WS-RUN-DATE
042460         ADD PC-PIECES TO WS-POSTAGE-PIECES
042465         ADD PC-AMOUNT TO WS-POSTAGE-COST
042470     END-IF.
042475 5300-EXIT.
042500     EXIT.
042600*----------------------------------------------------------
042700* 8000-PROVE-THE-DAY
044300     MOVE WS-AUDIT-RECORDS TO WS-LHS.
044400     MOVE WS-GL-AUDIT-COUNT TO WS-RHS.
044500     PERFORM 8100-PROVE-ONE-EQUATION THRU 8100-EXIT.
044510     MOVE 'STMT DETAILS = POSTAGE PIECES' TO RPP-EQUATION.
044520     MOVE WS-STMT-DETAILS TO WS-LHS.
044530     MOVE WS-POSTAGE-PIECES TO WS-RHS.
044540     PERFORM 8100-PROVE-ONE-EQUATION THRU 8100-EXIT.
044550     MOVE 'PRESORT POSTAGE = GL POSTAGE' TO RPA-EQUATION.
044560     MOVE WS-POSTAGE-COST TO WS-AMT-LHS.
044570     MOVE WS-GL-POSTAGE TO WS-AMT-RHS.
044580     PERFORM 8200-PROVE-ONE-AMOUNT THRU 8200-EXIT.
044600     MOVE SPACES TO REPORT-LINE.
044700     WRITE REPORT-LINE.
044800     IF WS-OUT-COUNT = 0
047700 8100-EXIT.
047800     EXIT.
047900*----------------------------------------------------------
047905* 8200-PROVE-ONE-AMOUNT - an equation in dollars.
047910*----------------------------------------------------------
047915 8200-PROVE-ONE-AMOUNT.
047920     MOVE WS-AMT-LHS TO RPA-LHS.
047925     MOVE WS-AMT-RHS TO RPA-RHS.
047930     COMPUTE WS-AMT-DIFF = WS-AMT-LHS - WS-AMT-RHS.
047935     IF WS-AMT-DIFF = 0
047940         MOVE 'IN BALANCE' TO RPA-VERDICT
047945     ELSE
047950         MOVE 'OUT OF BALANCE' TO RPA-VERDICT
047955         ADD 1 TO WS-OUT-COUNT
047960     END-IF.
047965     MOVE WS-AMT-DIFF TO RPA-DIFF.
047970     WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
047975 8200-EXIT.
047980     EXIT.
047985*----------------------------------------------------------
048000* 9000-TERMINATE
048100*----------------------------------------------------------
048200 9000-TERMINATE.
048300     CLOSE REPORT-OUT.
048400     SET JB-FUNC-END TO TRUE.
048500     MOVE 6 TO JB-RECORD-COUNT.
048600     MOVE RETURN-CODE TO JB-RETURN-CODE.
048700     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
048800 9000-EXIT.
