002430*                      role-1 operators, and its INQUIRY
002440*                      entries were flooding the report as
002450*                      out-of-role findings.
002455*    2026-10-15   DN   GL-ADJ-APPROVE and DELEG-MAINT take
002460*                      the supervisor floor, their gate. A
002465*                      below-floor queue or adjustment
002470*                      decision covered by an APPRDLGT
002475*                      delegation on its date lists as made
002480*                      under delegation, naming the
002485*                      supervisor, instead of outside role.
002490*    2026-10-15   DN   PARM-MAINT takes the supervisor
002495*                      floor, its gate.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
008300*
008400 COPY "rundate.cpy".
008500 COPY "jobhstpm.cpy".
008550 COPY "dlgchkpm.cpy".
008600*
008700 01  RPT-HEADER-LINE.
008800     05  FILLER                  PIC X(40) VALUE
018510         WHEN OV-SOURCE-PGM = 'OPER-MAINT'
018520         WHEN OV-SOURCE-PGM = 'CUST-MERGE'
018530         WHEN OV-SOURCE-PGM = 'APPR-REVIEW'
018535         WHEN OV-SOURCE-PGM = 'GL-ADJ-APPROVE'
018537         WHEN OV-SOURCE-PGM = 'DELEG-MAINT'
018539         WHEN OV-SOURCE-PGM = 'PARM-MAINT'
018540             MOVE '3' TO WS-REQUIRED-ROLE
018550*        The inquiry is open to every signed-on operator
018560*        (menu role table), so its INQUIRY entries must
020500         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
020600     END-IF.
020700     IF OP-ROLE-LEVEL < WS-REQUIRED-ROLE
020800         PERFORM 3200-CHECK-DELEGATION THRU 3200-EXIT
020900         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
021000     END-IF.
021100 3000-EXIT.
022600     END-READ.
022700     SET WS-OPER-FOUND TO TRUE.
022800 3100-EXIT.
022802     EXIT.
022804*----------------------------------------------------------
022806* 3200-CHECK-DELEGATION - a queue or adjustment decision
022808*     below the floor stands when a supervisor had
022810*     delegated that work to the operator on the day; the
022812*     review desk still sees it, with the supervisor named.
022814*----------------------------------------------------------
022816 3200-CHECK-DELEGATION.
022818     MOVE 'ACTION OUTSIDE ROLE' TO WS-FINDING.
022820     EVALUATE OV-SOURCE-PGM
022822         WHEN 'APPR-REVIEW'
022824             MOVE 'Q' TO DK-SCOPE
022826         WHEN 'GL-ADJ-APPROVE'
022828             MOVE 'G' TO DK-SCOPE
022830         WHEN OTHER
022832             GO TO 3200-EXIT
022834     END-EVALUATE.
022836     SET DK-FUNC-HISTORY TO TRUE.
022838     MOVE OV-OPERATOR-ID TO DK-DELEGATE.
022840     MOVE OV-ACTIVITY-DATE TO DK-CHECK-DATE.
022842     CALL 'DELEG-CHK' USING DELEG-CHK-PARMS.
022844     IF DK-FOUND
022846         MOVE SPACES TO WS-FINDING
022848         STRING 'UNDER DELEGATION FROM ' DELIMITED BY SIZE
022850                DK-DELEGATOR DELIMITED BY SIZE
022852             INTO WS-FINDING
022854         END-STRING
022856     END-IF.
022858 3200-EXIT.
022900     EXIT.
023000*----------------------------------------------------------
023100* 4000-CHECK-PAIRING - a queued delete or merge request is
