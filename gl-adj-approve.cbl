001820*                      outgrows the work table - the old
001830*                      rewrite silently destroyed every
001840*                      record past the cap.
001845*    2026-10-14   DN   Show each entry's effective date and
001850*                      steer one dated into a closed GLPERIOD
001855*                      accounting period into today's open
001860*                      period (original date kept on
001865*                      GJ-ORIG-DATE); with no open period for
001870*                      today the entry holds unreviewed.
001880*    2026-10-14   DN   Show the branch the entry is charged
001890*                      to on the review line.
001891*    2026-10-15   DN   Let an intake operator holding a
001892*                      supervisor's APPRDLGT delegation for GL
001893*                      adjustments decide them in the
001894*                      supervisor's absence (DELEG-CHK),
001895*                      stamping each entry GJ-DELEG-SW.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
004200 COPY "signonws.cpy".
004300 COPY "actlogpm.cpy".
004400 COPY "rundate.cpy".
004450 COPY "glprdpm.cpy".
004470 COPY "dlgchkpm.cpy".
004500*
004600 01  GJ-FILE-STATUS          PIC X(02).
004700 01  AF-FILE-STATUS          PIC X(02).
005000 01  WS-AUTH-CODE            PIC X(04).
005100 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
005200     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
005220 01  WS-UNDER-DELEG-SW       PIC X(01) VALUE 'N'.
005240     88  WS-UNDER-DELEG      VALUE 'Y' FALSE 'N'.
005300*
005400 01  WS-QUEUE-EOF-SW         PIC X(01).
005500     88  WS-QUEUE-EOF        VALUE 'Y' FALSE 'N'.
005800 01  WS-ADJ-COUNT            PIC 9(03) COMP VALUE 0.
005900 01  WS-ADJ-SUB              PIC 9(03) COMP.
006000 01  WS-ADJ-TABLE.
006100     05  WS-ADJ-REC          PIC X(86) OCCURS 100 TIMES.
006200*
006300 01  WS-DECISION             PIC X(01).
006400 01  WS-APPROVED-COUNT       PIC 9(03) COMP VALUE 0.
006500 01  WS-REJECTED-COUNT       PIC 9(03) COMP VALUE 0.
006520 01  WS-PERIOD-OK-SW         PIC X(01).
006540     88  WS-PERIOD-OK        VALUE 'Y' FALSE 'N'.
006560 01  WS-EFFECT-DATE          PIC 9(08).
006600*
006700 PROCEDURE DIVISION.
006800*----------------------------------------------------------
009700     CLOSE AUTH-FAIL-LOG.
009800     GOBACK.
009900*----------------------------------------------------------
010000* 1700-CHECK-OPERATOR-AUTH - supervisor role; an intake
010010*     operator passes only under a supervisor's delegation
010020*     of GL adjustments for today.
010100*----------------------------------------------------------
010200 1700-CHECK-OPERATOR-AUTH.
010300     IF SO-SIGNED-ON
011800     IF OA-AUTHORIZED
011900         SET WS-AUTHORIZED TO TRUE
012000     END-IF.
012020     IF NOT WS-AUTHORIZED AND OA-ROLE-LEVEL = '2'
012040         PERFORM 1750-CHECK-DELEGATION THRU 1750-EXIT
012060     END-IF.
012100 1700-EXIT.
012105     EXIT.
012110*----------------------------------------------------------
012115* 1750-CHECK-DELEGATION
012120*----------------------------------------------------------
012125 1750-CHECK-DELEGATION.
012130     SET DK-FUNC-ACTIVE TO TRUE.
012135     MOVE WS-OPERATOR-ID TO DK-DELEGATE.
012140     MOVE 'G' TO DK-SCOPE.
012145     MOVE WS-RUN-DATE TO DK-CHECK-DATE.
012150     CALL 'DELEG-CHK' USING DELEG-CHK-PARMS.
012155     IF DK-FOUND
012160         SET WS-AUTHORIZED TO TRUE
012165         SET WS-UNDER-DELEG TO TRUE
012170         DISPLAY 'APPROVING UNDER DELEGATION FROM ',
012175             DK-DELEGATOR
012180     END-IF.
012185 1750-EXIT.
012200     EXIT.
012300*----------------------------------------------------------
012400* 1730-WRITE-AUTH-FAIL
017300     DISPLAY 'PENDING: DR ', GJ-DEBIT-ACCT, ' CR ',
017400         GJ-CREDIT-ACCT, ' AMT ', GJ-AMOUNT,
017500         ' REASON ', GJ-REASON-CODE,
017550         ' BRANCH ', GJ-BRANCH-CODE,
017600         ' BY ', GJ-ENTRY-OPER, ' ON ', GJ-ENTRY-DATE.
017700     IF GJ-ENTRY-OPER = WS-OPERATOR-ID
017800         DISPLAY 'OWN ENTRY - HELD FOR ANOTHER SUPERVISOR'
017810         GO TO 3000-EXIT
017820     END-IF.
017830     PERFORM 3200-CHECK-PERIOD THRU 3200-EXIT.
017840     IF NOT WS-PERIOD-OK
017850         DISPLAY 'NO OPEN GL PERIOD FOR ', WS-RUN-DATE,
017860             ' - ENTRY HELD'
017900         GO TO 3000-EXIT
018000     END-IF.
018100     DISPLAY 'Approve, reject, or skip? (A/R/S): '.
018600             SET GJ-STAT-APPROVED TO TRUE
018700             MOVE WS-RUN-DATE TO GJ-APPROVE-DATE
018800             MOVE WS-OPERATOR-ID TO GJ-APPROVE-OPER
018850             PERFORM 3050-STAMP-DELEGATION THRU 3050-EXIT
018900             ADD 1 TO WS-APPROVED-COUNT
019000             PERFORM 3100-LOG-DECISION THRU 3100-EXIT
019100             MOVE GL-ADJUST-RECORD
019500             SET GJ-STAT-REJECTED TO TRUE
019600             MOVE WS-RUN-DATE TO GJ-APPROVE-DATE
019700             MOVE WS-OPERATOR-ID TO GJ-APPROVE-OPER
019750             PERFORM 3050-STAMP-DELEGATION THRU 3050-EXIT
019800             ADD 1 TO WS-REJECTED-COUNT
019900             PERFORM 3100-LOG-DECISION THRU 3100-EXIT
020000             MOVE GL-ADJUST-RECORD
020300             DISPLAY 'ENTRY SKIPPED'
020400     END-EVALUATE.
020500 3000-EXIT.
020505     EXIT.
020510*----------------------------------------------------------
020515* 3050-STAMP-DELEGATION
020520*----------------------------------------------------------
020525 3050-STAMP-DELEGATION.
020530     IF WS-UNDER-DELEG
020535         SET GJ-DECIDED-UNDER-DELEG TO TRUE
020540     ELSE
020545         SET GJ-DECIDED-UNDER-DELEG TO FALSE
020550     END-IF.
020555 3050-EXIT.
020600     EXIT.
020700*----------------------------------------------------------
020800* 3100-LOG-DECISION
021900     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
022000     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
022100 3100-EXIT.
022102     EXIT.
022104*----------------------------------------------------------
022106* 3200-CHECK-PERIOD - an entry whose effective date has
022108*     been closed off since it was keyed moves to today,
022110*     keeping its original date as the reference back; an
022112*     older entry without the date reads its entry date.
022114*----------------------------------------------------------
022116 3200-CHECK-PERIOD.
022118     SET WS-PERIOD-OK TO TRUE.
022120     IF GJ-EFFECT-DATE IS NUMERIC
022122         AND GJ-EFFECT-DATE > 0
022124         MOVE GJ-EFFECT-DATE TO WS-EFFECT-DATE
022126     ELSE
022128         MOVE GJ-ENTRY-DATE TO WS-EFFECT-DATE
022130     END-IF.
022132     IF GJ-ORIG-DATE IS NOT NUMERIC
022134         MOVE ZERO TO GJ-ORIG-DATE
022136     END-IF.
022138     MOVE WS-EFFECT-DATE TO GJ-EFFECT-DATE.
022140     DISPLAY 'EFFECTIVE ', WS-EFFECT-DATE.
022142     MOVE WS-EFFECT-DATE TO PD-CHECK-DATE.
022144     CALL 'GL-PERIOD' USING GL-PERIOD-PARMS.
022146     IF PD-POSTABLE
022148         GO TO 3200-EXIT
022150     END-IF.
022152     MOVE WS-RUN-DATE TO PD-CHECK-DATE.
022154     CALL 'GL-PERIOD' USING GL-PERIOD-PARMS.
022156     IF NOT PD-POSTABLE
022158         SET WS-PERIOD-OK TO FALSE
022160         GO TO 3200-EXIT
022162     END-IF.
022164     IF GJ-ORIG-DATE = 0
022166         MOVE WS-EFFECT-DATE TO GJ-ORIG-DATE
022168     END-IF.
022170     MOVE WS-RUN-DATE TO GJ-EFFECT-DATE.
022172     DISPLAY WS-EFFECT-DATE, ' IS IN A CLOSED GL PERIOD - ',
022174         'WILL POST DATED ', WS-RUN-DATE,
022176         ' WITH REFERENCE TO ', GJ-ORIG-DATE.
022178 3200-EXIT.
022200     EXIT.
022300*----------------------------------------------------------
022400* 4000-REWRITE-QUEUE
