002605*                      outgrows the adjustment table - the
002607*                      whole-file rewrite was silently
002609*                      dropping entries past the last slot.
002613*    2026-10-14   DN   Refuse the whole run (RC 8, nothing
002615*                      written) when the business date falls
002617*                      in a closed GLPERIOD accounting period,
002619*                      and steer an approved adjustment dated
002621*                      into a closed period into tonight's
002623*                      open period, its original date carried
002625*                      on the detail as GP-ORIG-DATE and kept
002627*                      on GLADJ as GJ-ORIG-DATE.
002629*    2026-10-14   DN   Validate every account against the
002631*                      COAMAST chart through COA-CHECK: a
002633*                      GLACCTS control naming a bad account is
002635*                      rejected (the bucket keeps its prior
002637*                      accounts), a bad bucket account holds
002639*                      the whole feed (RC 8), and a manual
002641*                      adjustment to an unknown, inactive or
002643*                      non-manual account is held unposted on
002645*                      GLADJ (RC 4) until the chart is fixed.
002647*    2026-10-14   DN   Split the buckets by branch - the
002649*                      branch carried on each audit-log
002651*                      entry, '---' where there is none -
002653*                      and carry it on every detail as
002655*                      GP-BRANCH-CODE, manual adjustments
002657*                      under their GJ-BRANCH-CODE, so the
002659*                      trial balance can be cut by branch.
002661*                      Branches beyond the table post as
002663*                      '***' (RC 4). The checkpoint save
002665*                      area holds the branch table.
002667*    2026-10-15   DN   Post the night's statement postage from
002669*                      the STMT-PRESORT POSTCOST summary as its
002671*                      own balanced debit and credit per branch,
002673*                      severity 'P', postage expense against
002675*                      postage payable - compiled defaults,
002677*                      overridden by a GLACCTS 'P' control and
002679*                      held to the chart like the buckets.
002699*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003810     SELECT GL-ADJUST-FILE ASSIGN TO 'GLADJ'
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS GJ-FILE-STATUS.
003850     SELECT POSTAGE-COST ASSIGN TO 'POSTCOST'
003870         ORGANIZATION IS LINE SEQUENTIAL
003890         FILE STATUS IS PC-FILE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
005220 FD  GL-ADJUST-FILE
005230     LABEL RECORDS ARE STANDARD.
005240     COPY "gladjrec.cpy".
005250*
005260 FD  POSTAGE-COST
005270     LABEL RECORDS ARE STANDARD.
005280     COPY "pstcost.cpy".
005300*
005400 WORKING-STORAGE SECTION.
005500 01  AL-FILE-STATUS          PIC X(02).
005600 01  GA-FILE-STATUS          PIC X(02).
005700 01  GP-FILE-STATUS          PIC X(02).
005710 01  GJ-FILE-STATUS          PIC X(02).
005760 01  PC-FILE-STATUS          PIC X(02).
005800*
005900 01  WS-AL-EOF-SW            PIC X(01) VALUE 'N'.
006000     88  WS-AL-EOF           VALUE 'Y'.
007000         10  WS-BKT-SEVERITY     PIC X(01).
007100         10  WS-BKT-DEBIT-ACCT   PIC X(08).
007200         10  WS-BKT-CREDIT-ACCT  PIC X(08).
007500 01  WS-BKT-SUB              PIC 9(01) COMP.
007505*
007510*    The severity buckets again under each branch the day's
007515*    audit entries were captured at. The slot past the
007520*    limit takes every branch the table has no room for,
007525*    posted as '***' so no amount is ever dropped.
007530 01  WS-BRANCH-TABLE.
007535     05  WS-BR-ENTRY OCCURS 11 TIMES.
007540         10  WS-BR-CODE          PIC X(03).
007545         10  WS-BR-BUCKET OCCURS 3 TIMES.
007550             15  WS-BR-AMOUNT    PIC S9(09)V99.
007555             15  WS-BR-COUNT     PIC 9(07) COMP.
007560 77  WS-BR-LIMIT             PIC 9(02) COMP VALUE 10.
007565 77  WS-BR-OVFLW-SLOT        PIC 9(02) COMP VALUE 11.
007570 01  WS-BR-SUB               PIC 9(02) COMP.
007575 01  WS-BR-HIT-SUB           PIC 9(02) COMP.
007580 01  WS-BR-WORK-CODE         PIC X(03).
007585 01  WS-BR-OVFLW-SW          PIC X(01) VALUE 'N'.
007590     88  WS-BR-OVERFLOW      VALUE 'Y' FALSE 'N'.
007600*
007700 01  WS-SELECTED-COUNT       PIC 9(09) COMP VALUE 0.
007800 01  WS-TOTAL-DEBITS         PIC S9(11)V99 VALUE 0.
008870 01  WS-ADJ-SUB              PIC 9(03) COMP.
008880 01  WS-ADJ-POSTED-CTR       PIC 9(03) COMP VALUE 0.
008890 01  WS-ADJ-TABLE.
008891     05  WS-ADJ-REC          PIC X(86) OCCURS 100 TIMES.
008900*
008902*    Accounting-period gate on the business date and on each
008904*    adjustment's effective date.
008906 01  WS-PERIOD-LOCKED-SW     PIC X(01) VALUE 'N'.
008908     88  WS-PERIOD-LOCKED    VALUE 'Y' FALSE 'N'.
008910 01  WS-ADJ-EFFECT-DATE      PIC 9(08).
008912 01  WS-ADJ-STEERED-CTR      PIC 9(03) COMP VALUE 0.
008914*
008916*    Chart-of-accounts validation of the bucket, control and
008918*    adjustment accounts.
008920 01  WS-ACCT-INVALID-SW      PIC X(01) VALUE 'N'.
008922     88  WS-ACCT-INVALID     VALUE 'Y' FALSE 'N'.
008924 01  WS-CTL-VALID-SW         PIC X(01) VALUE 'Y'.
008926     88  WS-CTL-VALID        VALUE 'Y' FALSE 'N'.
008928 01  WS-ADJ-HELD-CTR         PIC 9(03) COMP VALUE 0.
008930 01  WS-ADJ-HOLD-TABLE.
008932     05  WS-ADJ-HOLD-SW      PIC X(01) OCCURS 100 TIMES.
008934         88  WS-ADJ-HELD     VALUE 'Y' FALSE 'N'.
008936*
008938*    The business date's presort postage by branch, posted
008940*    to the postage accounts under severity 'P'.
008942 01  WS-PST-DEBIT-ACCT       PIC X(08).
008944 01  WS-PST-CREDIT-ACCT      PIC X(08).
008946 01  WS-POSTAGE-TABLE.
008948     05  WS-PO-ENTRY OCCURS 11 TIMES.
008950         10  WS-PO-BRANCH        PIC X(03).
008952         10  WS-PO-AMOUNT        PIC S9(09)V99.
008954         10  WS-PO-PIECES        PIC 9(07) COMP.
008956 01  WS-PO-SUB               PIC 9(02) COMP.
008958 01  WS-PO-HIT-SUB           PIC 9(02) COMP.
008960 01  WS-PO-TOTAL             PIC S9(09)V99 VALUE 0.
008962 01  WS-PC-EOF-SW            PIC X(01) VALUE 'N'.
008964     88  WS-PC-EOF           VALUE 'Y' FALSE 'N'.
008966*
009000 COPY "rundate.cpy".
009100 COPY "jobhstpm.cpy".
009110 COPY "ckptsvpm.cpy".
009115 COPY "glprdpm.cpy".
009117 COPY "coachkpm.cpy".
009120*
009130 01  WS-CKPT-SAVE.
009140     05  WS-CKS-SELECTED     PIC 9(09).
009150     05  WS-CKS-BRANCHES     PIC X(528).
009180 01  WS-SKIP-REMAINING       PIC 9(09) COMP VALUE 0.
009190 01  WS-AUDIT-POS            PIC 9(09) COMP VALUE 0.
009191 77  WS-CKPT-EVERY           PIC 9(03) COMP VALUE 100.
009600*----------------------------------------------------------
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009810     IF WS-PERIOD-LOCKED OR WS-ACCT-INVALID
009820         MOVE 8 TO RETURN-CODE
009830         SET JB-FUNC-END TO TRUE
009840         MOVE 0 TO JB-RECORD-COUNT
009850         MOVE RETURN-CODE TO JB-RETURN-CODE
009860         CALL 'JOB-HIST' USING JOB-HIST-PARMS
009870         GOBACK
009880     END-IF.
009900     PERFORM 2000-READ-AUDIT-LOG THRU 2000-EXIT.
010000     PERFORM 2100-ACCUMULATE-LOOP THRU 2100-EXIT
010100         UNTIL WS-AL-EOF.
011900     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
012000     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
012100     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
012105     MOVE WS-RUN-DATE TO PD-CHECK-DATE.
012110     CALL 'GL-PERIOD' USING GL-PERIOD-PARMS.
012115     IF NOT PD-POSTABLE
012120         DISPLAY 'GL-POST - BUSINESS DATE ', WS-RUN-DATE,
012125             ' FALLS IN CLOSED GL PERIOD ', PD-PERIOD-ID,
012130             ' (LOCKED THROUGH ', PD-LOCKED-THRU,
012135             ') - NOTHING POSTED'
012140         SET WS-PERIOD-LOCKED TO TRUE
012145         GO TO 1000-EXIT
012150     END-IF.
012200     MOVE 'N' TO WS-BKT-SEVERITY (1).
012300     MOVE '10100000' TO WS-BKT-DEBIT-ACCT (1).
012400     MOVE '40100000' TO WS-BKT-CREDIT-ACCT (1).
012800     MOVE 'C' TO WS-BKT-SEVERITY (3).
012900     MOVE '10300000' TO WS-BKT-DEBIT-ACCT (3).
013000     MOVE '40300000' TO WS-BKT-CREDIT-ACCT (3).
013100     MOVE '60500000' TO WS-PST-DEBIT-ACCT.
013200     MOVE '20500000' TO WS-PST-CREDIT-ACCT.
013300     INITIALIZE WS-BRANCH-TABLE.
013400     OPEN INPUT GL-ACCOUNT-CONTROL.
013500     IF GA-FILE-STATUS = '00'
013600         PERFORM 1200-READ-ACCOUNT-CONTROL THRU 1200-EXIT
013800             UNTIL WS-GA-EOF
013900         CLOSE GL-ACCOUNT-CONTROL
014000     END-IF.
014002     PERFORM 1050-VALIDATE-ACCOUNTS THRU 1050-EXIT.
014004     IF WS-ACCT-INVALID
014005         DISPLAY 'GL-POST - BUCKET OR POSTAGE ACCOUNT(S) NOT ',
014006             'VALID ON THE CHART OF ACCOUNTS - NOTHING POSTED'
014007         GO TO 1000-EXIT
014008     END-IF.
014010     SET CK-FUNC-QUERY TO TRUE.
014020     MOVE 'GL-POST' TO CK-PROGRAM-ID.
014030     CALL 'CHKPT-SVC' USING CHKPT-SVC-PARMS.
014040     IF CK-RESTART-PENDING
014050         MOVE CK-SAVE-AREA TO WS-CKPT-SAVE
014060         MOVE WS-CKS-SELECTED TO WS-SELECTED-COUNT
014070         MOVE WS-CKS-BRANCHES TO WS-BRANCH-TABLE
014091         MOVE CK-POSITION TO WS-SKIP-REMAINING
014092         MOVE CK-POSITION TO WS-AUDIT-POS
014093         DISPLAY 'GL-POST RESUMING PAST AUDIT RECORD ',
014600     END-IF.
014700 1000-EXIT.
014800     EXIT.
015700*----------------------------------------------------------
015800* 1200-READ-ACCOUNT-CONTROL
015900*----------------------------------------------------------
017300     PERFORM 1400-APPLY-ONE-CONTROL THRU 1400-EXIT
017400         VARYING WS-BKT-SUB FROM 1 BY 1
017500         UNTIL WS-BKT-SUB > 3.
017600     IF GA-SEVERITY = 'P'
017610         PERFORM 1500-APPLY-POSTAGE-CONTROL THRU 1500-EXIT
017620     END-IF.
017630     IF GA-SEVERITY NOT = 'N' AND 'W' AND 'C' AND 'P'
017700         DISPLAY 'GL-POST - UNKNOWN SEVERITY ', GA-SEVERITY,
017800             ' ON GLACCTS CONTROL - RECORD IGNORED'
017900     END-IF.
018400* 1400-APPLY-ONE-CONTROL
018500*----------------------------------------------------------
018600 1400-APPLY-ONE-CONTROL.
018700     IF GA-SEVERITY NOT = WS-BKT-SEVERITY (WS-BKT-SUB)
018800         GO TO 1400-EXIT
019200     END-IF.
019205     SET WS-CTL-VALID TO TRUE.
019210     MOVE GA-DEBIT-ACCT TO AV-ACCOUNT.
019215     PERFORM 1450-CHECK-CONTROL-ACCOUNT THRU 1450-EXIT.
019220     MOVE GA-CREDIT-ACCT TO AV-ACCOUNT.
019225     PERFORM 1450-CHECK-CONTROL-ACCOUNT THRU 1450-EXIT.
019230     IF NOT WS-CTL-VALID
019235         DISPLAY 'GL-POST - GLACCTS CONTROL FOR SEVERITY ',
019240             GA-SEVERITY, ' REJECTED - BUCKET KEEPS ',
019245             WS-BKT-DEBIT-ACCT (WS-BKT-SUB), '/',
019250             WS-BKT-CREDIT-ACCT (WS-BKT-SUB)
019255         GO TO 1400-EXIT
019260     END-IF.
019265     MOVE GA-DEBIT-ACCT
019270         TO WS-BKT-DEBIT-ACCT (WS-BKT-SUB).
019275     MOVE GA-CREDIT-ACCT
019280         TO WS-BKT-CREDIT-ACCT (WS-BKT-SUB).
019300 1400-EXIT.
019400     EXIT.
019500*----------------------------------------------------------
019600* 2000-READ-AUDIT-LOG
019700*----------------------------------------------------------
022100             WHEN OTHER
022200                 MOVE 1 TO WS-BKT-SUB
022300         END-EVALUATE
022400         MOVE AL-BRANCH-CODE TO WS-BR-WORK-CODE
022500         PERFORM 2200-FIND-BRANCH THRU 2200-EXIT
022510         ADD AL-RESULT
022520             TO WS-BR-AMOUNT (WS-BR-HIT-SUB, WS-BKT-SUB)
022530         ADD 1 TO WS-BR-COUNT (WS-BR-HIT-SUB, WS-BKT-SUB)
022600     END-IF.
022610     PERFORM 2600-CHECKPOINT-MAYBE THRU 2600-EXIT.
022700     PERFORM 2000-READ-AUDIT-LOG THRU 2000-EXIT.
022900     EXIT.
022910*----------------------------------------------------------
022920* 2600-CHECKPOINT-MAYBE - every WS-CKPT-EVERY audit
022930*     records, the position, branch table, and count
022940*     go to the shared service.
022950*----------------------------------------------------------
022960 2600-CHECKPOINT-MAYBE.
022961     DIVIDE WS-AUDIT-POS BY WS-CKPT-EVERY
022965         GO TO 2600-EXIT
022966     END-IF.
022967     MOVE WS-SELECTED-COUNT TO WS-CKS-SELECTED.
022968     MOVE WS-BRANCH-TABLE TO WS-CKS-BRANCHES.
022971     SET CK-FUNC-WRITE TO TRUE.
022972     MOVE 'GL-POST' TO CK-PROGRAM-ID.
022973     MOVE WS-AUDIT-POS TO CK-POSITION.
022975     CALL 'CHKPT-SVC' USING CHKPT-SVC-PARMS.
022976 2600-EXIT.
022977     EXIT.
023000*----------------------------------------------------------
023100* 3000-WRITE-POSTING-FILE - header, one balanced debit and
023200*     credit per non-empty bucket of each branch, trailer.
023300*----------------------------------------------------------
023400 3000-WRITE-POSTING-FILE.
023500     OPEN OUTPUT GL-POSTING-FILE.
023700     MOVE 'H' TO GP-RECORD-TYPE.
023800     MOVE WS-RUN-DATE TO GP-BUSINESS-DATE.
023900     WRITE GL-POSTING-RECORD.
024000     PERFORM 3050-WRITE-ONE-BRANCH THRU 3050-EXIT
024100         VARYING WS-BR-SUB FROM 1 BY 1
024200         UNTIL WS-BR-SUB > WS-BR-OVFLW-SLOT.
024210     PERFORM 3190-POST-ONE-ADJUSTMENT THRU 3190-EXIT
024220         VARYING WS-ADJ-SUB FROM 1 BY 1
024230         UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.
024250     PERFORM 3400-WRITE-ONE-POSTAGE THRU 3400-EXIT
024270         VARYING WS-PO-SUB FROM 1 BY 1
024290         UNTIL WS-PO-SUB > WS-BR-OVFLW-SLOT.
024300     MOVE SPACES TO GL-POSTING-RECORD.
024400     MOVE 'T' TO GP-RECORD-TYPE.
024500     MOVE WS-RUN-DATE TO GP-BUSINESS-DATE.
025000     CLOSE GL-POSTING-FILE.
025100 3000-EXIT.
025200     EXIT.
025205*----------------------------------------------------------
025210* 3050-WRITE-ONE-BRANCH
025215*----------------------------------------------------------
025220 3050-WRITE-ONE-BRANCH.
025225     IF WS-BR-CODE (WS-BR-SUB) = SPACES
025230         GO TO 3050-EXIT
025235     END-IF.
025240     PERFORM 3100-WRITE-ONE-BUCKET THRU 3100-EXIT
025245         VARYING WS-BKT-SUB FROM 1 BY 1
025250         UNTIL WS-BKT-SUB > 3.
025255 3050-EXIT.
025260     EXIT.
025300*----------------------------------------------------------
025400* 3100-WRITE-ONE-BUCKET
025500*----------------------------------------------------------
025600 3100-WRITE-ONE-BUCKET.
025700     IF WS-BR-COUNT (WS-BR-SUB, WS-BKT-SUB) > 0
025800         MOVE SPACES TO GL-POSTING-RECORD
025900         MOVE 'D' TO GP-RECORD-TYPE
026000         MOVE WS-RUN-DATE TO GP-BUSINESS-DATE
026100         MOVE WS-BKT-DEBIT-ACCT (WS-BKT-SUB) TO GP-ACCOUNT
026200         MOVE 'D' TO GP-DEBIT-CREDIT
026300         MOVE WS-BKT-SEVERITY (WS-BKT-SUB) TO GP-SEVERITY
026400         MOVE WS-BR-AMOUNT (WS-BR-SUB, WS-BKT-SUB) TO GP-AMOUNT
026500         MOVE WS-BR-COUNT (WS-BR-SUB, WS-BKT-SUB)
026510             TO GP-ITEM-COUNT
026520         MOVE ZERO TO GP-ORIG-DATE
026530         MOVE WS-BR-CODE (WS-BR-SUB) TO GP-BRANCH-CODE
026600         WRITE GL-POSTING-RECORD
026700         ADD WS-BR-AMOUNT (WS-BR-SUB, WS-BKT-SUB)
026750             TO WS-TOTAL-DEBITS
026800         MOVE SPACES TO GL-POSTING-RECORD
026900         MOVE 'D' TO GP-RECORD-TYPE
027000         MOVE WS-RUN-DATE TO GP-BUSINESS-DATE
027100         MOVE WS-BKT-CREDIT-ACCT (WS-BKT-SUB) TO GP-ACCOUNT
027200         MOVE 'C' TO GP-DEBIT-CREDIT
027300         MOVE WS-BKT-SEVERITY (WS-BKT-SUB) TO GP-SEVERITY
027400         MOVE WS-BR-AMOUNT (WS-BR-SUB, WS-BKT-SUB) TO GP-AMOUNT
027500         MOVE WS-BR-COUNT (WS-BR-SUB, WS-BKT-SUB)
027510             TO GP-ITEM-COUNT
027520         MOVE ZERO TO GP-ORIG-DATE
027530         MOVE WS-BR-CODE (WS-BR-SUB) TO GP-BRANCH-CODE
027600         WRITE GL-POSTING-RECORD
027700         ADD WS-BR-AMOUNT (WS-BR-SUB, WS-BKT-SUB)
027710             TO WS-TOTAL-CREDITS
027800     END-IF.
027900 3100-EXIT.
028000     EXIT.
028048     MOVE 'J' TO GP-SEVERITY.
028049     MOVE GJ-AMOUNT TO GP-AMOUNT.
028050     MOVE 1 TO GP-ITEM-COUNT.
028051     PERFORM 3210-WRITE-ADJ-DETAIL THRU 3210-EXIT.
028052     ADD GJ-AMOUNT TO WS-TOTAL-DEBITS.
028053     MOVE SPACES TO GL-POSTING-RECORD.
028054     MOVE 'D' TO GP-RECORD-TYPE.
028058     MOVE 'J' TO GP-SEVERITY.
028059     MOVE GJ-AMOUNT TO GP-AMOUNT.
028060     MOVE 1 TO GP-ITEM-COUNT.
028061     PERFORM 3210-WRITE-ADJ-DETAIL THRU 3210-EXIT.
028062     ADD GJ-AMOUNT TO WS-TOTAL-CREDITS.
028063     ADD 1 TO WS-ADJ-POSTED-CTR.
028064 3200-EXIT.
028087 5100-MARK-ONE-ADJUSTMENT.
028088     MOVE WS-ADJ-REC (WS-ADJ-SUB) TO GL-ADJUST-RECORD.
028089     IF GJ-STAT-APPROVED AND NOT GJ-POSTED
028090         PERFORM 5110-MARK-UNLESS-HELD THRU 5110-EXIT
028091     END-IF.
028092     WRITE GL-ADJUST-RECORD.
028093 5100-EXIT.
034500     PERFORM 4100-READ-POSTING THRU 4100-EXIT.
034600 4200-EXIT.
034700     EXIT.
034800*----------------------------------------------------------
034900* 3250-STEER-LATE-ADJUSTMENT - an adjustment whose
035000*     effective date has been closed off since it was
035100*     keyed or approved moves into tonight's open period;
035200*     its original date stays as the reference back. An
035300*     older entry without the new dates reads its entry
035400*     date as the effective date.
035500*----------------------------------------------------------
035600 3250-STEER-LATE-ADJUSTMENT.
035700     IF GJ-ORIG-DATE IS NUMERIC
035800         AND GJ-ORIG-DATE > 0
035900         GO TO 3250-EXIT
036000     END-IF.
036100     MOVE ZERO TO GJ-ORIG-DATE.
036200     IF GJ-EFFECT-DATE IS NUMERIC
036300         AND GJ-EFFECT-DATE > 0
036400         MOVE GJ-EFFECT-DATE TO WS-ADJ-EFFECT-DATE
036500     ELSE
036600         MOVE GJ-ENTRY-DATE TO WS-ADJ-EFFECT-DATE
036700     END-IF.
036800     MOVE WS-ADJ-EFFECT-DATE TO GJ-EFFECT-DATE.
036900     MOVE WS-ADJ-EFFECT-DATE TO PD-CHECK-DATE.
037000     CALL 'GL-PERIOD' USING GL-PERIOD-PARMS.
037100     IF NOT PD-POSTABLE
037200         MOVE WS-ADJ-EFFECT-DATE TO GJ-ORIG-DATE
037300         MOVE WS-RUN-DATE TO GJ-EFFECT-DATE
037400         ADD 1 TO WS-ADJ-STEERED-CTR
037500         DISPLAY 'GL-POST - ADJUSTMENT DR ', GJ-DEBIT-ACCT,
037600             ' DATED ', WS-ADJ-EFFECT-DATE, ' IN CLOSED ',
037700             'PERIOD ', PD-PERIOD-ID, ' - POSTED TO ',
037800             WS-RUN-DATE
037900     END-IF.
038000     MOVE GL-ADJUST-RECORD TO WS-ADJ-REC (WS-ADJ-SUB).
038100 3250-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------
038500* 1450-CHECK-CONTROL-ACCOUNT
038600*----------------------------------------------------------
038700 1450-CHECK-CONTROL-ACCOUNT.
038800     SET AV-MANUAL-POSTING TO FALSE.
038900     CALL 'COA-CHECK' USING COA-CHECK-PARMS.
039000     IF NOT AV-VALID
039100         SET WS-CTL-VALID TO FALSE
039200         DISPLAY 'GL-POST - GLACCTS ACCOUNT ', AV-ACCOUNT,
039300             ' - ', AV-REASON
039400     END-IF.
039500 1450-EXIT.
039600     EXIT.
039700*----------------------------------------------------------
039800* 1050-VALIDATE-ACCOUNTS - the bucket accounts and, when
039900*     there is postage tonight, the postage accounts are
040000*     held to the chart before anything is read or posted.
040100*----------------------------------------------------------
040200 1050-VALIDATE-ACCOUNTS.
040300     PERFORM 1600-VALIDATE-BUCKET THRU 1600-EXIT
040400         VARYING WS-BKT-SUB FROM 1 BY 1
040500         UNTIL WS-BKT-SUB > 3.
040600     PERFORM 2700-LOAD-POSTAGE THRU 2700-EXIT.
040700     IF WS-PO-TOTAL NOT = 0
040800         PERFORM 1620-VALIDATE-POSTAGE THRU 1620-EXIT
040900     END-IF.
041000 1050-EXIT.
041100     EXIT.
041200*----------------------------------------------------------
041300* 1600-VALIDATE-BUCKET - the compiled defaults are held to
041400*     the chart the same as a GLACCTS override.
041500*----------------------------------------------------------
041600 1600-VALIDATE-BUCKET.
041700     MOVE WS-BKT-DEBIT-ACCT (WS-BKT-SUB) TO AV-ACCOUNT.
041800     PERFORM 1610-CHECK-BUCKET-ACCOUNT THRU 1610-EXIT.
041900     MOVE WS-BKT-CREDIT-ACCT (WS-BKT-SUB) TO AV-ACCOUNT.
042000     PERFORM 1610-CHECK-BUCKET-ACCOUNT THRU 1610-EXIT.
042100 1600-EXIT.
042200     EXIT.
042300*----------------------------------------------------------
042400* 1610-CHECK-BUCKET-ACCOUNT
042500*----------------------------------------------------------
042600 1610-CHECK-BUCKET-ACCOUNT.
042700     SET AV-MANUAL-POSTING TO FALSE.
042800     CALL 'COA-CHECK' USING COA-CHECK-PARMS.
042900     IF NOT AV-VALID
043000         SET WS-ACCT-INVALID TO TRUE
043100         DISPLAY 'GL-POST - SEVERITY ',
043200             WS-BKT-SEVERITY (WS-BKT-SUB), ' ACCOUNT ',
043300             AV-ACCOUNT, ' - ', AV-REASON
043400     END-IF.
043500 1610-EXIT.
043600     EXIT.
043700*----------------------------------------------------------
043800* 3300-CHECK-ADJ-ACCOUNTS - both sides of a manual
043900*     adjustment must be active chart accounts open to
044000*     manual posting. One that fails stays approved and
044100*     unposted on GLADJ until the chart is put right, and
044200*     the run ends RC 4 so the hold is seen.
044300*----------------------------------------------------------
044400 3300-CHECK-ADJ-ACCOUNTS.
044500     SET WS-ADJ-HELD (WS-ADJ-SUB) TO FALSE.
044600     MOVE GJ-DEBIT-ACCT TO AV-ACCOUNT.
044700     PERFORM 3310-CHECK-ONE-ADJ-ACCOUNT THRU 3310-EXIT.
044800     MOVE GJ-CREDIT-ACCT TO AV-ACCOUNT.
044900     PERFORM 3310-CHECK-ONE-ADJ-ACCOUNT THRU 3310-EXIT.
045000     IF WS-ADJ-HELD (WS-ADJ-SUB)
045100         ADD 1 TO WS-ADJ-HELD-CTR
045200         IF RETURN-CODE < 4
045300             MOVE 4 TO RETURN-CODE
045400         END-IF
045500     END-IF.
045600 3300-EXIT.
045700     EXIT.
045800*----------------------------------------------------------
045900* 3310-CHECK-ONE-ADJ-ACCOUNT
046000*----------------------------------------------------------
046100 3310-CHECK-ONE-ADJ-ACCOUNT.
046200     SET AV-MANUAL-POSTING TO TRUE.
046300     CALL 'COA-CHECK' USING COA-CHECK-PARMS.
046400     IF NOT AV-VALID
046500         SET WS-ADJ-HELD (WS-ADJ-SUB) TO TRUE
046600         DISPLAY 'GL-POST - ADJUSTMENT ENTERED ', GJ-ENTRY-DATE,
046700             ' BY ', GJ-ENTRY-OPER, ' HELD - ACCOUNT ',
046800             AV-ACCOUNT, ' ', AV-REASON
046900     END-IF.
047000 3310-EXIT.
047100     EXIT.
047200*----------------------------------------------------------
047300* 1500-APPLY-POSTAGE-CONTROL - a GLACCTS control with
047400*     severity 'P' re-maps the postage accounts.
047500*----------------------------------------------------------
047600 1500-APPLY-POSTAGE-CONTROL.
047700     SET WS-CTL-VALID TO TRUE.
047800     MOVE GA-DEBIT-ACCT TO AV-ACCOUNT.
047900     PERFORM 1450-CHECK-CONTROL-ACCOUNT THRU 1450-EXIT.
048000     MOVE GA-CREDIT-ACCT TO AV-ACCOUNT.
048100     PERFORM 1450-CHECK-CONTROL-ACCOUNT THRU 1450-EXIT.
048200     IF NOT WS-CTL-VALID
048300         DISPLAY 'GL-POST - GLACCTS POSTAGE CONTROL REJECTED - ',
048400             'POSTAGE KEEPS ', WS-PST-DEBIT-ACCT, '/',
048500             WS-PST-CREDIT-ACCT
048600         GO TO 1500-EXIT
048700     END-IF.
048800     MOVE GA-DEBIT-ACCT TO WS-PST-DEBIT-ACCT.
048900     MOVE GA-CREDIT-ACCT TO WS-PST-CREDIT-ACCT.
049000 1500-EXIT.
049100     EXIT.
049200*----------------------------------------------------------
049300* 1620-VALIDATE-POSTAGE - held to the chart only on a
049400*     night with postage to post.
049500*----------------------------------------------------------
049600 1620-VALIDATE-POSTAGE.
049700     MOVE WS-PST-DEBIT-ACCT TO AV-ACCOUNT.
049800     PERFORM 1630-CHECK-POSTAGE-ACCOUNT THRU 1630-EXIT.
049900     MOVE WS-PST-CREDIT-ACCT TO AV-ACCOUNT.
050000     PERFORM 1630-CHECK-POSTAGE-ACCOUNT THRU 1630-EXIT.
050100 1620-EXIT.
050200     EXIT.
050300*----------------------------------------------------------
050400* 1630-CHECK-POSTAGE-ACCOUNT
050500*----------------------------------------------------------
050600 1630-CHECK-POSTAGE-ACCOUNT.
050700     SET AV-MANUAL-POSTING TO FALSE.
050800     CALL 'COA-CHECK' USING COA-CHECK-PARMS.
050900     IF NOT AV-VALID
051000         SET WS-ACCT-INVALID TO TRUE
051100         DISPLAY 'GL-POST - POSTAGE ACCOUNT ', AV-ACCOUNT,
051200             ' - ', AV-REASON
051300     END-IF.
051400 1630-EXIT.
051500     EXIT.
051600*----------------------------------------------------------
051700* 2700-LOAD-POSTAGE - the POSTCOST lines for the business
051800*     date, summed by branch. No file is a night with no
051900*     statement mailing.
052000*----------------------------------------------------------
052100 2700-LOAD-POSTAGE.
052200     INITIALIZE WS-POSTAGE-TABLE.
052300     OPEN INPUT POSTAGE-COST.
052400     IF PC-FILE-STATUS NOT = '00'
052500         GO TO 2700-EXIT
052600     END-IF.
052700     PERFORM 2710-LOAD-ONE-POSTAGE THRU 2710-EXIT
052800         UNTIL WS-PC-EOF.
052900     CLOSE POSTAGE-COST.
053000     IF WS-PO-TOTAL NOT = 0
053100         DISPLAY 'GL-POST - STATEMENT POSTAGE ', WS-PO-TOTAL,
053200             ' TO POST'
053300     END-IF.
053400 2700-EXIT.
053500     EXIT.
053600*----------------------------------------------------------
053700* 2710-LOAD-ONE-POSTAGE - a branch past the table's room
053800*     posts under '***', as the audit buckets do.
053900*----------------------------------------------------------
054000 2710-LOAD-ONE-POSTAGE.
054100     READ POSTAGE-COST
054200         AT END
054300             SET WS-PC-EOF TO TRUE
054400             GO TO 2710-EXIT
054500     END-READ.
054600     IF PC-RUN-DATE NOT = WS-RUN-DATE
054700         GO TO 2710-EXIT
054800     END-IF.
054900     MOVE PC-BRANCH-CODE TO WS-BR-WORK-CODE.
055000     IF WS-BR-WORK-CODE = SPACES
055100         MOVE '---' TO WS-BR-WORK-CODE
055200     END-IF.
055300     MOVE 0 TO WS-PO-HIT-SUB.
055400     PERFORM 2720-MATCH-POSTAGE-BRANCH THRU 2720-EXIT
055500         VARYING WS-PO-SUB FROM 1 BY 1
055600         UNTIL WS-PO-SUB > WS-BR-LIMIT OR WS-PO-HIT-SUB > 0.
055700     IF WS-PO-HIT-SUB = 0
055800         MOVE WS-BR-OVFLW-SLOT TO WS-PO-HIT-SUB
055900         MOVE '***' TO WS-PO-BRANCH (WS-PO-HIT-SUB)
056000     END-IF.
056100     ADD PC-AMOUNT TO WS-PO-AMOUNT (WS-PO-HIT-SUB).
056200     ADD PC-PIECES TO WS-PO-PIECES (WS-PO-HIT-SUB).
056300     ADD PC-AMOUNT TO WS-PO-TOTAL.
056400 2710-EXIT.
056500     EXIT.
056600*----------------------------------------------------------
056700* 2720-MATCH-POSTAGE-BRANCH
056800*----------------------------------------------------------
056900 2720-MATCH-POSTAGE-BRANCH.
057000     IF WS-PO-BRANCH (WS-PO-SUB) = WS-BR-WORK-CODE
057100         MOVE WS-PO-SUB TO WS-PO-HIT-SUB
057200     ELSE
057300         IF WS-PO-BRANCH (WS-PO-SUB) = SPACES
057400             MOVE WS-BR-WORK-CODE TO WS-PO-BRANCH (WS-PO-SUB)
057500             MOVE WS-PO-SUB TO WS-PO-HIT-SUB
057600         END-IF
057700     END-IF.
057800 2720-EXIT.
057900     EXIT.
058000*----------------------------------------------------------
058100* 3400-WRITE-ONE-POSTAGE - one balanced debit and credit
058200*     per branch with postage, severity 'P', the pieces as
058300*     the item count.
058400*----------------------------------------------------------
058500 3400-WRITE-ONE-POSTAGE.
058600     IF WS-PO-BRANCH (WS-PO-SUB) = SPACES
058700         OR WS-PO-AMOUNT (WS-PO-SUB) = 0
058800         GO TO 3400-EXIT
058900     END-IF.
059000     MOVE SPACES TO GL-POSTING-RECORD.
059100     MOVE 'D' TO GP-RECORD-TYPE.
059200     MOVE WS-RUN-DATE TO GP-BUSINESS-DATE.
059300     MOVE WS-PST-DEBIT-ACCT TO GP-ACCOUNT.
059400     MOVE 'D' TO GP-DEBIT-CREDIT.
059500     MOVE 'P' TO GP-SEVERITY.
059600     MOVE WS-PO-AMOUNT (WS-PO-SUB) TO GP-AMOUNT.
059700     MOVE WS-PO-PIECES (WS-PO-SUB) TO GP-ITEM-COUNT.
059800     MOVE ZERO TO GP-ORIG-DATE.
059900     MOVE WS-PO-BRANCH (WS-PO-SUB) TO GP-BRANCH-CODE.
060000     WRITE GL-POSTING-RECORD.
060100     ADD WS-PO-AMOUNT (WS-PO-SUB) TO WS-TOTAL-DEBITS.
060200     MOVE SPACES TO GL-POSTING-RECORD.
060300     MOVE 'D' TO GP-RECORD-TYPE.
060400     MOVE WS-RUN-DATE TO GP-BUSINESS-DATE.
060500     MOVE WS-PST-CREDIT-ACCT TO GP-ACCOUNT.
060600     MOVE 'C' TO GP-DEBIT-CREDIT.
060700     MOVE 'P' TO GP-SEVERITY.
060800     MOVE WS-PO-AMOUNT (WS-PO-SUB) TO GP-AMOUNT.
060900     MOVE WS-PO-PIECES (WS-PO-SUB) TO GP-ITEM-COUNT.
061000     MOVE ZERO TO GP-ORIG-DATE.
061100     MOVE WS-PO-BRANCH (WS-PO-SUB) TO GP-BRANCH-CODE.
061200     WRITE GL-POSTING-RECORD.
061300     ADD WS-PO-AMOUNT (WS-PO-SUB) TO WS-TOTAL-CREDITS.
061400 3400-EXIT.
061500     EXIT.
061600*----------------------------------------------------------
061700* 2200-FIND-BRANCH - an entry with no branch (written
061800*     before the branch was carried) posts as '---'; a
061900*     branch the table has no room for posts to the
062000*     overflow slot as '***' and the run ends RC 4.
062100*----------------------------------------------------------
062200 2200-FIND-BRANCH.
062300     IF WS-BR-WORK-CODE = SPACES
062400         MOVE '---' TO WS-BR-WORK-CODE
062500     END-IF.
062600     MOVE 0 TO WS-BR-HIT-SUB.
062700     PERFORM 2210-MATCH-BRANCH THRU 2210-EXIT
062800         VARYING WS-BR-SUB FROM 1 BY 1
062900         UNTIL WS-BR-SUB > WS-BR-LIMIT OR WS-BR-HIT-SUB > 0.
063000     IF WS-BR-HIT-SUB > 0
063100         GO TO 2200-EXIT
063200     END-IF.
063300     MOVE WS-BR-OVFLW-SLOT TO WS-BR-HIT-SUB.
063400     MOVE '***' TO WS-BR-CODE (WS-BR-HIT-SUB).
063500     IF NOT WS-BR-OVERFLOW
063600         SET WS-BR-OVERFLOW TO TRUE
063700         DISPLAY 'GL-POST - MORE THAN ', WS-BR-LIMIT,
063800             ' BRANCHES - BRANCH ', WS-BR-WORK-CODE,
063900             ' AND LATER POSTED UNDER ***'
064000         IF RETURN-CODE < 4
064100             MOVE 4 TO RETURN-CODE
064200         END-IF
064300     END-IF.
064400 2200-EXIT.
064500     EXIT.
064600*----------------------------------------------------------
064700* 2210-MATCH-BRANCH
064800*----------------------------------------------------------
064900 2210-MATCH-BRANCH.
065000     IF WS-BR-CODE (WS-BR-SUB) = WS-BR-WORK-CODE
065100         MOVE WS-BR-SUB TO WS-BR-HIT-SUB
065200     ELSE
065300         IF WS-BR-CODE (WS-BR-SUB) = SPACES
065400             MOVE WS-BR-WORK-CODE TO WS-BR-CODE (WS-BR-SUB)
065500             MOVE WS-BR-SUB TO WS-BR-HIT-SUB
065600         END-IF
065700     END-IF.
065800 2210-EXIT.
065900     EXIT.
066000*----------------------------------------------------------
066100* 3190-POST-ONE-ADJUSTMENT - an approved unposted entry is
066200*     held to the chart, steered out of a closed period and
066300*     then written under its branch, '---' where it has none.
066400*----------------------------------------------------------
066500 3190-POST-ONE-ADJUSTMENT.
066600     MOVE WS-ADJ-REC (WS-ADJ-SUB) TO GL-ADJUST-RECORD.
066700     IF NOT GJ-STAT-APPROVED OR GJ-POSTED
066800         GO TO 3190-EXIT
066900     END-IF.
067000     PERFORM 3300-CHECK-ADJ-ACCOUNTS THRU 3300-EXIT.
067100     IF WS-ADJ-HELD (WS-ADJ-SUB)
067200         GO TO 3190-EXIT
067300     END-IF.
067400     PERFORM 3250-STEER-LATE-ADJUSTMENT THRU 3250-EXIT.
067500     MOVE GJ-BRANCH-CODE TO WS-BR-WORK-CODE.
067600     IF WS-BR-WORK-CODE = SPACES
067700         MOVE '---' TO WS-BR-WORK-CODE
067800     END-IF.
067900     PERFORM 3200-WRITE-ONE-ADJUSTMENT THRU 3200-EXIT.
068000 3190-EXIT.
068100     EXIT.
068200*----------------------------------------------------------
068300* 3210-WRITE-ADJ-DETAIL - either side of an adjustment
068400*     carries its original date and branch.
068500*----------------------------------------------------------
068600 3210-WRITE-ADJ-DETAIL.
068700     MOVE GJ-ORIG-DATE TO GP-ORIG-DATE.
068800     MOVE WS-BR-WORK-CODE TO GP-BRANCH-CODE.
068900     WRITE GL-POSTING-RECORD.
069000 3210-EXIT.
069100     EXIT.
069200*----------------------------------------------------------
069300* 5110-MARK-UNLESS-HELD - an entry held for a bad account
069400*     stays unposted on GLADJ until the chart is fixed.
069500*----------------------------------------------------------
069600 5110-MARK-UNLESS-HELD.
069700     IF NOT WS-ADJ-HELD (WS-ADJ-SUB)
069800         SET GJ-POSTED TO TRUE
069900     END-IF.
070000 5110-EXIT.
070100     EXIT.
