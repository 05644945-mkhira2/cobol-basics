001800*    MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-09-01   DN   Original program.
002005*    2026-10-14   DN   Take the date the adjustment belongs
002010*                      to. A date in a closed GLPERIOD
002015*                      accounting period is steered into
002020*                      today's open period, the original
002025*                      date kept as GJ-ORIG-DATE; with no
002030*                      open period for today it is refused.
002035*    2026-10-14   DN   Check the debit and credit accounts
002040*                      against the COAMAST chart of accounts
002045*                      through COA-CHECK as they are keyed -
002050*                      unknown, inactive, or closed to manual
002055*                      posting is refused with the reason -
002060*                      and show the account descriptions on
002065*                      the confirmation.
002070*    2026-10-14   DN   Take the branch the adjustment is
002075*                      charged to, defaulting to the keying
002080*                      supervisor's own branch, carry it as
002085*                      GJ-BRANCH-CODE, and show it on the
002090*                      confirmation.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004400 COPY "signonws.cpy".
004500 COPY "actlogpm.cpy".
004600 COPY "rundate.cpy".
004650 COPY "glprdpm.cpy".
004670 COPY "coachkpm.cpy".
004700*
004800 01  GJ-FILE-STATUS          PIC X(02).
004900 01  AF-FILE-STATUS          PIC X(02).
005800*
005900 01  WS-DEBIT-ACCT           PIC X(08).
006000 01  WS-CREDIT-ACCT          PIC X(08).
006020 01  WS-DEBIT-DESC           PIC X(30).
006040 01  WS-CREDIT-DESC          PIC X(30).
006100 01  WS-AMOUNT-IN            PIC X(11).
006110 01  WS-AMOUNT-CENTS REDEFINES WS-AMOUNT-IN
006120                             PIC 9(11).
006200 01  WS-AMOUNT               PIC S9(09)V99.
006300 01  WS-REASON-CODE          PIC X(03).
006400 01  WS-CONFIRM              PIC X(01).
006420 01  WS-EFFECT-IN            PIC X(08).
006440 01  WS-EFFECT-NUM REDEFINES WS-EFFECT-IN
006460                             PIC 9(08).
006480 01  WS-ORIG-DATE            PIC 9(08).
006485 01  WS-HOME-BRANCH          PIC X(03).
006490 01  WS-BRANCH-CODE          PIC X(03).
006500 01  WS-ENTERED-COUNT        PIC 9(03) COMP VALUE 0.
006600*
006700 PROCEDURE DIVISION.
011400     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
011500     IF OA-AUTHORIZED
011600         SET WS-AUTHORIZED TO TRUE
011650         MOVE OA-BRANCH-CODE TO WS-HOME-BRANCH
011700     END-IF.
011800 1700-EXIT.
011900     EXIT.
014100         SET WS-DONE TO TRUE
014200         GO TO 2000-EXIT
014300     END-IF.
014310     MOVE WS-DEBIT-ACCT TO AV-ACCOUNT.
014320     SET AV-MANUAL-POSTING TO TRUE.
014330     CALL 'COA-CHECK' USING COA-CHECK-PARMS.
014340     IF NOT AV-VALID
014350         DISPLAY 'DEBIT ACCOUNT ', WS-DEBIT-ACCT, ' - ',
014360             AV-REASON, ' - NOT QUEUED'
014370         GO TO 2000-EXIT
014380     END-IF.
014390     MOVE AV-DESC TO WS-DEBIT-DESC.
014400     DISPLAY 'Credit account: '.
014500     ACCEPT WS-CREDIT-ACCT.
014600     IF WS-CREDIT-ACCT = SPACES
014700         DISPLAY 'CREDIT ACCOUNT REQUIRED - NOT QUEUED'
014800         GO TO 2000-EXIT
014900     END-IF.
014910     MOVE WS-CREDIT-ACCT TO AV-ACCOUNT.
014920     SET AV-MANUAL-POSTING TO TRUE.
014930     CALL 'COA-CHECK' USING COA-CHECK-PARMS.
014940     IF NOT AV-VALID
014950         DISPLAY 'CREDIT ACCOUNT ', WS-CREDIT-ACCT, ' - ',
014960             AV-REASON, ' - NOT QUEUED'
014970         GO TO 2000-EXIT
014980     END-IF.
014990     MOVE AV-DESC TO WS-CREDIT-DESC.
015000     DISPLAY 'Amount in cents, zero-filled (11 digits): '.
015100     ACCEPT WS-AMOUNT-IN.
015200     IF WS-AMOUNT-IN IS NOT NUMERIC
016100         DISPLAY 'REASON CODE REQUIRED - NOT QUEUED'
016200         GO TO 2000-EXIT
016300     END-IF.
016301     DISPLAY 'Branch (blank = ', WS-HOME-BRANCH, '): '.
016302     ACCEPT WS-BRANCH-CODE.
016303     IF WS-BRANCH-CODE = SPACES
016304         MOVE WS-HOME-BRANCH TO WS-BRANCH-CODE
016305     END-IF.
016306     IF WS-BRANCH-CODE = SPACES
016307         DISPLAY 'BRANCH REQUIRED - NOT QUEUED'
016308         GO TO 2000-EXIT
016309     END-IF.
016310     DISPLAY 'Effective date YYYYMMDD (blank = today): '.
016311     ACCEPT WS-EFFECT-IN.
016312     IF WS-EFFECT-IN = SPACES
016313         MOVE WS-RUN-DATE TO WS-EFFECT-NUM
016314     END-IF.
016315     IF WS-EFFECT-IN IS NOT NUMERIC
016316         DISPLAY 'EFFECTIVE DATE NOT NUMERIC - NOT QUEUED'
016317         GO TO 2000-EXIT
016318     END-IF.
016319     IF WS-EFFECT-NUM > WS-RUN-DATE
016320         DISPLAY 'EFFECTIVE DATE IN THE FUTURE - NOT QUEUED'
016321         GO TO 2000-EXIT
016322     END-IF.
016323     MOVE 0 TO WS-ORIG-DATE.
016324     MOVE WS-EFFECT-NUM TO PD-CHECK-DATE.
016325     CALL 'GL-PERIOD' USING GL-PERIOD-PARMS.
016326     IF NOT PD-POSTABLE
016327         MOVE WS-EFFECT-NUM TO WS-ORIG-DATE
016328         MOVE WS-RUN-DATE TO WS-EFFECT-NUM
016329         MOVE WS-RUN-DATE TO PD-CHECK-DATE
016330         CALL 'GL-PERIOD' USING GL-PERIOD-PARMS
016331         IF NOT PD-POSTABLE
016332             DISPLAY 'NO OPEN GL PERIOD FOR ', WS-RUN-DATE,
016333                 ' - NOT QUEUED'
016334             GO TO 2000-EXIT
016335         END-IF
016336         DISPLAY WS-ORIG-DATE, ' IS IN A CLOSED GL PERIOD - ',
016337             'WILL POST DATED ', WS-RUN-DATE,
016338             ' WITH REFERENCE TO THE ORIGINAL DATE'
016339     END-IF.
016370     DISPLAY '  DR ', WS-DEBIT-ACCT, ' ', WS-DEBIT-DESC.
016380     DISPLAY '  CR ', WS-CREDIT-ACCT, ' ', WS-CREDIT-DESC.
016390     DISPLAY '  BRANCH ', WS-BRANCH-CODE.
016400     DISPLAY 'Queue DR ', WS-DEBIT-ACCT, ' CR ',
016500         WS-CREDIT-ACCT, '? (Y/N): '.
016600     ACCEPT WS-CONFIRM.
017800     MOVE WS-CREDIT-ACCT TO GJ-CREDIT-ACCT.
017900     MOVE WS-AMOUNT TO GJ-AMOUNT.
018000     MOVE ZERO TO GJ-APPROVE-DATE.
018020     MOVE WS-EFFECT-NUM TO GJ-EFFECT-DATE.
018040     MOVE WS-ORIG-DATE TO GJ-ORIG-DATE.
018090     MOVE WS-BRANCH-CODE TO GJ-BRANCH-CODE.
018100     WRITE GL-ADJUST-RECORD.
018200     ADD 1 TO WS-ENTERED-COUNT.
018300     DISPLAY 'ADJUSTMENT QUEUED PENDING APPROVAL'.
