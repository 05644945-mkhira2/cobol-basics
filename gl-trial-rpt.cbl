001600* GP-TOTAL-CREDITS disagrees with the sum of that day's
001700* details is flagged at the foot of the report, so
001800* accounting sees a broken day before it is keyed into
001900* the ledger. Under the PERIODCTL fiscal basis the report
001910* is period-to-date over the FISCCAL fiscal period holding
001920* the run date rather than the calendar month.
002000*----------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002320*                      before the account-slot check - a
002330*                      full table was making a balanced day
002340*                      read as a broken trailer.
002342*    2026-10-14   DN   Print each account's COAMAST chart
002344*                      description and group the accounts by
002346*                      account type - assets, liabilities,
002348*                      income, expenses, then anything not on
002350*                      the chart - with a subtotal per type
002352*                      and a total for all types.
002354*    2026-10-14   DN   Add the branch trial balance: each
002356*                      branch's accounts by GP-BRANCH-CODE
002358*                      ('---' for a detail with none) with a
002360*                      branch subtotal, then all branches
002362*                      proved against the company total - a
002364*                      difference prints DO NOT TIE and ends
002366*                      the run RC 4.
002368*    2026-10-15   DN   Report the reporting period in force
002370*                      by CAL-INFO - the fiscal period to
002372*                      date under the fiscal basis - and
002374*                      print the period and its dates.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005900             ==GP-SEVERITY== BY ==GH-SEVERITY==
006000             ==GP-AMOUNT== BY ==GH-AMOUNT==
006100             ==GP-ITEM-COUNT== BY ==GH-ITEM-COUNT==
006150             ==GP-ORIG-DATE== BY ==GH-ORIG-DATE==
006170             ==GP-BRANCH-CODE== BY ==GH-BRANCH-CODE==
006200             ==GP-TRAILER-DATA== BY ==GH-TRAILER-DATA==
006300             ==GP-TOTAL-DEBITS== BY ==GH-TOTAL-DEBITS==
006400             ==GP-TOTAL-CREDITS== BY ==GH-TOTAL-CREDITS==
008000 01  WS-DAY-ON-FILE-SW           PIC X(01) VALUE 'N'.
008100     88  WS-DAY-ON-FILE          VALUE 'Y' FALSE 'N'.
008200*
008400 01  WS-REC-MONTH                PIC 9(06).
008900*
009000*    One slot per account posted this month; the three
009100*    severity buckets each post a debit and a credit
009500         10  WS-ACCT-NUMBER      PIC X(08).
009600         10  WS-ACCT-DEBITS      PIC S9(11)V99.
009700         10  WS-ACCT-CREDITS     PIC S9(11)V99.
009720         10  WS-ACCT-DESC        PIC X(30).
009740         10  WS-ACCT-TYPE        PIC X(01).
009800 01  WS-ACCT-COUNT               PIC 9(02) COMP VALUE 0.
009900 01  WS-ACCT-SUB                 PIC 9(02) COMP.
010000 01  WS-ACCT-HIT-SUB             PIC 9(02) COMP.
010100 01  WS-ACCT-NET                 PIC S9(11)V99.
010102*
010104*    Report order and subtotal names by account type; a
010106*    space type collects the accounts not on the chart.
010108 01  WS-TYPE-VALUES.
010110     05  FILLER                  PIC X(14) VALUE
010112         'AASSETS'.
010114     05  FILLER                  PIC X(14) VALUE
010116         'LLIABILITIES'.
010118     05  FILLER                  PIC X(14) VALUE
010120         'IINCOME'.
010122     05  FILLER                  PIC X(14) VALUE
010124         'EEXPENSES'.
010126     05  FILLER                  PIC X(14) VALUE
010128         ' UNCLASSIFIED'.
010130 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
010132     05  WS-TYPE-ENTRY OCCURS 5 TIMES.
010134         10  WS-TYPE-CODE        PIC X(01).
010136         10  WS-TYPE-NAME        PIC X(13).
010138 01  WS-TYPE-SUB                 PIC 9(01) COMP.
010140 01  WS-TYPE-ACCT-COUNT          PIC 9(02) COMP.
010142 01  WS-TYPE-DEBITS              PIC S9(11)V99.
010144 01  WS-TYPE-CREDITS             PIC S9(11)V99.
010146 01  WS-GRAND-DEBITS             PIC S9(11)V99.
010148 01  WS-GRAND-CREDITS            PIC S9(11)V99.
010149*
010150*    Branch cut of the same month: one slot per branch, in
010151*    the order first posted, and one per branch and account
010152*    pair. The slot past the branch limit takes any branch
010153*    the table has no room for, printed as '***'.
010154 01  WS-BRANCH-TABLE.
010155     05  WS-BR-ENTRY OCCURS 11 TIMES.
010156         10  WS-BR-CODE          PIC X(03).
010157         10  WS-BR-DEBITS        PIC S9(11)V99.
010158         10  WS-BR-CREDITS       PIC S9(11)V99.
010159 77  WS-BR-LIMIT                 PIC 9(02) COMP VALUE 10.
010160 77  WS-BR-OVFLW-SLOT            PIC 9(02) COMP VALUE 11.
010161 01  WS-BR-SUB                   PIC 9(02) COMP.
010162 01  WS-BR-HIT-SUB               PIC 9(02) COMP.
010163 01  WS-BR-WORK-CODE             PIC X(03).
010164 01  WS-BA-TABLE.
010165     05  WS-BA-ENTRY OCCURS 200 TIMES.
010166         10  WS-BA-BRANCH        PIC X(03).
010167         10  WS-BA-ACCOUNT       PIC X(08).
010168         10  WS-BA-DEBITS        PIC S9(11)V99.
010169         10  WS-BA-CREDITS       PIC S9(11)V99.
010170 77  WS-BA-LIMIT                 PIC 9(03) COMP VALUE 200.
010171 01  WS-BA-SUB                   PIC 9(03) COMP.
010172 01  WS-BA-HIT-SUB               PIC 9(03) COMP.
010173 01  WS-CO-DEBITS                PIC S9(11)V99 VALUE 0.
010174 01  WS-CO-CREDITS               PIC S9(11)V99 VALUE 0.
010175 01  WS-ALLBR-DEBITS             PIC S9(11)V99 VALUE 0.
010176 01  WS-ALLBR-CREDITS            PIC S9(11)V99 VALUE 0.
010200*
010300*    Per-day proving of each trailer against its details.
010400 01  WS-CUR-DAY-DATE             PIC 9(08) VALUE 0.
011200     05  WS-RUN-YYYYMM           PIC 9(06).
011300     05  FILLER                  PIC 9(02).
011400 COPY "jobhstpm.cpy".
011500 COPY "coachkpm.cpy".
011550 COPY "calinfpm.cpy".
011600*
011700 01  RPT-HEADER-LINE.
011800     05  HDR-TO-DATE             PIC X(15) VALUE
011900         'MONTH-TO-DATE'.
011910     05  FILLER                  PIC X(28) VALUE
011920         'GENERAL LEDGER TRIAL BALANCE'.
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
012200     05  HDR-RUN-DATE            PIC 9999/99/99.
012220*
012240 01  RPT-PERIOD-LINE.
012260     05  HDR-PERIOD-TEXT         PIC X(60).
012300*
012400 01  RPT-COL-LINE.
012500     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
012550     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
012600     05  FILLER                  PIC X(18) VALUE
012700         '          DEBITS'.
012800     05  FILLER                  PIC X(18) VALUE
013300 01  RPT-ACCT-LINE.
013400     05  RPA-ACCOUNT             PIC X(08).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013520     05  RPA-DESC                PIC X(30).
013540     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  RPA-DEBITS              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
013700     05  FILLER                  PIC X(01) VALUE SPACES.
013800     05  RPA-CREDITS             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
013900     05  FILLER                  PIC X(01) VALUE SPACES.
014000     05  RPA-NET                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014100*
014102 01  RPT-TYPE-LINE.
014104     05  RPY-TYPE-NAME           PIC X(13).
014106*
014108 01  RPT-SUBTOTAL-LINE.
014110     05  FILLER                  PIC X(06) VALUE 'TOTAL '.
014112     05  RPS-TYPE-NAME           PIC X(13).
014114     05  FILLER                  PIC X(23) VALUE SPACES.
014116     05  RPS-DEBITS              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014118     05  FILLER                  PIC X(01) VALUE SPACES.
014120     05  RPS-CREDITS             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014122     05  FILLER                  PIC X(01) VALUE SPACES.
014124     05  RPS-NET                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014126*
014128 01  RPT-BRANCH-HDR-LINE.
014130     05  HDR-BR-TO-DATE          PIC X(15) VALUE
014132         'MONTH-TO-DATE'.
014134     05  FILLER                  PIC X(27) VALUE
014136         'BRANCH TRIAL BALANCE'.
014138*
014140 01  RPT-BRANCH-LINE.
014142     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
014144     05  RPR-BRANCH              PIC X(03).
014146*
014148 01  RPT-BR-TOTAL-LINE.
014150     05  FILLER                  PIC X(13) VALUE
014152         'TOTAL BRANCH '.
014154     05  RPT-BR-CODE             PIC X(03).
014156     05  FILLER                  PIC X(26) VALUE SPACES.
014158     05  RPT-BR-DEBITS           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014160     05  FILLER                  PIC X(01) VALUE SPACES.
014162     05  RPT-BR-CREDITS          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014164     05  FILLER                  PIC X(01) VALUE SPACES.
014166     05  RPT-BR-NET              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014168*
014170 01  RPT-TIE-LINE.
014172     05  RPT-TIE-TEXT            PIC X(50).
014174*
014200 01  RPT-BAD-DAY-LINE.
014300     05  FILLER                  PIC X(24) VALUE
014400         'TRAILER OUT OF BALANCE: '.
016500*----------------------------------------------------------
016600 1000-INITIALIZE.
016700     CALL 'BUS-DATE' USING WS-RUN-DATE.
016800     MOVE WS-RUN-DATE TO CI-CHECK-DATE.
016810     CALL 'CAL-INFO' USING CAL-INFO-PARMS.
016900     SET JB-FUNC-START TO TRUE.
017000     MOVE 'GL-TRIAL-RPT' TO JB-PROGRAM-ID.
017100     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
017200     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
017300     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
017301     MOVE 'CALENDAR MONTH' TO HDR-PERIOD-TEXT.
017302     IF CI-BASIS-FISCAL
017303         MOVE 'PERIOD-TO-DATE' TO HDR-TO-DATE HDR-BR-TO-DATE
017304         MOVE 'FISCAL PERIOD' TO HDR-PERIOD-TEXT
017305     END-IF.
017306     STRING CI-PERIOD-ID '  DATES ' CI-PERIOD-START ' TO '
017307         CI-PERIOD-LAST DELIMITED BY SIZE
017308         INTO HDR-PERIOD-TEXT (16:45).
017310     OPEN OUTPUT REPORT-OUT.
017320     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
017330     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
017335     WRITE REPORT-LINE FROM RPT-PERIOD-LINE.
017340     MOVE ALL '-' TO REPORT-LINE.
017350     WRITE REPORT-LINE.
017400     PERFORM 1100-CLEAR-ACCT-TABLE THRU 1100-EXIT
017500         VARYING WS-ACCT-SUB FROM 1 BY 1
017600         UNTIL WS-ACCT-SUB > 20.
017650     INITIALIZE WS-BRANCH-TABLE WS-BA-TABLE.
017700 1000-EXIT.
017800     EXIT.
017900*----------------------------------------------------------
018300     MOVE SPACES TO WS-ACCT-NUMBER (WS-ACCT-SUB).
018400     MOVE 0 TO WS-ACCT-DEBITS (WS-ACCT-SUB).
018500     MOVE 0 TO WS-ACCT-CREDITS (WS-ACCT-SUB).
018520     MOVE SPACES TO WS-ACCT-DESC (WS-ACCT-SUB).
018540     MOVE SPACE TO WS-ACCT-TYPE (WS-ACCT-SUB).
018600 1100-EXIT.
018700     EXIT.
018800*----------------------------------------------------------
028400             SET WS-GH-EOF TO TRUE
028500             GO TO 3100-EXIT
028600     END-READ.
028700     IF GH-BUSINESS-DATE < CI-PERIOD-START
028800         OR GH-BUSINESS-DATE > CI-PERIOD-LAST
028900         GO TO 3100-EXIT
029000     END-IF.
029100     ADD 1 TO WS-RECORD-COUNT.
031030     ELSE
031040         ADD GH-AMOUNT TO WS-CUR-DAY-CREDITS
031050     END-IF.
031070     PERFORM 3400-POST-BRANCH THRU 3400-EXIT.
031100     MOVE 0 TO WS-ACCT-HIT-SUB.
031200     PERFORM 3210-MATCH-ONE-SLOT THRU 3210-EXIT
031300         VARYING WS-ACCT-SUB FROM 1 BY 1
034000             MOVE GH-ACCOUNT TO WS-ACCT-NUMBER (WS-ACCT-SUB)
034100             MOVE WS-ACCT-SUB TO WS-ACCT-HIT-SUB
034200             ADD 1 TO WS-ACCT-COUNT
034250             PERFORM 3220-DESCRIBE-ACCOUNT THRU 3220-EXIT
034300         END-IF
034400     END-IF.
034500 3210-EXIT.
036310     MOVE SPACES TO REPORT-LINE.
036320     WRITE REPORT-LINE.
036330     WRITE REPORT-LINE FROM RPT-COL-LINE.
036400     MOVE 0 TO WS-GRAND-DEBITS WS-GRAND-CREDITS.
036500     PERFORM 4050-PRINT-ONE-TYPE THRU 4050-EXIT
036600         VARYING WS-TYPE-SUB FROM 1 BY 1
036605         UNTIL WS-TYPE-SUB > 5.
036610     MOVE SPACES TO REPORT-LINE.
036615     WRITE REPORT-LINE.
036620     MOVE 'ALL TYPES' TO RPS-TYPE-NAME.
036625     MOVE WS-GRAND-DEBITS TO RPS-DEBITS.
036630     MOVE WS-GRAND-CREDITS TO RPS-CREDITS.
036635     COMPUTE WS-ACCT-NET = WS-GRAND-DEBITS - WS-GRAND-CREDITS.
036640     MOVE WS-ACCT-NET TO RPS-NET.
036645     WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.
036650     PERFORM 4500-PRINT-BRANCH-BALANCE THRU 4500-EXIT.
036700     MOVE SPACES TO REPORT-LINE.
036800     WRITE REPORT-LINE.
036900     MOVE WS-BAD-DAY-COUNT TO RPT-BAD-DAYS.
037700 4000-EXIT.
037800     EXIT.
037900*----------------------------------------------------------
038000* 4100-PRINT-ONE-ACCOUNT - only the accounts of the type
038050*     being printed.
038100*----------------------------------------------------------
038200 4100-PRINT-ONE-ACCOUNT.
038300     IF WS-ACCT-NUMBER (WS-ACCT-SUB) = SPACES
038400         GO TO 4100-EXIT
038500     END-IF.
038505     IF WS-ACCT-TYPE (WS-ACCT-SUB)
038510         NOT = WS-TYPE-CODE (WS-TYPE-SUB)
038515         GO TO 4100-EXIT
038520     END-IF.
038525     IF WS-TYPE-ACCT-COUNT = 0
038530         MOVE SPACES TO REPORT-LINE
038535         WRITE REPORT-LINE
038540         MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO RPY-TYPE-NAME
038545         WRITE REPORT-LINE FROM RPT-TYPE-LINE
038550     END-IF.
038555     ADD 1 TO WS-TYPE-ACCT-COUNT.
038560     ADD WS-ACCT-DEBITS (WS-ACCT-SUB) TO WS-TYPE-DEBITS.
038565     ADD WS-ACCT-CREDITS (WS-ACCT-SUB) TO WS-TYPE-CREDITS.
038600     MOVE WS-ACCT-NUMBER (WS-ACCT-SUB) TO RPA-ACCOUNT.
038650     MOVE WS-ACCT-DESC (WS-ACCT-SUB) TO RPA-DESC.
038700     MOVE WS-ACCT-DEBITS (WS-ACCT-SUB) TO RPA-DEBITS.
038800     MOVE WS-ACCT-CREDITS (WS-ACCT-SUB) TO RPA-CREDITS.
038900     COMPUTE WS-ACCT-NET =
040400     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
040500 9000-EXIT.
040600     EXIT.
040700*----------------------------------------------------------
040800* 3220-DESCRIBE-ACCOUNT - a newly claimed slot takes its
040900*     description and type from the chart; an account not
041000*     on the chart prints under UNCLASSIFIED.
041100*----------------------------------------------------------
041200 3220-DESCRIBE-ACCOUNT.
041300     MOVE GH-ACCOUNT TO AV-ACCOUNT.
041400     SET AV-MANUAL-POSTING TO FALSE.
041500     CALL 'COA-CHECK' USING COA-CHECK-PARMS.
041600     MOVE AV-DESC TO WS-ACCT-DESC (WS-ACCT-SUB).
041700     MOVE AV-TYPE TO WS-ACCT-TYPE (WS-ACCT-SUB).
041800     IF AV-UNKNOWN
041900         MOVE '*** NOT ON CHART OF ACCOUNTS'
042000             TO WS-ACCT-DESC (WS-ACCT-SUB)
042100     END-IF.
042200     IF AV-TYPE NOT = 'A' AND 'L' AND 'I' AND 'E'
042300         MOVE SPACE TO WS-ACCT-TYPE (WS-ACCT-SUB)
042400     END-IF.
042500 3220-EXIT.
042600     EXIT.
042700*----------------------------------------------------------
042800* 4050-PRINT-ONE-TYPE - the type's heading, its accounts,
042900*     and its subtotal; a type with nothing posted prints
043000*     nothing.
043100*----------------------------------------------------------
043200 4050-PRINT-ONE-TYPE.
043300     MOVE 0 TO WS-TYPE-ACCT-COUNT.
043400     MOVE 0 TO WS-TYPE-DEBITS WS-TYPE-CREDITS.
043500     PERFORM 4100-PRINT-ONE-ACCOUNT THRU 4100-EXIT
043600         VARYING WS-ACCT-SUB FROM 1 BY 1
043700         UNTIL WS-ACCT-SUB > 20.
043800     IF WS-TYPE-ACCT-COUNT = 0
043900         GO TO 4050-EXIT
044000     END-IF.
044100     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO RPS-TYPE-NAME.
044200     MOVE WS-TYPE-DEBITS TO RPS-DEBITS.
044300     MOVE WS-TYPE-CREDITS TO RPS-CREDITS.
044400     COMPUTE WS-ACCT-NET = WS-TYPE-DEBITS - WS-TYPE-CREDITS.
044500     MOVE WS-ACCT-NET TO RPS-NET.
044600     WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.
044700     ADD WS-TYPE-DEBITS TO WS-GRAND-DEBITS.
044800     ADD WS-TYPE-CREDITS TO WS-GRAND-CREDITS.
044900 4050-EXIT.
045000     EXIT.
045100*----------------------------------------------------------
045200* 3400-POST-BRANCH - every detail goes into the company
045300*     total and its branch's total, whatever the account
045400*     tables can hold, so the branch cut always proves. A
045500*     detail with no branch (posted before the branch was
045600*     carried) belongs to '---'.
045700*----------------------------------------------------------
045800 3400-POST-BRANCH.
045900     IF GH-SIDE-DEBIT
046000         ADD GH-AMOUNT TO WS-CO-DEBITS
046100     ELSE
046200         ADD GH-AMOUNT TO WS-CO-CREDITS
046300     END-IF.
046400     MOVE GH-BRANCH-CODE TO WS-BR-WORK-CODE.
046500     IF WS-BR-WORK-CODE = SPACES
046600         MOVE '---' TO WS-BR-WORK-CODE
046700     END-IF.
046800     MOVE 0 TO WS-BR-HIT-SUB.
046900     PERFORM 3410-MATCH-BRANCH THRU 3410-EXIT
047000         VARYING WS-BR-SUB FROM 1 BY 1
047100         UNTIL WS-BR-SUB > WS-BR-LIMIT OR WS-BR-HIT-SUB > 0.
047200     IF WS-BR-HIT-SUB = 0
047300         MOVE WS-BR-OVFLW-SLOT TO WS-BR-HIT-SUB
047400         MOVE '***' TO WS-BR-WORK-CODE
047500         MOVE '***' TO WS-BR-CODE (WS-BR-HIT-SUB)
047600     END-IF.
047700     IF GH-SIDE-DEBIT
047800         ADD GH-AMOUNT TO WS-BR-DEBITS (WS-BR-HIT-SUB)
047900     ELSE
048000         ADD GH-AMOUNT TO WS-BR-CREDITS (WS-BR-HIT-SUB)
048100     END-IF.
048200     MOVE 0 TO WS-BA-HIT-SUB.
048300     PERFORM 3420-MATCH-BRANCH-ACCOUNT THRU 3420-EXIT
048400         VARYING WS-BA-SUB FROM 1 BY 1
048500         UNTIL WS-BA-SUB > WS-BA-LIMIT OR WS-BA-HIT-SUB > 0.
048600     IF WS-BA-HIT-SUB = 0
048700         DISPLAY 'GL-TRIAL-RPT - BRANCH ACCOUNT TABLE FULL - ',
048800             WS-BR-WORK-CODE, ' ', GH-ACCOUNT,
048900             ' IN BRANCH TOTAL ONLY'
049000         GO TO 3400-EXIT
049100     END-IF.
049200     IF GH-SIDE-DEBIT
049300         ADD GH-AMOUNT TO WS-BA-DEBITS (WS-BA-HIT-SUB)
049400     ELSE
049500         ADD GH-AMOUNT TO WS-BA-CREDITS (WS-BA-HIT-SUB)
049600     END-IF.
049700 3400-EXIT.
049800     EXIT.
049900*----------------------------------------------------------
050000* 3410-MATCH-BRANCH
050100*----------------------------------------------------------
050200 3410-MATCH-BRANCH.
050300     IF WS-BR-CODE (WS-BR-SUB) = WS-BR-WORK-CODE
050400         MOVE WS-BR-SUB TO WS-BR-HIT-SUB
050500     ELSE
050600         IF WS-BR-CODE (WS-BR-SUB) = SPACES
050700             MOVE WS-BR-WORK-CODE TO WS-BR-CODE (WS-BR-SUB)
050800             MOVE WS-BR-SUB TO WS-BR-HIT-SUB
050900         END-IF
051000     END-IF.
051100 3410-EXIT.
051200     EXIT.
051300*----------------------------------------------------------
051400* 3420-MATCH-BRANCH-ACCOUNT
051500*----------------------------------------------------------
051600 3420-MATCH-BRANCH-ACCOUNT.
051700     IF WS-BA-BRANCH (WS-BA-SUB) = WS-BR-WORK-CODE
051800         AND WS-BA-ACCOUNT (WS-BA-SUB) = GH-ACCOUNT
051900         MOVE WS-BA-SUB TO WS-BA-HIT-SUB
052000     ELSE
052100         IF WS-BA-BRANCH (WS-BA-SUB) = SPACES
052200             MOVE WS-BR-WORK-CODE TO WS-BA-BRANCH (WS-BA-SUB)
052300             MOVE GH-ACCOUNT TO WS-BA-ACCOUNT (WS-BA-SUB)
052400             MOVE WS-BA-SUB TO WS-BA-HIT-SUB
052500         END-IF
052600     END-IF.
052700 3420-EXIT.
052800     EXIT.
052900*----------------------------------------------------------
053000* 4500-PRINT-BRANCH-BALANCE - each branch's accounts and
053100*     subtotal, then all branches against the company
053200*     total. A difference means a detail reached the
053300*     company total without reaching a branch.
053400*----------------------------------------------------------
053500 4500-PRINT-BRANCH-BALANCE.
053600     MOVE SPACES TO REPORT-LINE.
053700     WRITE REPORT-LINE.
053800     WRITE REPORT-LINE FROM RPT-BRANCH-HDR-LINE.
053900     MOVE ALL '-' TO REPORT-LINE.
054000     WRITE REPORT-LINE.
054100     WRITE REPORT-LINE FROM RPT-COL-LINE.
054200     MOVE 0 TO WS-ALLBR-DEBITS WS-ALLBR-CREDITS.
054300     PERFORM 4550-PRINT-ONE-BRANCH THRU 4550-EXIT
054400         VARYING WS-BR-SUB FROM 1 BY 1
054500         UNTIL WS-BR-SUB > WS-BR-OVFLW-SLOT.
054600     MOVE SPACES TO REPORT-LINE.
054700     WRITE REPORT-LINE.
054800     MOVE 'ALL BRANCHES' TO RPS-TYPE-NAME.
054900     MOVE WS-ALLBR-DEBITS TO RPS-DEBITS.
055000     MOVE WS-ALLBR-CREDITS TO RPS-CREDITS.
055100     COMPUTE WS-ACCT-NET = WS-ALLBR-DEBITS - WS-ALLBR-CREDITS.
055200     MOVE WS-ACCT-NET TO RPS-NET.
055300     WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.
055400     MOVE 'COMPANY' TO RPS-TYPE-NAME.
055500     MOVE WS-CO-DEBITS TO RPS-DEBITS.
055600     MOVE WS-CO-CREDITS TO RPS-CREDITS.
055700     COMPUTE WS-ACCT-NET = WS-CO-DEBITS - WS-CO-CREDITS.
055800     MOVE WS-ACCT-NET TO RPS-NET.
055900     WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.
056000     IF WS-ALLBR-DEBITS = WS-CO-DEBITS
056100         AND WS-ALLBR-CREDITS = WS-CO-CREDITS
056200         MOVE 'BRANCH TOTALS TIE TO THE COMPANY TOTAL'
056300             TO RPT-TIE-TEXT
056400         WRITE REPORT-LINE FROM RPT-TIE-LINE
056500         GO TO 4500-EXIT
056600     END-IF.
056700     MOVE '*** BRANCH TOTALS DO NOT TIE TO THE COMPANY TOTAL'
056800         TO RPT-TIE-TEXT.
056900     WRITE REPORT-LINE FROM RPT-TIE-LINE.
057000     DISPLAY 'GL-TRIAL-RPT - BRANCH TOTALS DO NOT TIE TO THE ',
057100         'COMPANY TOTAL'.
057200     MOVE 4 TO RETURN-CODE.
057300 4500-EXIT.
057400     EXIT.
057500*----------------------------------------------------------
057600* 4550-PRINT-ONE-BRANCH
057700*----------------------------------------------------------
057800 4550-PRINT-ONE-BRANCH.
057900     IF WS-BR-CODE (WS-BR-SUB) = SPACES
058000         GO TO 4550-EXIT
058100     END-IF.
058200     MOVE SPACES TO REPORT-LINE.
058300     WRITE REPORT-LINE.
058400     MOVE WS-BR-CODE (WS-BR-SUB) TO RPR-BRANCH.
058500     WRITE REPORT-LINE FROM RPT-BRANCH-LINE.
058600     PERFORM 4600-PRINT-BRANCH-ACCOUNT THRU 4600-EXIT
058700         VARYING WS-BA-SUB FROM 1 BY 1
058800         UNTIL WS-BA-SUB > WS-BA-LIMIT.
058900     MOVE WS-BR-CODE (WS-BR-SUB) TO RPT-BR-CODE.
059000     MOVE WS-BR-DEBITS (WS-BR-SUB) TO RPT-BR-DEBITS.
059100     MOVE WS-BR-CREDITS (WS-BR-SUB) TO RPT-BR-CREDITS.
059200     COMPUTE WS-ACCT-NET =
059300         WS-BR-DEBITS (WS-BR-SUB)
059400         - WS-BR-CREDITS (WS-BR-SUB).
059500     MOVE WS-ACCT-NET TO RPT-BR-NET.
059600     WRITE REPORT-LINE FROM RPT-BR-TOTAL-LINE.
059700     ADD WS-BR-DEBITS (WS-BR-SUB) TO WS-ALLBR-DEBITS.
059800     ADD WS-BR-CREDITS (WS-BR-SUB) TO WS-ALLBR-CREDITS.
059900 4550-EXIT.
060000     EXIT.
060100*----------------------------------------------------------
060200* 4600-PRINT-BRANCH-ACCOUNT - the branch's own accounts,
060300*     described from the company account table.
060400*----------------------------------------------------------
060500 4600-PRINT-BRANCH-ACCOUNT.
060600     IF WS-BA-BRANCH (WS-BA-SUB) NOT = WS-BR-CODE (WS-BR-SUB)
060700         GO TO 4600-EXIT
060800     END-IF.
060900     MOVE WS-BA-ACCOUNT (WS-BA-SUB) TO RPA-ACCOUNT.
061000     MOVE SPACES TO RPA-DESC.
061100     PERFORM 4610-FIND-DESC THRU 4610-EXIT
061200         VARYING WS-ACCT-SUB FROM 1 BY 1
061300         UNTIL WS-ACCT-SUB > 20.
061400     MOVE WS-BA-DEBITS (WS-BA-SUB) TO RPA-DEBITS.
061500     MOVE WS-BA-CREDITS (WS-BA-SUB) TO RPA-CREDITS.
061600     COMPUTE WS-ACCT-NET =
061700         WS-BA-DEBITS (WS-BA-SUB)
061800         - WS-BA-CREDITS (WS-BA-SUB).
061900     MOVE WS-ACCT-NET TO RPA-NET.
062000     WRITE REPORT-LINE FROM RPT-ACCT-LINE.
062100 4600-EXIT.
062200     EXIT.
062300*----------------------------------------------------------
062400* 4610-FIND-DESC
062500*----------------------------------------------------------
062600 4610-FIND-DESC.
062700     IF WS-ACCT-NUMBER (WS-ACCT-SUB) = WS-BA-ACCOUNT (WS-BA-SUB)
062800         MOVE WS-ACCT-DESC (WS-ACCT-SUB) TO RPA-DESC
062900     END-IF.
063000 4610-EXIT.
063100     EXIT.
