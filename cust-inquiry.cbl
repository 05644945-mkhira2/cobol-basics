006500*                      action - the dormancy review counts
006600*                      inquiries as activity, and they were
006700*                      never recorded.
006705*    2026-10-14   DN   Show the customer's balance owed off
006710*                      the CUSTLEDG ledger, with the amount
006715*                      not yet on a statement.
006720*    2026-10-14   DN   Show the customer's email address off
006725*                      CUSTEMAL and whether they take paperless
006730*                      e-statements.
006735*    2026-10-14   DN   Show the watch-list pending-review and
006740*                      restricted statuses by name.
006745*    2026-10-15   DN   A note keyed here may carry a follow-up
006750*                      date and assigned operator as well.
006755*    2026-10-15   DN   Mask the phone and street address for
006760*                      inquiry-role operators through the
006765*                      PII-MASK subprogram; intake and
006770*                      supervisor operators still see them in
006775*                      full, and each full view is logged to
006780*                      OPERACT as a PIIVIEW action.
006782*    2026-10-15   DN   Inquiry modes 7, 8 and 9 find customers by
006784*                      phone number, ZIP code and street, or ZIP
006786*                      code alone off the CUSTADRX lookup index,
006788*                      listing each match with name and status.
006790*    2026-10-15   DN   Inquiry mode C opens a complaint or
006792*                      service case through CUST-CASE, and
006794*                      every display hit lists the customer's
006796*                      cases with those past their target.
006800*----------------------------------------------------------
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS PH-PHON-KEY
010100         FILE STATUS IS PH-FILE-STATUS.
010110     SELECT CUST-LEDGER ASSIGN TO 'CUSTLEDG'
010120         ORGANIZATION IS INDEXED
010130         ACCESS MODE IS DYNAMIC
010140         RECORD KEY IS LG-LEDGER-KEY
010150         FILE STATUS IS LG-FILE-STATUS.
010155     SELECT CUST-EMAIL ASSIGN TO 'CUSTEMAL'
010160         ORGANIZATION IS INDEXED
010165         ACCESS MODE IS RANDOM
010170         RECORD KEY IS CE-CUST-ID
010175         FILE STATUS IS CE-FILE-STATUS.
010177     SELECT REVERSE-INDEX ASSIGN TO 'CUSTADRX'
010179         ORGANIZATION IS INDEXED
010181         ACCESS MODE IS DYNAMIC
010183         RECORD KEY IS RV-LOOKUP-KEY
010185         FILE STATUS IS RV-FILE-STATUS.
010200*
010300 DATA DIVISION.
010400 FILE SECTION.
012500 FD  PHONETIC-INDEX
012600     LABEL RECORDS ARE STANDARD.
012700     COPY "custphon.cpy".
012720*
012740 FD  CUST-LEDGER
012760     LABEL RECORDS ARE STANDARD.
012780     COPY "custledg.cpy".
012782*
012784 FD  CUST-EMAIL
012786     LABEL RECORDS ARE STANDARD.
012788     COPY "custemal.cpy".
012790*
012792 FD  REVERSE-INDEX
012794     LABEL RECORDS ARE STANDARD.
012796     COPY "custadrx.cpy".
012800*
012900 WORKING-STORAGE SECTION.
013000 01  CM-FILE-STATUS          PIC X(02).
013300 01  CX-FILE-STATUS          PIC X(02).
013400 01  HH-FILE-STATUS          PIC X(02).
013500 01  PH-FILE-STATUS          PIC X(02).
013550 01  LG-FILE-STATUS          PIC X(02).
013570 01  CE-FILE-STATUS          PIC X(02).
013590 01  RV-FILE-STATUS          PIC X(02).
013600 01  WS-INDEX-EOF-SW         PIC X(01).
013700     88  WS-INDEX-EOF        VALUE 'Y' FALSE 'N'.
013800 01  WS-HOUSEHOLD-OPEN-SW    PIC X(01) VALUE 'N'.
014900 01  WS-STATUS-EOF-SW        PIC X(01) VALUE 'N'.
015000     88  WS-STATUS-EOF       VALUE 'Y' FALSE 'N'.
015100 01  WS-CUR-STATUS           PIC X(01).
015105 01  WS-STATUS-NAME          PIC X(25).
015110*
015112 01  WS-EMAIL-OPEN-SW        PIC X(01) VALUE 'N'.
015114     88  WS-EMAIL-OPEN       VALUE 'Y'.
015116*
015120 01  WS-LEDGER-OPEN-SW       PIC X(01) VALUE 'N'.
015130     88  WS-LEDGER-OPEN      VALUE 'Y'.
015140 01  WS-LEDGER-EOF-SW        PIC X(01).
015150     88  WS-LEDGER-EOF       VALUE 'Y' FALSE 'N'.
015160 01  WS-BALANCE-OWED         PIC S9(09)V99.
015170 01  WS-UNBILLED-AMOUNT      PIC S9(09)V99.
015180 01  WS-BALANCE-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
015182*
015184 01  WS-FU-DATE-IN.
015186     05  WS-FU-YEAR          PIC 9(04).
015188     05  WS-FU-MONTH         PIC 9(02).
015190     05  WS-FU-DAY           PIC 9(02).
015192 01  WS-FU-DATE-NUM REDEFINES WS-FU-DATE-IN
015194                             PIC 9(08).
015200 COPY "rundate.cpy".
015300*
015400 01  WS-INQUIRY-MODE         PIC X(01).
015800     88  WS-INQUIRE-NOTE     VALUE '4'.
015900     88  WS-INQUIRE-TIMELINE VALUE '5'.
016000     88  WS-INQUIRE-CORR     VALUE '6'.
016020     88  WS-INQUIRE-BY-PHONE VALUE '7'.
016040     88  WS-INQUIRE-BY-STREET
016060                             VALUE '8'.
016080     88  WS-INQUIRE-BY-ZIP   VALUE '9'.
016090     88  WS-INQUIRE-CASE     VALUE 'C'.
016100     88  WS-INQUIRE-DONE     VALUE 'X'.
016200*
016300 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
016600 01  WS-SEARCH-NAME          PIC X(20).
016700 01  WS-SEARCH-LAST          PIC X(15).
016800 01  WS-TARGET-KEY           PIC X(04).
016805*
016810*    The phone and address searches: the CUSTADRX key to
016815*    START at, and how much of its value an entry must
016820*    share to be listed - all fifteen digits of a phone,
016825*    the five-digit ZIP alone, or the ZIP plus as much of
016830*    the street as was keyed.
016835 01  WS-SEARCH-PHONE         PIC X(15).
016840 01  WS-SEARCH-ZIP           PIC X(10).
016845 01  WS-SEARCH-STREET        PIC X(30).
016850 01  WS-REV-TARGET.
016855     05  WS-RT-TYPE          PIC X(01).
016860     05  WS-RT-VALUE         PIC X(35).
016865     05  WS-RT-ADDRESS REDEFINES WS-RT-VALUE.
016870         10  WS-RT-ZIP-5     PIC X(05).
016875         10  WS-RT-STREET    PIC X(30).
016880     05  WS-RT-CUST-ID       PIC 9(06).
016885 01  WS-RT-MATCH-LENGTH      PIC 9(02) COMP.
016890 01  WS-REV-EOF-SW           PIC X(01).
016895     88  WS-REV-EOF          VALUE 'Y' FALSE 'N'.
016900*
017000 01  WS-SCAN-EOF-SW          PIC X(01).
017100     88  WS-SCAN-EOF         VALUE 'Y' FALSE 'N'.
018100 COPY "signonws.cpy".
018200 COPY "corrlgpm.cpy".
018300 COPY "actlogpm.cpy".
018320 COPY "piimskpm.cpy".
018330 COPY "adrixpm.cpy".
018335 COPY "custcspm.cpy".
018340 01  WS-SHOW-ADDR-LINE-1         PIC X(30).
018360 01  WS-SHOW-ADDR-LINE-2         PIC X(30).
018380 01  WS-SHOW-PHONE               PIC X(15).
018400*
018500 01  WS-XREF-EOF-SW          PIC X(01).
018600     88  WS-XREF-EOF         VALUE 'Y' FALSE 'N'.
019600     IF SO-TRAINING
019700         DISPLAY '********** TRAINING **********'
019800     END-IF.
019820     SET PM-FUNC-CLEARANCE TO TRUE.
019840     CALL 'PII-MASK' USING PII-MASK-PARMS.
019900     OPEN INPUT CUSTOMER-MASTER.
020000     OPEN INPUT CUST-ADDRESS.
020100     IF CA-FILE-STATUS = '00'
020900     IF HH-FILE-STATUS = '00'
021000         MOVE 'Y' TO WS-HOUSEHOLD-OPEN-SW
021100     END-IF.
021120     OPEN INPUT CUST-LEDGER.
021140     IF LG-FILE-STATUS = '00'
021160         MOVE 'Y' TO WS-LEDGER-OPEN-SW
021180     END-IF.
021182     OPEN INPUT CUST-EMAIL.
021184     IF CE-FILE-STATUS = '00'
021186         MOVE 'Y' TO WS-EMAIL-OPEN-SW
021188     END-IF.
021200     CALL 'BUS-DATE' USING WS-RUN-DATE.
021300     PERFORM 1000-PROCESS-INQUIRY THRU 1000-EXIT
021400         UNTIL WS-DONE.
022200     IF WS-HOUSEHOLD-OPEN
022300         CLOSE HOUSEHOLD-FILE
022400     END-IF.
022420     IF WS-LEDGER-OPEN
022440         CLOSE CUST-LEDGER
022460     END-IF.
022470     IF WS-EMAIL-OPEN
022480         CLOSE CUST-EMAIL
022490     END-IF.
022500     GOBACK.
022600*----------------------------------------------------------
022700* 1000-PROCESS-INQUIRY - take one inquiry request and
023500     DISPLAY '4. ADD A CUSTOMER NOTE'.
023600     DISPLAY '5. EVENT TIMELINE'.
023700     DISPLAY '6. CORRESPONDENCE VIEW'.
023720     DISPLAY '7. LOOK UP BY PHONE NUMBER'.
023740     DISPLAY '8. LOOK UP BY ZIP CODE AND STREET'.
023760     DISPLAY '9. LOOK UP BY ZIP CODE'.
023780     DISPLAY 'C. OPEN A SERVICE CASE'.
023800     DISPLAY 'X. EXIT'.
023900     DISPLAY 'Enter your selection: '.
024000     ACCEPT WS-INQUIRY-MODE.
025200             CANCEL 'CUST-TIMELINE'
025300         WHEN WS-INQUIRE-CORR
025400             PERFORM 2400-SHOW-CORRESPONDENCE THRU 2400-EXIT
025410         WHEN WS-INQUIRE-BY-PHONE
025420             PERFORM 2500-INQUIRE-BY-PHONE THRU 2500-EXIT
025430         WHEN WS-INQUIRE-BY-STREET
025440         WHEN WS-INQUIRE-BY-ZIP
025450             PERFORM 2600-INQUIRE-BY-ADDRESS THRU 2600-EXIT
025460         WHEN WS-INQUIRE-CASE
025470             PERFORM 2700-OPEN-CASE THRU 2700-EXIT
025500         WHEN WS-INQUIRE-DONE
025600             SET WS-DONE TO TRUE
025700         WHEN OTHER
035200         DISPLAY 'NOTHING KEYED - NOTE NOT ADDED'
035300         GO TO 2300-EXIT
035400     END-IF.
035450     PERFORM 2310-ASK-FOLLOW-UP THRU 2310-EXIT.
035500     SET CU-FUNC-WRITE TO TRUE.
035600     MOVE CM-CUST-ID TO CU-CUST-ID.
035700     IF SO-SIGNED-ON
036200     MOVE WS-RUN-DATE TO CU-NOTE-DATE.
036300     CALL 'CUST-NOTES' USING CUST-NOTES-PARMS.
036400     DISPLAY 'NOTE ADDED FOR ', CM-CUST-ID.
036420     IF CU-FU-DUE-DATE > 0
036440         DISPLAY 'FOLLOW-UP OPEN - DUE ', CU-FU-DUE-DATE
036460     END-IF.
036500 2300-EXIT.
036600     EXIT.
036700*----------------------------------------------------------
056500     IF WS-ADDRESS-OPEN
056600         PERFORM 3100-DISPLAY-ADDRESS THRU 3100-EXIT
056700     END-IF.
056710     IF WS-EMAIL-OPEN
056720         PERFORM 3150-DISPLAY-EMAIL THRU 3150-EXIT
056730     END-IF.
056800     IF WS-HOUSEHOLD-OPEN
056900         PERFORM 3400-DISPLAY-HOUSEHOLD THRU 3400-EXIT
056910     END-IF.
056920     IF WS-LEDGER-OPEN
056930         PERFORM 3500-DISPLAY-BALANCE THRU 3500-EXIT
057000     END-IF.
057100     SET CU-FUNC-DISPLAY TO TRUE.
057200     MOVE CM-CUST-ID TO CU-CUST-ID.
057300     CALL 'CUST-NOTES' USING CUST-NOTES-PARMS.
057310     SET KP-FUNC-DISPLAY TO TRUE.
057320     MOVE CM-CUST-ID TO KP-CUST-ID.
057330     MOVE WS-RUN-DATE TO KP-ACTION-DATE.
057340     CALL 'CUST-CASE' USING CUST-CASE-PARMS.
057400*    The dormancy review counts inquiries as activity, so
057500*    every hit goes on the OPERACT trail.
057600     IF SO-SIGNED-ON
059700         INVALID KEY
059800             DISPLAY 'ADDRESS:       (NONE ON FILE)'
059900         NOT INVALID KEY
060000             PERFORM 3110-MASK-CONTACT THRU 3110-EXIT
060010             DISPLAY 'ADDRESS:       ', WS-SHOW-ADDR-LINE-1
060100             IF CA-ADDR-LINE-2 NOT = SPACES
060200                 DISPLAY '               ', WS-SHOW-ADDR-LINE-2
060300             END-IF
060400             DISPLAY 'CITY/ST/ZIP:   ', CA-CITY, ' ',
060500                 CA-STATE, ' ', CA-ZIP-CODE
060600             DISPLAY 'PHONE:         ', WS-SHOW-PHONE
060700             DISPLAY 'CONTACT PREF:  ', CA-CONTACT-PREF
060710             IF PM-FULL-VIEW
060720                 PERFORM 3120-LOG-FULL-VIEW THRU 3120-EXIT
060730             END-IF
060800     END-READ.
060900 3100-EXIT.
061000     EXIT.
061001*----------------------------------------------------------
061002* 3110-MASK-CONTACT - cut the street lines and phone back
061003*     unless the operator is cleared to see them in full.
061004*----------------------------------------------------------
061005 3110-MASK-CONTACT.
061006     MOVE CA-ADDR-LINE-1 TO WS-SHOW-ADDR-LINE-1.
061007     MOVE CA-ADDR-LINE-2 TO WS-SHOW-ADDR-LINE-2.
061008     MOVE CA-PHONE TO WS-SHOW-PHONE.
061009     IF PM-FULL-VIEW
061010         GO TO 3110-EXIT
061011     END-IF.
061012     SET PM-FUNC-STREET TO TRUE.
061013     MOVE WS-SHOW-ADDR-LINE-1 TO PM-FIELD.
061014     CALL 'PII-MASK' USING PII-MASK-PARMS.
061015     MOVE PM-FIELD TO WS-SHOW-ADDR-LINE-1.
061016     MOVE WS-SHOW-ADDR-LINE-2 TO PM-FIELD.
061017     CALL 'PII-MASK' USING PII-MASK-PARMS.
061018     MOVE PM-FIELD TO WS-SHOW-ADDR-LINE-2.
061019     SET PM-FUNC-PHONE TO TRUE.
061020     MOVE WS-SHOW-PHONE TO PM-FIELD.
061021     CALL 'PII-MASK' USING PII-MASK-PARMS.
061022     MOVE PM-FIELD TO WS-SHOW-PHONE.
061023 3110-EXIT.
061024     EXIT.
061025*----------------------------------------------------------
061026* 3120-LOG-FULL-VIEW - an unmasked phone and street go on
061027*     the OPERACT trail against the customer, apart from
061028*     the INQUIRY hit itself.
061029*----------------------------------------------------------
061030 3120-LOG-FULL-VIEW.
061031     MOVE SO-OPERATOR-ID TO AY-OPERATOR-ID.
061032     MOVE 'CUST-INQUIRY' TO AY-SOURCE-PGM.
061033     MOVE 'PIIVIEW' TO AY-ACTION-CODE.
061034     MOVE CM-CUST-ID TO AY-ACTION-KEY.
061035     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
061036     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
061037 3120-EXIT.
061038     EXIT.
061039*----------------------------------------------------------
061040* 3150-DISPLAY-EMAIL - show the email address and the
061041*     e-statement choice when the customer has registered
061042*     one; an address that failed the format edit is
061043*     flagged, since nothing is ever sent to it.
061044*----------------------------------------------------------
061045 3150-DISPLAY-EMAIL.
061046     MOVE CM-CUST-ID TO CE-CUST-ID.
061047     READ CUST-EMAIL
061048         KEY IS CE-CUST-ID
061049         INVALID KEY
061050             DISPLAY 'EMAIL:         (NONE ON FILE)'
061051         NOT INVALID KEY
061052             DISPLAY 'EMAIL:         ', CE-EMAIL-ADDR
061053             IF NOT CE-EMAIL-VALID
061054                 DISPLAY '               (FAILED EDIT - NOT USED)'
061055             END-IF
061056             IF CE-ESTMT-OPT-IN
061057                 DISPLAY 'E-STATEMENTS:  YES'
061058             ELSE
061059                 DISPLAY 'E-STATEMENTS:  NO'
061060             END-IF
061061     END-READ.
061062 3150-EXIT.
061063     EXIT.
061100*----------------------------------------------------------
061200* 3200-DISPLAY-STATUS - show the status in force for the
061300*     customer as of the run date.
061700*----------------------------------------------------------
061800 3200-DISPLAY-STATUS.
061805     PERFORM 3205-RESOLVE-STATUS THRU 3205-EXIT.
061810     PERFORM 3230-NAME-STATUS THRU 3230-EXIT.
061815     DISPLAY 'STATUS:        ', WS-STATUS-NAME.
061820 3200-EXIT.
061825     EXIT.
061830*----------------------------------------------------------
061835* 3205-RESOLVE-STATUS - resolve the status in force for
061840*     CM-CUST-ID into WS-CUR-STATUS: position at the first
061845*     status record for the ID and take the latest one
061850*     whose effective date is not after the run date. A
061855*     customer with no qualifying record is active.
061860*----------------------------------------------------------
061865 3205-RESOLVE-STATUS.
061900     MOVE 'A' TO WS-CUR-STATUS.
062000     IF NOT WS-STATUS-OPEN
062100         GO TO 3205-EXIT
062200     END-IF.
062300     SET WS-STATUS-EOF TO FALSE.
062400     MOVE CM-CUST-ID TO CS-CUST-ID.
063000     END-START.
063100     PERFORM 3210-READ-NEXT-STATUS THRU 3210-EXIT
063200         UNTIL WS-STATUS-EOF.
063300 3205-EXIT.
063310     EXIT.
063320*----------------------------------------------------------
063330* 3230-NAME-STATUS - WS-CUR-STATUS in words.
063340*----------------------------------------------------------
063350 3230-NAME-STATUS.
063400     EVALUATE WS-CUR-STATUS
063500         WHEN 'A'
063600             MOVE 'ACTIVE' TO WS-STATUS-NAME
063700         WHEN 'I'
063800             MOVE 'INACTIVE' TO WS-STATUS-NAME
063900         WHEN 'C'
064000             MOVE 'CLOSED' TO WS-STATUS-NAME
064100         WHEN 'D'
064200             MOVE 'DECEASED' TO WS-STATUS-NAME
064220         WHEN 'P'
064240             MOVE 'PENDING WATCH-LIST REVIEW' TO WS-STATUS-NAME
064260         WHEN 'R'
064280             MOVE 'RESTRICTED' TO WS-STATUS-NAME
064300         WHEN OTHER
064400             MOVE WS-CUR-STATUS TO WS-STATUS-NAME
064500     END-EVALUATE.
064600 3230-EXIT.
064700     EXIT.
064800*----------------------------------------------------------
064900* 3400-DISPLAY-HOUSEHOLD - the customer's household link
071100     END-READ.
071200 3210-EXIT.
071300     EXIT.
071400*----------------------------------------------------------
071500* 3500-DISPLAY-BALANCE - what the customer owes as of the
071600*     run date is the sum of their ledger entries posted no
071700*     later than it; the part no statement has carried yet
071800*     shows alongside, for the caller asking why their last
071900*     statement differs.
072000*----------------------------------------------------------
072100 3500-DISPLAY-BALANCE.
072200     MOVE 0 TO WS-BALANCE-OWED WS-UNBILLED-AMOUNT.
072300     SET WS-LEDGER-EOF TO FALSE.
072400     MOVE CM-CUST-ID TO LG-CUST-ID.
072500     MOVE ZERO TO LG-POST-DATE LG-POST-SEQ.
072600     START CUST-LEDGER
072700         KEY IS NOT LESS THAN LG-LEDGER-KEY
072800         INVALID KEY
072900             SET WS-LEDGER-EOF TO TRUE
073000     END-START.
073100     PERFORM 3510-ADD-ONE-ENTRY THRU 3510-EXIT
073200         UNTIL WS-LEDGER-EOF.
073300     MOVE WS-BALANCE-OWED TO WS-BALANCE-EDIT.
073400     DISPLAY 'BALANCE OWED: ', WS-BALANCE-EDIT.
073500     MOVE WS-UNBILLED-AMOUNT TO WS-BALANCE-EDIT.
073600     DISPLAY '  NOT YET BILLED:', WS-BALANCE-EDIT.
073700 3500-EXIT.
073800     EXIT.
073900*----------------------------------------------------------
074000* 3510-ADD-ONE-ENTRY
074100*----------------------------------------------------------
074200 3510-ADD-ONE-ENTRY.
074300     READ CUST-LEDGER NEXT RECORD
074400         AT END
074500             SET WS-LEDGER-EOF TO TRUE
074600             GO TO 3510-EXIT
074700     END-READ.
074800     IF LG-CUST-ID NOT = CM-CUST-ID
074900         SET WS-LEDGER-EOF TO TRUE
075000         GO TO 3510-EXIT
075100     END-IF.
075200     IF LG-POST-DATE > WS-RUN-DATE
075300         GO TO 3510-EXIT
075400     END-IF.
075500     ADD LG-AMOUNT TO WS-BALANCE-OWED.
075600     IF LG-STMT-DATE = 0
075700         ADD LG-AMOUNT TO WS-UNBILLED-AMOUNT
075800     END-IF.
075900 3510-EXIT.
076000     EXIT.
076100*----------------------------------------------------------
076200* 2310-ASK-FOLLOW-UP - an optional follow-up on the note:
076300*     a due date no earlier than today and the operator
076400*     to work it (the keying operator when left blank).
076500*     A bad date keeps the note without a follow-up.
076600*----------------------------------------------------------
076700 2310-ASK-FOLLOW-UP.
076800     MOVE 0 TO CU-FU-DUE-DATE.
076900     MOVE SPACES TO CU-FU-ASSIGNED-OPER.
077000     MOVE SPACES TO WS-FU-DATE-IN.
077100     DISPLAY 'Follow-up date (YYYYMMDD, blank for none): '.
077200     ACCEPT WS-FU-DATE-IN.
077300     IF WS-FU-DATE-IN = SPACES
077400         GO TO 2310-EXIT
077500     END-IF.
077600     IF WS-FU-DATE-NUM IS NOT NUMERIC
077700         OR WS-FU-MONTH < 1 OR WS-FU-MONTH > 12
077800         OR WS-FU-DAY < 1 OR WS-FU-DAY > 31
077900         OR WS-FU-DATE-NUM < WS-RUN-DATE
078000         DISPLAY 'FOLLOW-UP DATE INVALID OR PAST - NOTE ',
078100             'KEPT WITHOUT A FOLLOW-UP'
078200         GO TO 2310-EXIT
078300     END-IF.
078400     DISPLAY 'Assign follow-up to operator (blank for ',
078500         'yourself): '.
078600     ACCEPT CU-FU-ASSIGNED-OPER.
078700*    Without a session there is no one to default to.
078800     IF CU-FU-ASSIGNED-OPER = SPACES
078900         AND NOT SO-SIGNED-ON
079000         DISPLAY 'NO OPERATOR TO ASSIGN - NOTE KEPT ',
079100             'WITHOUT A FOLLOW-UP'
079200         GO TO 2310-EXIT
079300     END-IF.
079400     MOVE WS-FU-DATE-NUM TO CU-FU-DUE-DATE.
079500 2310-EXIT.
079600     EXIT.
079700*----------------------------------------------------------
079800* 2700-OPEN-CASE - a complaint or service case for a
079900*     looked-up customer, opened by the signed-on operator
080000*     and owned by them unless another operator is named.
080100*     CUST-CASE makes every check and answers the reason
080200*     when it refuses.
080300*----------------------------------------------------------
080400 2700-OPEN-CASE.
080500     IF NOT SO-SIGNED-ON
080600         DISPLAY 'SIGN ON FROM THE MAIN MENU TO OPEN A CASE'
080700         GO TO 2700-EXIT
080800     END-IF.
080900     DISPLAY 'Enter customer ID: '.
081000     ACCEPT CM-CUST-ID.
081100     SET CD-FUNC-VALIDATE TO TRUE.
081200     MOVE CM-CUST-ID TO CD-CUST-ID.
081300     CALL 'CUST-CKDIGIT' USING CKDIGIT-PARMS.
081400     IF NOT CD-ID-VALID
081500         DISPLAY 'CUSTOMER ID FAILS ITS CHECK DIGIT - ',
081600             'RE-KEY IT'
081700         GO TO 2700-EXIT
081800     END-IF.
081900     READ CUSTOMER-MASTER
082000         KEY IS CM-CUST-ID
082100         INVALID KEY
082200             DISPLAY 'NO CUSTOMER ON FILE FOR THAT ID'
082300             GO TO 2700-EXIT
082400     END-READ.
082500     DISPLAY 'CUSTOMER: ', CM-CUST-ID, ' ', CM-CUST-NAME.
082600     MOVE SPACES TO CUST-CASE-PARMS.
082700     DISPLAY 'Category - ST STATEMENT, NT NOTICE, ',
082800         'RM RETURNED MAIL, BL BILLING, SV SERVICE, OT OTHER: '.
082900     ACCEPT KP-CATEGORY.
083000     DISPLAY 'Document type the case is about - STMT, NOTC, ',
083100         'RPRT, INVC, CRMO, ESTM (blank for none): '.
083200     ACCEPT KP-DOC-TYPE.
083300     MOVE 0 TO KP-DOC-REF.
083400     IF KP-DOC-TYPE NOT = SPACES
083500         DISPLAY 'Document number: '
083600         ACCEPT KP-DOC-REF
083700     END-IF.
083800     DISPLAY 'Case summary: '.
083900     ACCEPT KP-COMMENT.
084000     DISPLAY 'Assign case to operator (blank for yourself): '.
084100     ACCEPT KP-ASSIGNED-OPER.
084200     SET KP-FUNC-OPEN TO TRUE.
084300     MOVE CM-CUST-ID TO KP-CUST-ID.
084400     MOVE CM-BRANCH-CODE TO KP-BRANCH-CODE.
084500     MOVE SO-OPERATOR-ID TO KP-OPERATOR-ID.
084600     MOVE WS-RUN-DATE TO KP-ACTION-DATE.
084700     CALL 'CUST-CASE' USING CUST-CASE-PARMS.
084800     IF NOT KP-RESULT-OK
084900         DISPLAY 'CASE NOT OPENED - ', KP-REASON
085000         GO TO 2700-EXIT
085100     END-IF.
085200     DISPLAY 'CASE ', KP-CASE-NUMBER, ' OPENED FOR ',
085300         CM-CUST-ID, ' - ASSIGNED TO ', KP-ASSIGNED-OPER,
085400         ', TARGET ', KP-TARGET-DATE.
085500 2700-EXIT.
085600     EXIT.
085700*----------------------------------------------------------
085800* 2500-INQUIRE-BY-PHONE - a caller who gives only a phone
085900*     number. The number is reduced to its digits the way
086000*     ADDR-INDEX keys it, and every customer carrying it
086100*     is listed off the CUSTADRX lookup index; a number
086200*     more than one customer carries is flagged as a
086300*     possible duplicate, the same pairs CUST-DEDUPE
086400*     reports.
086500*----------------------------------------------------------
086600 2500-INQUIRE-BY-PHONE.
086700     DISPLAY 'Enter phone number: '.
086800     ACCEPT WS-SEARCH-PHONE.
086900     SET RX-FUNC-KEYS TO TRUE.
087000     MOVE WS-SEARCH-PHONE TO RX-PHONE.
087100     MOVE SPACES TO RX-ZIP-CODE RX-STREET.
087200     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
087300     IF RX-PHONE-KEY = SPACES
087400         DISPLAY 'PHONE NUMBER OF AT LEAST SEVEN DIGITS ',
087500             'REQUIRED'
087600         GO TO 2500-EXIT
087700     END-IF.
087800     MOVE SPACES TO WS-REV-TARGET.
087900     MOVE 'P' TO WS-RT-TYPE.
088000     MOVE RX-PHONE-KEY TO WS-RT-VALUE.
088100     MOVE 15 TO WS-RT-MATCH-LENGTH.
088200     PERFORM 2650-SEARCH-REVERSE THRU 2650-EXIT.
088300     IF WS-MATCH-COUNT = 0
088400         DISPLAY 'NO CUSTOMER ON FILE WITH THAT PHONE NUMBER'
088500         GO TO 2500-EXIT
088600     END-IF.
088700     IF WS-MATCH-COUNT > 1
088800         DISPLAY 'PHONE NUMBER SHARED BY MORE THAN ONE ',
088900             'CUSTOMER - POSSIBLE DUPLICATE'
089000     END-IF.
089100     PERFORM 2690-PICK-CANDIDATE THRU 2690-EXIT.
089200 2500-EXIT.
089300     EXIT.
089400*----------------------------------------------------------
089500* 2600-INQUIRE-BY-ADDRESS - returned mail with only an
089600*     address on it. By ZIP and street the keyed street
089700*     need only be the start of the line on file (house
089800*     number and street name, say); by ZIP alone every
089900*     customer in the five-digit ZIP is listed.
090000*----------------------------------------------------------
090100 2600-INQUIRE-BY-ADDRESS.
090200     DISPLAY 'Enter ZIP code: '.
090300     ACCEPT WS-SEARCH-ZIP.
090400     MOVE SPACES TO WS-SEARCH-STREET.
090500     IF WS-INQUIRE-BY-STREET
090600         DISPLAY 'Enter street address (or its start): '
090700         ACCEPT WS-SEARCH-STREET
090800     END-IF.
090900     SET RX-FUNC-KEYS TO TRUE.
091000     MOVE SPACES TO RX-PHONE.
091100     MOVE WS-SEARCH-ZIP TO RX-ZIP-CODE.
091200     MOVE WS-SEARCH-STREET TO RX-STREET.
091300     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
091400     IF RX-ZIP-KEY = SPACES
091500         DISPLAY 'ZIP CODE REQUIRED'
091600         GO TO 2600-EXIT
091700     END-IF.
091800     IF WS-INQUIRE-BY-STREET
091900         AND RX-STREET-LENGTH = 0
092000         DISPLAY 'STREET ADDRESS REQUIRED'
092100         GO TO 2600-EXIT
092200     END-IF.
092300     MOVE SPACES TO WS-REV-TARGET.
092400     MOVE 'A' TO WS-RT-TYPE.
092500     MOVE RX-ZIP-KEY TO WS-RT-ZIP-5.
092600     MOVE RX-STREET-KEY TO WS-RT-STREET.
092700     COMPUTE WS-RT-MATCH-LENGTH = 5 + RX-STREET-LENGTH.
092800     PERFORM 2650-SEARCH-REVERSE THRU 2650-EXIT.
092900     IF WS-MATCH-COUNT = 0
093000         DISPLAY 'NO CUSTOMER ON FILE AT THAT ADDRESS'
093100         GO TO 2600-EXIT
093200     END-IF.
093300     PERFORM 2690-PICK-CANDIDATE THRU 2690-EXIT.
093400 2600-EXIT.
093500     EXIT.
093600*----------------------------------------------------------
093700* 2650-SEARCH-REVERSE - keyed START at WS-REV-TARGET and
093800*     list entries while they still share its leading
093900*     WS-RT-MATCH-LENGTH characters, a page at a time.
094000*----------------------------------------------------------
094100 2650-SEARCH-REVERSE.
094200     MOVE 0 TO WS-MATCH-COUNT WS-PAGE-COUNT.
094300     OPEN INPUT REVERSE-INDEX.
094400     IF RV-FILE-STATUS NOT = '00'
094500         DISPLAY 'PHONE AND ADDRESS LOOKUP INDEX NOT ',
094600             'AVAILABLE - ADDR-REBUILD BUILDS IT'
094700         GO TO 2650-EXIT
094800     END-IF.
094900     SET WS-REV-EOF TO FALSE.
095000     MOVE ZERO TO WS-RT-CUST-ID.
095100     MOVE WS-REV-TARGET TO RV-LOOKUP-KEY.
095200     START REVERSE-INDEX
095300         KEY IS NOT LESS THAN RV-LOOKUP-KEY
095400         INVALID KEY
095500             SET WS-REV-EOF TO TRUE
095600     END-START.
095700     PERFORM 2660-READ-NEXT-REVERSE THRU 2660-EXIT
095800         UNTIL WS-REV-EOF.
095900     CLOSE REVERSE-INDEX.
096000 2650-EXIT.
096100     EXIT.
096200*----------------------------------------------------------
096300* 2660-READ-NEXT-REVERSE
096400*----------------------------------------------------------
096500 2660-READ-NEXT-REVERSE.
096600     READ REVERSE-INDEX NEXT RECORD
096700         AT END
096800             SET WS-REV-EOF TO TRUE
096900             GO TO 2660-EXIT
097000     END-READ.
097100     IF RV-LOOKUP-TYPE NOT = WS-RT-TYPE
097200         OR RV-LOOKUP-VALUE (1:WS-RT-MATCH-LENGTH)
097300             NOT = WS-RT-VALUE (1:WS-RT-MATCH-LENGTH)
097400         SET WS-REV-EOF TO TRUE
097500         GO TO 2660-EXIT
097600     END-IF.
097700     ADD 1 TO WS-MATCH-COUNT.
097800     ADD 1 TO WS-PAGE-COUNT.
097900     PERFORM 2670-LIST-ONE-MATCH THRU 2670-EXIT.
098000     IF WS-PAGE-COUNT = WS-PAGE-SIZE
098100         MOVE 0 TO WS-PAGE-COUNT
098200         DISPLAY 'MORE? (Y/N): '
098300         ACCEPT WS-PAGE-REPLY
098400         IF WS-PAGE-REPLY = 'N' OR 'n'
098500             SET WS-REV-EOF TO TRUE
098600         END-IF
098700     END-IF.
098800 2660-EXIT.
098900     EXIT.
099000*----------------------------------------------------------
099100* 2670-LIST-ONE-MATCH - the customer's ID, name and status
099200*     in force; an address search shows the street line on
099300*     file as well, masked the way the full display masks
099400*     it, so the operator can tell neighbours apart.
099500*----------------------------------------------------------
099600 2670-LIST-ONE-MATCH.
099700     MOVE RV-CUST-ID TO CM-CUST-ID.
099800     READ CUSTOMER-MASTER
099900         KEY IS CM-CUST-ID
100000         INVALID KEY
100100             DISPLAY '  ', RV-CUST-ID,
100200                 '  (NOT ON CUSTOMER MASTER)'
100300             GO TO 2670-EXIT
100400     END-READ.
100500     PERFORM 3205-RESOLVE-STATUS THRU 3205-EXIT.
100600     PERFORM 3230-NAME-STATUS THRU 3230-EXIT.
100700     DISPLAY '  ', CM-CUST-ID, '  ', CM-CUST-NAME, '  ',
100800         WS-STATUS-NAME.
100900     IF NOT RV-ADDRESS-ENTRY OR NOT WS-ADDRESS-OPEN
101000         GO TO 2670-EXIT
101100     END-IF.
101200     MOVE CM-CUST-ID TO CA-CUST-ID.
101300     READ CUST-ADDRESS
101400         KEY IS CA-CUST-ID
101500         INVALID KEY
101600             GO TO 2670-EXIT
101700     END-READ.
101800     PERFORM 3110-MASK-CONTACT THRU 3110-EXIT.
101900     DISPLAY '          ', WS-SHOW-ADDR-LINE-1, ' ',
102000         CA-ZIP-CODE.
102100     IF PM-FULL-VIEW
102200         PERFORM 3120-LOG-FULL-VIEW THRU 3120-EXIT
102300     END-IF.
102400 2670-EXIT.
102500     EXIT.
102600*----------------------------------------------------------
102700* 2690-PICK-CANDIDATE - the operator picks one of the
102800*     listed customers for the full display.
102900*----------------------------------------------------------
103000 2690-PICK-CANDIDATE.
103100     DISPLAY WS-MATCH-COUNT, ' CANDIDATE(S) LISTED'.
103200     DISPLAY 'Enter customer ID to display (0 = none): '.
103300     ACCEPT WS-PICK-ID.
103400     IF WS-PICK-ID NOT = ZERO
103500         MOVE WS-PICK-ID TO CM-CUST-ID
103600         READ CUSTOMER-MASTER
103700             KEY IS CM-CUST-ID
103800             INVALID KEY
103900                 DISPLAY 'NO CUSTOMER ON FILE FOR THAT ID'
104000             NOT INVALID KEY
104100                 PERFORM 3000-DISPLAY-CUSTOMER THRU 3000-EXIT
104200         END-READ
104300     END-IF.
104400 2690-EXIT.
104500     EXIT.
