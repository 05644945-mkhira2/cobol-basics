000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CUST-LETTER.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Nightly customer-letter run. Finds the day's letter
000900* events - a customer added (CUSTHIST add entries: a
001000* welcome letter), a status taking effect (CUSTSTAT:
001100* an inactive, closure, or reactivation letter), and an
001200* address change (CUSTADRH: a confirmation to the new
001300* address and an alert to the old one) - and composes
001400* each letter from its MESSAGE-MASTER template lines in
001500* the customer's language, resolved through MSG-RESOLVE.
001600* Every letter is numbered from the LTR series of the
001700* SEQ-NUMBERS generation log through SEQ-DRAW the way
001800* BILL-ISSUE numbers invoices - from the customer's branch
001900* block where the branch holds LTR blocks, otherwise from
002000* the shared pool - written to the LTROUT file for the letter
002100* vendor between a header and a control trailer, logged
002200* to DOCUMENT-USE-LOG so SEQ-RECON and SEQ-VOID cover it,
002300* and recorded on CORRHIST as a notice through CORR-LOG.
002400* A letter that cannot go is withheld, listed with the
002500* reason on the LTRREG register, and recorded on CORRHIST
002600* as a withheld notice. The site-wide DRYRUN switch
002700* rehearses the run: letters composed, numbers drawn in
002800* memory, the register written, nothing else touched.
002900*----------------------------------------------------------
003000* Templates: code 'L' + the letter kind + the line number
003100* 1-9, e.g. LW1..LW9 for the welcome letter. A letter
003200* whose first line has no template in the customer's
003300* language is sent in English; one with no English first
003400* line either is withheld. The kinds are W welcome,
003500* I inactive, C closed, A reactivated, N address
003600* confirmation, and O address alert.
003700*----------------------------------------------------------
003800* Channel: the contact preference on CUST-ADDRESS - email
003900* while CUSTEMAL holds a valid address, otherwise mail;
004000* phone preference is mailed, since a letter cannot be
004100* telephoned; no-contact is withheld, as is a mail letter
004200* to an address flagged suspect. The address alert always
004300* goes by mail to the address just left, whatever the
004400* preference: whoever changed the address may have changed
004500* the preference with it, and the old address is where
004600* the real customer will see the alert.
004700*----------------------------------------------------------
004800*    MODIFICATION HISTORY
004900*    DATE        INIT  DESCRIPTION
005000*    2026-10-15   DN   Original program.
005100*    2026-10-15   DN   Number each letter from the customer's
005200*                      branch block via SEQ-DRAW.
005300*----------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CUST-HISTORY ASSIGN TO 'CUSTHIST'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS CH-FILE-STATUS.
006000     SELECT CUST-STATUS ASSIGN TO 'CUSTSTAT'
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CS-STATUS-KEY
006400         FILE STATUS IS CS-FILE-STATUS.
006500     SELECT CUST-ADDR-HIST ASSIGN TO 'CUSTADRH'
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS AD-HIST-KEY
006900         FILE STATUS IS AD-FILE-STATUS.
007000     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CM-CUST-ID
007400         ALTERNATE RECORD KEY IS CM-CUST-NAME
007500             WITH DUPLICATES
007600         FILE STATUS IS CM-FILE-STATUS.
007700     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS CA-CUST-ID
008100         FILE STATUS IS CA-FILE-STATUS.
008200     SELECT CUST-EMAIL ASSIGN TO 'CUSTEMAL'
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS CE-CUST-ID
008600         FILE STATUS IS CE-FILE-STATUS.
008700     SELECT MESSAGE-MASTER ASSIGN TO 'MSGMAST'
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS SEQUENTIAL
009000         RECORD KEY IS MM-MSG-KEY
009100         FILE STATUS IS MM-FILE-STATUS.
009200     SELECT DOCUMENT-USE-LOG ASSIGN TO 'DOCUSED'
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS DU-FILE-STATUS.
009500     SELECT DRY-RUN-CONTROL ASSIGN TO 'DRYRUN'
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS DR-FILE-STATUS.
009800     SELECT LETTER-SORT ASSIGN TO 'LTRSRTWK'.
009900     SELECT LETTER-FILE ASSIGN TO 'LTROUT'
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS LT-FILE-STATUS.
010200     SELECT LETTER-REGISTER ASSIGN TO 'LTRREG'
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS LR-FILE-STATUS.
010500*
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  CUST-HISTORY
010900     LABEL RECORDS ARE STANDARD.
011000     COPY "custhist.cpy".
011100*
011200 FD  CUST-STATUS
011300     LABEL RECORDS ARE STANDARD.
011400     COPY "custstat.cpy".
011500*
011600 FD  CUST-ADDR-HIST
011700     LABEL RECORDS ARE STANDARD.
011800     COPY "custadrh.cpy".
011900*
012000 FD  CUSTOMER-MASTER
012100     LABEL RECORDS ARE STANDARD.
012200     COPY "custrec.cpy".
012300*
012400 FD  CUST-ADDRESS
012500     LABEL RECORDS ARE STANDARD.
012600     COPY "custaddr.cpy".
012700*
012800 FD  CUST-EMAIL
012900     LABEL RECORDS ARE STANDARD.
013000     COPY "custemal.cpy".
013100*
013200 FD  MESSAGE-MASTER
013300     LABEL RECORDS ARE STANDARD.
013400     COPY "msgmast.cpy".
013500*
013600 FD  DOCUMENT-USE-LOG
013700     LABEL RECORDS ARE STANDARD.
013800     COPY "docuserc.cpy".
013900*
014000 FD  DRY-RUN-CONTROL
014100     LABEL RECORDS ARE STANDARD.
014200     COPY "dryrctl.cpy".
014300*
014400*    One letter event, in customer order and, for a
014500*    customer with several, welcome first, then status,
014600*    then the address confirmation and the alert. The
014700*    alert carries the address the customer has left.
014800 SD  LETTER-SORT.
014900 01  LS-SORT-RECORD.
015000     05  LS-CUST-ID              PIC 9(06).
015100     05  LS-SEQ                  PIC 9(01).
015200     05  LS-LETTER-KIND          PIC X(01).
015300     05  LS-EVENT-DATE           PIC 9(08).
015400     05  LS-OLD-ADDR             PIC X(92).
015500*
015600 FD  LETTER-FILE
015700     LABEL RECORDS ARE STANDARD.
015800     COPY "custltr.cpy".
015900*
016000 FD  LETTER-REGISTER
016100     LABEL RECORDS ARE STANDARD.
016200 01  REGISTER-LINE               PIC X(80).
016300*
016400 WORKING-STORAGE SECTION.
016500 01  CH-FILE-STATUS              PIC X(02).
016600 01  CS-FILE-STATUS              PIC X(02).
016700 01  AD-FILE-STATUS              PIC X(02).
016800 01  CM-FILE-STATUS              PIC X(02).
016900 01  CA-FILE-STATUS              PIC X(02).
017000 01  CE-FILE-STATUS              PIC X(02).
017100 01  MM-FILE-STATUS              PIC X(02).
017200 01  DU-FILE-STATUS              PIC X(02).
017300 01  DR-FILE-STATUS              PIC X(02).
017400 01  LT-FILE-STATUS              PIC X(02).
017500 01  LR-FILE-STATUS              PIC X(02).
017600*
017700 01  WS-FILE-EOF-SW              PIC X(01).
017800     88  WS-FILE-EOF             VALUE 'Y' FALSE 'N'.
017900 01  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
018000     88  WS-SCAN-EOF             VALUE 'Y' FALSE 'N'.
018100 01  WS-SORT-EOF-SW              PIC X(01).
018200     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
018300 01  WS-STATUS-EOF-SW            PIC X(01).
018400     88  WS-STATUS-EOF           VALUE 'Y' FALSE 'N'.
018500 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE 'N'.
018600     88  WS-MASTER-OPEN          VALUE 'Y'.
018700 01  WS-CS-OPEN-SW               PIC X(01) VALUE 'N'.
018800     88  WS-CS-OPEN              VALUE 'Y'.
018900 01  WS-ADDR-OPEN-SW             PIC X(01) VALUE 'N'.
019000     88  WS-ADDR-OPEN            VALUE 'Y'.
019100 01  WS-EMAIL-OPEN-SW            PIC X(01) VALUE 'N'.
019200     88  WS-EMAIL-OPEN           VALUE 'Y'.
019300 01  WS-ENTRY-OK-SW              PIC X(01).
019400     88  WS-ENTRY-OK             VALUE 'Y' FALSE 'N'.
019500 01  WS-ON-MASTER-SW             PIC X(01).
019600     88  WS-ON-MASTER            VALUE 'Y' FALSE 'N'.
019700 01  WS-ADDR-FOUND-SW            PIC X(01).
019800     88  WS-ADDR-FOUND           VALUE 'Y' FALSE 'N'.
019900 01  WS-TPL-FOUND-SW             PIC X(01).
020000     88  WS-TPL-FOUND            VALUE 'Y' FALSE 'N'.
020100 01  WS-EXHAUSTED-SW             PIC X(01) VALUE 'N'.
020200     88  WS-EXHAUSTED-SHOWN      VALUE 'Y'.
020300 01  WS-WITHHOLD-REASON          PIC X(30).
020400*    Held apart from RETURN-CODE, which every CALL resets.
020500 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
020600*
020700*    The status and address each customer held before the
020800*    business date, carried along the key-ordered scans.
020900 01  WS-PRIOR-CS-CUST            PIC 9(06) VALUE 0.
021000 01  WS-PRIOR-STATUS             PIC X(01).
021100 01  WS-PRIOR-AD-CUST            PIC 9(06) VALUE 0.
021200 01  WS-PRIOR-ADDRESS            PIC X(92).
021300 01  WS-CUR-STATUS               PIC X(01).
021400*
021500 01  WS-DOC-NUMBER               PIC 9(09).
021600*
021700*    The active letter templates off MESSAGE-MASTER, in
021800*    the file's code-and-language order.
021900 01  WS-TPL-COUNT                PIC 9(03) COMP VALUE 0.
022000 01  WS-TPL-TABLE.
022100     05  WS-TPL-ENTRY OCCURS 1 TO 200 TIMES
022200             DEPENDING ON WS-TPL-COUNT
022300             ASCENDING KEY IS WS-TPL-KEY
022400             INDEXED BY WS-TPL-IDX.
022500         10  WS-TPL-KEY.
022600             15  WS-TPL-CODE     PIC X(03).
022700             15  WS-TPL-LANG     PIC X(02).
022800         10  WS-TPL-TEXT         PIC X(25).
022900 01  WS-LOOKUP-KEY.
023000     05  WS-LOOKUP-CODE.
023100         10  FILLER              PIC X(01) VALUE 'L'.
023200         10  WS-LOOKUP-KIND      PIC X(01).
023300         10  WS-LOOKUP-LINE      PIC 9(01).
023400     05  WS-LOOKUP-LANG          PIC X(02).
023500 01  WS-TPL-TEXT-HIT             PIC X(25).
023600*
023700*    The letter being composed.
023800 01  WS-LETTER-NAME              PIC X(12).
023900 01  WS-LETTER-LANG              PIC X(02).
024000 01  WS-CUR-CHANNEL              PIC X(01).
024100 01  WS-SEND-ADDR.
024200     05  WS-SEND-LINE-1          PIC X(30).
024300     05  WS-SEND-LINE-2          PIC X(30).
024400     05  WS-SEND-CITY            PIC X(20).
024500     05  WS-SEND-STATE           PIC X(02).
024600     05  WS-SEND-ZIP             PIC X(10).
024700 01  WS-SEND-EMAIL               PIC X(60).
024800 01  WS-DATE-EDIT                PIC 9999/99/99.
024900 01  WS-LINE-SUB                 PIC 9(02) COMP.
025000 01  WS-BODY-COUNT               PIC 9(02) COMP VALUE 0.
025100 01  WS-BODY-TABLE.
025200     05  WS-BODY-LINE OCCURS 9 TIMES
025300                                 PIC X(80).
025400*
025500 01  WS-EVENT-COUNT              PIC 9(07) COMP VALUE 0.
025600 01  WS-ISSUED-COUNT             PIC 9(07) COMP VALUE 0.
025700 01  WS-WITHHELD-COUNT           PIC 9(07) COMP VALUE 0.
025800 01  WS-EMAIL-SENT               PIC 9(07) COMP VALUE 0.
025900 01  WS-EMAIL-FALLBACK           PIC 9(07) COMP VALUE 0.
026000 01  WS-HASH-TOTAL               PIC 9(15) COMP VALUE 0.
026100*
026200 COPY "rundate.cpy".
026300 COPY "jobhstpm.cpy".
026400 COPY "corrlgpm.cpy".
026500 COPY "msgrslv.cpy".
026600 COPY "xmitrgpm.cpy".
026700 COPY "seqdrwpm.cpy".
026800*
026900 01  RPT-LETTER-LINE.
027000     05  RPL-CUST-ID             PIC 9(06).
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  RPL-LETTER-NAME         PIC X(12).
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  RPL-DOC-REF             PIC X(09).
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  RPL-CHANNEL             PIC X(05).
027700     05  FILLER                  PIC X(01) VALUE SPACES.
027800     05  RPL-LANG                PIC X(02).
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  RPL-NOTE                PIC X(30).
028100*
028200 01  RPT-COUNT-LINE.
028300     05  FILLER                  PIC X(09) VALUE 'EVENTS: '.
028400     05  RPT-EVENTS              PIC ZZZ,ZZ9.
028500     05  FILLER                  PIC X(10) VALUE
028600         '  ISSUED:'.
028700     05  RPT-ISSUED              PIC ZZZ,ZZ9.
028800     05  FILLER                  PIC X(12) VALUE
028900         '  WITHHELD:'.
029000     05  RPT-WITHHELD            PIC ZZZ,ZZ9.
029100     05  FILLER                  PIC X(12) VALUE
029200         '  BY EMAIL:'.
029300     05  RPT-EMAILED             PIC ZZZ,ZZ9.
029400*
029500 PROCEDURE DIVISION.
029600*----------------------------------------------------------
029700* 0000-MAINLINE
029800*----------------------------------------------------------
029900 0000-MAINLINE.
030000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030100     IF WS-MASTER-OPEN
030200         SORT LETTER-SORT
030300             ON ASCENDING KEY LS-CUST-ID LS-SEQ
030400             INPUT PROCEDURE IS 2000-RELEASE-EVENTS
030500                 THRU 2000-EXIT
030600             OUTPUT PROCEDURE IS 3000-ISSUE-LETTERS
030700                 THRU 3000-EXIT
030800     END-IF.
030900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
031000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031100     GOBACK.
031200*----------------------------------------------------------
031300* 1000-INITIALIZE - load the LTR series for drawing and
031400*     the letter templates, and
031500*     open the files the letters are composed from and
031600*     written to.
031700*----------------------------------------------------------
031800 1000-INITIALIZE.
031900     CALL 'BUS-DATE' USING WS-RUN-DATE.
032000     PERFORM 1850-READ-DRY-RUN-CONTROL THRU 1850-EXIT.
032100     SET JB-FUNC-START TO TRUE.
032200     MOVE 'CUST-LETTER' TO JB-PROGRAM-ID.
032300     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
032400     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
032500     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
032600     PERFORM 1100-LOAD-SERIES THRU 1100-EXIT.
032700     PERFORM 1300-LOAD-TEMPLATES THRU 1300-EXIT.
032800     OPEN INPUT CUSTOMER-MASTER.
032900     IF CM-FILE-STATUS = '00'
033000         MOVE 'Y' TO WS-MASTER-OPEN-SW
033100     ELSE
033200         DISPLAY 'CUST-LETTER - CUSTOMER-MASTER NOT ',
033300             'AVAILABLE - STATUS ', CM-FILE-STATUS
033400         MOVE 8 TO WS-RETURN-CODE
033500     END-IF.
033600     OPEN INPUT CUST-STATUS.
033700     IF CS-FILE-STATUS = '00'
033800         MOVE 'Y' TO WS-CS-OPEN-SW
033900     ELSE
034000         DISPLAY 'CUST-LETTER - CUSTSTAT NOT AVAILABLE - ',
034100             'NO STATUS LETTERS OR HOLDS'
034200         IF WS-RETURN-CODE < 4
034300             MOVE 4 TO WS-RETURN-CODE
034400         END-IF
034500     END-IF.
034600     OPEN INPUT CUST-ADDRESS.
034700     IF CA-FILE-STATUS = '00'
034800         MOVE 'Y' TO WS-ADDR-OPEN-SW
034900     END-IF.
035000     OPEN INPUT CUST-EMAIL.
035100     IF CE-FILE-STATUS = '00'
035200         MOVE 'Y' TO WS-EMAIL-OPEN-SW
035300     END-IF.
035400     OPEN OUTPUT LETTER-REGISTER.
035500     IF DR-DRY-RUN
035600         GO TO 1000-EXIT
035700     END-IF.
035800     OPEN EXTEND DOCUMENT-USE-LOG.
035900     IF DU-FILE-STATUS = '35'
036000         OPEN OUTPUT DOCUMENT-USE-LOG
036100     END-IF.
036200     OPEN OUTPUT LETTER-FILE.
036300     MOVE SPACES TO LETTER-OUT-RECORD.
036400     SET LT-TYPE-HEADER TO TRUE.
036500     MOVE WS-RUN-DATE TO LT-BUSINESS-DATE.
036600     MOVE ZERO TO LT-DOC-NUMBER.
036700     WRITE LETTER-OUT-RECORD.
036800 1000-EXIT.
036900     EXIT.
037000*----------------------------------------------------------
037100* 1100-LOAD-SERIES - SEQ-DRAW loads the LTR blocks, cursors
037200*     and available numbers before the use log is opened
037300*     for extend.
037400*----------------------------------------------------------
037500 1100-LOAD-SERIES.
037600     MOVE 'CUST-LETTER' TO DW-PROGRAM-ID.
037700     MOVE SPACES TO DW-OPERATOR-ID DW-BRANCH-CODE.
037800     MOVE WS-RUN-DATE TO DW-RUN-DATE.
037900     SET DW-LIVE-RUN TO FALSE.
038000     IF DR-LIVE-RUN
038100         SET DW-LIVE-RUN TO TRUE
038200     END-IF.
038300     SET DW-FUNC-LOAD TO TRUE.
038400     MOVE 'LTR' TO DW-SERIES-CODE.
038500     CALL 'SEQ-DRAW' USING SEQ-DRAW-PARMS.
038600 1100-EXIT.
038700     EXIT.
038800*----------------------------------------------------------
038900* 1300-LOAD-TEMPLATES - the active 'L' codes, skipping any
039000*     past their expiry date as MESSAGE does.
039100*----------------------------------------------------------
039200 1300-LOAD-TEMPLATES.
039300     OPEN INPUT MESSAGE-MASTER.
039400     IF MM-FILE-STATUS NOT = '00'
039500         DISPLAY 'CUST-LETTER - MSGMAST NOT AVAILABLE - ',
039600             'NO LETTER TEMPLATES'
039700         MOVE 4 TO WS-RETURN-CODE
039800         GO TO 1300-EXIT
039900     END-IF.
040000     SET WS-SCAN-EOF TO FALSE.
040100     PERFORM 1310-LOAD-ONE-TEMPLATE THRU 1310-EXIT
040200         UNTIL WS-SCAN-EOF.
040300     CLOSE MESSAGE-MASTER.
040400 1300-EXIT.
040500     EXIT.
040600*----------------------------------------------------------
040700* 1310-LOAD-ONE-TEMPLATE
040800*----------------------------------------------------------
040900 1310-LOAD-ONE-TEMPLATE.
041000     READ MESSAGE-MASTER NEXT RECORD
041100         AT END
041200             SET WS-SCAN-EOF TO TRUE
041300             GO TO 1310-EXIT
041400     END-READ.
041500     IF MM-MSG-CODE (1:1) NOT = 'L'
041600         GO TO 1310-EXIT
041700     END-IF.
041800     IF MM-EXPIRY-DATE NOT = 0
041900         AND MM-EXPIRY-DATE NOT > WS-RUN-DATE
042000         GO TO 1310-EXIT
042100     END-IF.
042200     IF WS-TPL-COUNT NOT < 200
042300         DISPLAY 'CUST-LETTER - LETTER TEMPLATE TABLE FULL',
042400             ' - ', MM-MSG-KEY, ' NOT LOADED'
042500         GO TO 1310-EXIT
042600     END-IF.
042700     ADD 1 TO WS-TPL-COUNT.
042800     MOVE MM-MSG-KEY TO WS-TPL-KEY (WS-TPL-COUNT).
042900     MOVE MM-MSG-TEXT TO WS-TPL-TEXT (WS-TPL-COUNT).
043000 1310-EXIT.
043100     EXIT.
043200*----------------------------------------------------------
043300* 1850-READ-DRY-RUN-CONTROL - default to a live run when
043400*     the control file is absent or carries anything but
043500*     'Y'; a dry run announces itself on the console.
043600*----------------------------------------------------------
043700 1850-READ-DRY-RUN-CONTROL.
043800     MOVE 'N' TO DR-DRY-RUN-SW.
043900     OPEN INPUT DRY-RUN-CONTROL.
044000     IF DR-FILE-STATUS = '00'
044100         READ DRY-RUN-CONTROL
044200             AT END
044300                 MOVE 'N' TO DR-DRY-RUN-SW
044400         END-READ
044500         CLOSE DRY-RUN-CONTROL
044600     END-IF.
044700     IF NOT DR-DRY-RUN
044800         MOVE 'N' TO DR-DRY-RUN-SW
044900     END-IF.
045000     IF DR-DRY-RUN
045100         DISPLAY '*** DRY RUN - NO LETTERS OR LOG FILES ',
045200             'WILL BE WRITTEN ***'
045300     END-IF.
045400 1850-EXIT.
045500     EXIT.
045600*----------------------------------------------------------
045700* 2000-RELEASE-EVENTS - sort input: the day's customer
045800*     adds, the status records taking effect on the
045900*     business date, and the address changes effective
046000*     that day.
046100*----------------------------------------------------------
046200 2000-RELEASE-EVENTS.
046300     SET WS-FILE-EOF TO FALSE.
046400     OPEN INPUT CUST-HISTORY.
046500     IF CH-FILE-STATUS = '00'
046600         PERFORM 2100-RELEASE-ONE-WELCOME THRU 2100-EXIT
046700             UNTIL WS-FILE-EOF
046800         CLOSE CUST-HISTORY
046900     END-IF.
047000     IF WS-CS-OPEN
047100         SET WS-FILE-EOF TO FALSE
047200         MOVE LOW-VALUES TO CS-STATUS-KEY
047300         START CUST-STATUS
047400             KEY IS NOT LESS THAN CS-STATUS-KEY
047500             INVALID KEY
047600                 SET WS-FILE-EOF TO TRUE
047700         END-START
047800         PERFORM 2200-RELEASE-ONE-STATUS THRU 2200-EXIT
047900             UNTIL WS-FILE-EOF
048000     END-IF.
048100     SET WS-FILE-EOF TO FALSE.
048200     OPEN INPUT CUST-ADDR-HIST.
048300     IF AD-FILE-STATUS = '00'
048400         PERFORM 2300-RELEASE-ONE-ADDRESS THRU 2300-EXIT
048500             UNTIL WS-FILE-EOF
048600         CLOSE CUST-ADDR-HIST
048700     END-IF.
048800 2000-EXIT.
048900     EXIT.
049000*----------------------------------------------------------
049100* 2100-RELEASE-ONE-WELCOME - one welcome letter per
049200*     customer added on the business date.
049300*----------------------------------------------------------
049400 2100-RELEASE-ONE-WELCOME.
049500     READ CUST-HISTORY
049600         AT END
049700             SET WS-FILE-EOF TO TRUE
049800             GO TO 2100-EXIT
049900     END-READ.
050000     IF CH-CHANGE-DATE NOT = WS-RUN-DATE
050100         OR NOT CH-TYPE-ADD
050200         GO TO 2100-EXIT
050300     END-IF.
050400     MOVE SPACES TO LS-SORT-RECORD.
050500     MOVE CH-CUST-ID TO LS-CUST-ID.
050600     MOVE 1 TO LS-SEQ.
050700     MOVE 'W' TO LS-LETTER-KIND.
050800     MOVE CH-CHANGE-DATE TO LS-EVENT-DATE.
050900     PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
051000 2100-EXIT.
051100     EXIT.
051200*----------------------------------------------------------
051300* 2200-RELEASE-ONE-STATUS - a customer going inactive or
051400*     being closed gets a letter; one going active again
051500*     gets one only when coming back from inactive or
051600*     closed. Deceased, pending, and restricted send
051700*     nothing. A record re-keying the status the customer
051800*     already held is not a change.
051900*----------------------------------------------------------
052000 2200-RELEASE-ONE-STATUS.
052100     READ CUST-STATUS NEXT RECORD
052200         AT END
052300             SET WS-FILE-EOF TO TRUE
052400             GO TO 2200-EXIT
052500     END-READ.
052600     IF CS-CUST-ID NOT = WS-PRIOR-CS-CUST
052700         MOVE CS-CUST-ID TO WS-PRIOR-CS-CUST
052800         MOVE 'A' TO WS-PRIOR-STATUS
052900     END-IF.
053000     IF CS-EFF-DATE < WS-RUN-DATE
053100         MOVE CS-STATUS-CODE TO WS-PRIOR-STATUS
053200         GO TO 2200-EXIT
053300     END-IF.
053400     IF CS-EFF-DATE > WS-RUN-DATE
053500         OR CS-STATUS-CODE = WS-PRIOR-STATUS
053600         GO TO 2200-EXIT
053700     END-IF.
053800     MOVE SPACES TO LS-SORT-RECORD.
053900     EVALUATE TRUE
054000         WHEN CS-STATUS-INACTIVE
054100             MOVE 'I' TO LS-LETTER-KIND
054200         WHEN CS-STATUS-CLOSED
054300             MOVE 'C' TO LS-LETTER-KIND
054400         WHEN CS-STATUS-ACTIVE
054500                 AND (WS-PRIOR-STATUS = 'I'
054600                     OR WS-PRIOR-STATUS = 'C')
054700             MOVE 'A' TO LS-LETTER-KIND
054800         WHEN OTHER
054900             GO TO 2200-EXIT
055000     END-EVALUATE.
055100     MOVE CS-CUST-ID TO LS-CUST-ID.
055200     MOVE 2 TO LS-SEQ.
055300     MOVE CS-EFF-DATE TO LS-EVENT-DATE.
055400     PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
055500 2200-EXIT.
055600     EXIT.
055700*----------------------------------------------------------
055800* 2300-RELEASE-ONE-ADDRESS - an address record effective
055900*     on the business date following an earlier one for
056000*     the same customer is a change of address: a
056100*     confirmation to the new address, and an alert
056200*     carrying the old one. A customer's first address
056300*     has no earlier record and sends nothing here.
056400*----------------------------------------------------------
056500 2300-RELEASE-ONE-ADDRESS.
056600     READ CUST-ADDR-HIST
056700         AT END
056800             SET WS-FILE-EOF TO TRUE
056900             GO TO 2300-EXIT
057000     END-READ.
057100     IF AD-CUST-ID = WS-PRIOR-AD-CUST
057200         AND AD-EFF-DATE = WS-RUN-DATE
057300         AND AD-ADDRESS NOT = WS-PRIOR-ADDRESS
057400         MOVE SPACES TO LS-SORT-RECORD
057500         MOVE AD-CUST-ID TO LS-CUST-ID
057600         MOVE AD-EFF-DATE TO LS-EVENT-DATE
057700         MOVE 3 TO LS-SEQ
057800         MOVE 'N' TO LS-LETTER-KIND
057900         PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT
058000         MOVE 4 TO LS-SEQ
058100         MOVE 'O' TO LS-LETTER-KIND
058200         MOVE WS-PRIOR-ADDRESS TO LS-OLD-ADDR
058300         PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT
058400     END-IF.
058500     MOVE AD-CUST-ID TO WS-PRIOR-AD-CUST.
058600     MOVE AD-ADDRESS TO WS-PRIOR-ADDRESS.
058700 2300-EXIT.
058800     EXIT.
058900*----------------------------------------------------------
059000* 2900-RELEASE-EVENT
059100*----------------------------------------------------------
059200 2900-RELEASE-EVENT.
059300     ADD 1 TO WS-EVENT-COUNT.
059400     RELEASE LS-SORT-RECORD.
059500 2900-EXIT.
059600     EXIT.
059700*----------------------------------------------------------
059800* 3000-ISSUE-LETTERS - sort output: each event in
059900*     customer order, issued or withheld.
060000*----------------------------------------------------------
060100 3000-ISSUE-LETTERS.
060200     SET WS-SORT-EOF TO FALSE.
060300     PERFORM 3100-ISSUE-ONE-LETTER THRU 3100-EXIT
060400         UNTIL WS-SORT-EOF.
060500 3000-EXIT.
060600     EXIT.
060700*----------------------------------------------------------
060800* 3100-ISSUE-ONE-LETTER
060900*----------------------------------------------------------
061000 3100-ISSUE-ONE-LETTER.
061100     RETURN LETTER-SORT
061200         AT END
061300             SET WS-SORT-EOF TO TRUE
061400             GO TO 3100-EXIT
061500     END-RETURN.
061600     PERFORM 3150-NAME-LETTER THRU 3150-EXIT.
061700     MOVE LS-CUST-ID TO RPL-CUST-ID.
061800     MOVE WS-LETTER-NAME TO RPL-LETTER-NAME.
061900     MOVE SPACES TO RPL-CHANNEL RPL-LANG RPL-NOTE.
062000     PERFORM 3110-EDIT-LETTER THRU 3110-EXIT.
062100     IF WS-ENTRY-OK
062200         PERFORM 4000-ISSUE-LETTER THRU 4000-EXIT
062300     ELSE
062400         PERFORM 3900-WITHHOLD-LETTER THRU 3900-EXIT
062500     END-IF.
062600 3100-EXIT.
062700     EXIT.
062800*----------------------------------------------------------
062900* 3110-EDIT-LETTER - the customer still on the master and
063000*     free to be written to, a channel and destination, a
063100*     template, and a number, in that order; the first
063200*     failure names the reason. A closed customer gets
063300*     the closure letter and nothing else.
063400*----------------------------------------------------------
063500 3110-EDIT-LETTER.
063600     SET WS-ENTRY-OK TO TRUE.
063700     SET WS-ON-MASTER TO TRUE.
063800     MOVE SPACES TO WS-WITHHOLD-REASON.
063900     MOVE LS-CUST-ID TO CM-CUST-ID.
064000     READ CUSTOMER-MASTER
064100         KEY IS CM-CUST-ID
064200         INVALID KEY
064300             SET WS-ENTRY-OK TO FALSE
064400             SET WS-ON-MASTER TO FALSE
064500             MOVE 'CUSTOMER NOT ON MASTER'
064600                 TO WS-WITHHOLD-REASON
064700             GO TO 3110-EXIT
064800     END-READ.
064900     PERFORM 3200-RESOLVE-STATUS THRU 3200-EXIT.
065000     EVALUATE TRUE
065100         WHEN WS-CUR-STATUS = 'D'
065200             MOVE 'CUSTOMER DECEASED' TO WS-WITHHOLD-REASON
065300         WHEN WS-CUR-STATUS = 'P' OR WS-CUR-STATUS = 'R'
065400             MOVE 'CUSTOMER ON HOLD' TO WS-WITHHOLD-REASON
065500         WHEN WS-CUR-STATUS = 'C' AND LS-LETTER-KIND NOT = 'C'
065600             MOVE 'ACCOUNT CLOSED' TO WS-WITHHOLD-REASON
065700     END-EVALUATE.
065800     IF WS-WITHHOLD-REASON NOT = SPACES
065900         SET WS-ENTRY-OK TO FALSE
066000         GO TO 3110-EXIT
066100     END-IF.
066200     PERFORM 3300-RESOLVE-CHANNEL THRU 3300-EXIT.
066300     IF NOT WS-ENTRY-OK
066400         GO TO 3110-EXIT
066500     END-IF.
066600     PERFORM 3400-BUILD-BODY THRU 3400-EXIT.
066700     IF NOT WS-ENTRY-OK
066800         GO TO 3110-EXIT
066900     END-IF.
067000     PERFORM 3500-DRAW-NUMBER THRU 3500-EXIT.
067100 3110-EXIT.
067200     EXIT.
067300*----------------------------------------------------------
067400* 3150-NAME-LETTER - the register's name for the kind.
067500*----------------------------------------------------------
067600 3150-NAME-LETTER.
067700     EVALUATE LS-LETTER-KIND
067800         WHEN 'W'
067900             MOVE 'WELCOME' TO WS-LETTER-NAME
068000         WHEN 'I'
068100             MOVE 'INACTIVE' TO WS-LETTER-NAME
068200         WHEN 'C'
068300             MOVE 'CLOSED' TO WS-LETTER-NAME
068400         WHEN 'A'
068500             MOVE 'REACTIVATED' TO WS-LETTER-NAME
068600         WHEN 'N'
068700             MOVE 'ADDR CONFIRM' TO WS-LETTER-NAME
068800         WHEN 'O'
068900             MOVE 'ADDR ALERT' TO WS-LETTER-NAME
069000         WHEN OTHER
069100             MOVE SPACES TO WS-LETTER-NAME
069200     END-EVALUATE.
069300 3150-EXIT.
069400     EXIT.
069500*----------------------------------------------------------
069600* 3200-RESOLVE-STATUS - the status in force for the
069700*     letter's customer as of the business date, as
069800*     CUST-EXTRACT resolves it. No record means active.
069900*----------------------------------------------------------
070000 3200-RESOLVE-STATUS.
070100     MOVE 'A' TO WS-CUR-STATUS.
070200     IF NOT WS-CS-OPEN
070300         GO TO 3200-EXIT
070400     END-IF.
070500     SET WS-STATUS-EOF TO FALSE.
070600     MOVE LS-CUST-ID TO CS-CUST-ID.
070700     MOVE ZERO TO CS-EFF-DATE.
070800     START CUST-STATUS
070900         KEY IS NOT LESS THAN CS-STATUS-KEY
071000         INVALID KEY
071100             SET WS-STATUS-EOF TO TRUE
071200     END-START.
071300     PERFORM 3210-READ-NEXT-STATUS THRU 3210-EXIT
071400         UNTIL WS-STATUS-EOF.
071500 3200-EXIT.
071600     EXIT.
071700*----------------------------------------------------------
071800* 3210-READ-NEXT-STATUS
071900*----------------------------------------------------------
072000 3210-READ-NEXT-STATUS.
072100     READ CUST-STATUS NEXT RECORD
072200         AT END
072300             SET WS-STATUS-EOF TO TRUE
072400         NOT AT END
072500             IF CS-CUST-ID NOT = LS-CUST-ID
072600                 OR CS-EFF-DATE > WS-RUN-DATE
072700                 SET WS-STATUS-EOF TO TRUE
072800             ELSE
072900                 MOVE CS-STATUS-CODE TO WS-CUR-STATUS
073000             END-IF
073100     END-READ.
073200 3210-EXIT.
073300     EXIT.
073400*----------------------------------------------------------
073500* 3300-RESOLVE-CHANNEL - language and destination off
073600*     CUST-ADDRESS. The address alert always goes by mail
073700*     to the address left behind; every other letter
073800*     follows the contact preference, an email preference
073900*     holding only while CUSTEMAL has a valid address.
074000*----------------------------------------------------------
074100 3300-RESOLVE-CHANNEL.
074200     MOVE 'EN' TO WS-LETTER-LANG.
074300     MOVE 'M' TO WS-CUR-CHANNEL.
074400     MOVE SPACES TO WS-SEND-ADDR WS-SEND-EMAIL.
074500     SET WS-ADDR-FOUND TO FALSE.
074600     IF WS-ADDR-OPEN
074700         MOVE LS-CUST-ID TO CA-CUST-ID
074800         READ CUST-ADDRESS
074900             KEY IS CA-CUST-ID
075000             INVALID KEY
075100                 CONTINUE
075200             NOT INVALID KEY
075300                 SET WS-ADDR-FOUND TO TRUE
075400         END-READ
075500     END-IF.
075600     IF WS-ADDR-FOUND AND CA-LANG-CODE NOT = SPACES
075700         MOVE CA-LANG-CODE TO WS-LETTER-LANG
075800     END-IF.
075900     IF LS-LETTER-KIND = 'O'
076000         MOVE LS-OLD-ADDR TO WS-SEND-ADDR
076100         GO TO 3300-EXIT
076200     END-IF.
076300     IF NOT WS-ADDR-FOUND
076400         SET WS-ENTRY-OK TO FALSE
076500         MOVE 'NO ADDRESS RECORD ON FILE' TO WS-WITHHOLD-REASON
076600         GO TO 3300-EXIT
076700     END-IF.
076800     IF CA-PREF-NONE
076900         SET WS-ENTRY-OK TO FALSE
077000         MOVE 'NO-CONTACT PREFERENCE' TO WS-WITHHOLD-REASON
077100         GO TO 3300-EXIT
077200     END-IF.
077300     IF CA-PREF-EMAIL
077400         PERFORM 3350-CHECK-EMAIL THRU 3350-EXIT
077500     END-IF.
077600     IF WS-CUR-CHANNEL = 'E'
077700         GO TO 3300-EXIT
077800     END-IF.
077900     IF CA-ADDR-SUSPECT
078000         SET WS-ENTRY-OK TO FALSE
078100         MOVE 'ADDRESS FLAGGED SUSPECT' TO WS-WITHHOLD-REASON
078200         GO TO 3300-EXIT
078300     END-IF.
078400     MOVE CA-ADDR-LINE-1 TO WS-SEND-LINE-1.
078500     MOVE CA-ADDR-LINE-2 TO WS-SEND-LINE-2.
078600     MOVE CA-CITY TO WS-SEND-CITY.
078700     MOVE CA-STATE TO WS-SEND-STATE.
078800     MOVE CA-ZIP-CODE TO WS-SEND-ZIP.
078900 3300-EXIT.
079000     EXIT.
079100*----------------------------------------------------------
079200* 3350-CHECK-EMAIL - take the email channel when the
079300*     customer's CUSTEMAL address passed its edit.
079400*----------------------------------------------------------
079500 3350-CHECK-EMAIL.
079600     IF NOT WS-EMAIL-OPEN
079700         ADD 1 TO WS-EMAIL-FALLBACK
079800         GO TO 3350-EXIT
079900     END-IF.
080000     MOVE LS-CUST-ID TO CE-CUST-ID.
080100     READ CUST-EMAIL
080200         KEY IS CE-CUST-ID
080300         INVALID KEY
080400             ADD 1 TO WS-EMAIL-FALLBACK
080500             GO TO 3350-EXIT
080600     END-READ.
080700     IF CE-EMAIL-VALID
080800         MOVE 'E' TO WS-CUR-CHANNEL
080900         MOVE CE-EMAIL-ADDR TO WS-SEND-EMAIL
081000     ELSE
081100         ADD 1 TO WS-EMAIL-FALLBACK
081200     END-IF.
081300 3350-EXIT.
081400     EXIT.
081500*----------------------------------------------------------
081600* 3400-BUILD-BODY - the letter's template lines in the
081700*     customer's language, or English when the language
081800*     has no first line for the letter, each resolved
081900*     with the customer's name and the event date.
082000*----------------------------------------------------------
082100 3400-BUILD-BODY.
082200     MOVE 0 TO WS-BODY-COUNT.
082300     MOVE LS-EVENT-DATE TO WS-DATE-EDIT.
082400     MOVE LS-LETTER-KIND TO WS-LOOKUP-KIND.
082500     MOVE 1 TO WS-LOOKUP-LINE.
082600     MOVE WS-LETTER-LANG TO WS-LOOKUP-LANG.
082700     PERFORM 3430-SEARCH-TEMPLATE THRU 3430-EXIT.
082800     IF NOT WS-TPL-FOUND AND WS-LETTER-LANG NOT = 'EN'
082900         MOVE 'EN' TO WS-LETTER-LANG WS-LOOKUP-LANG
083000         PERFORM 3430-SEARCH-TEMPLATE THRU 3430-EXIT
083100     END-IF.
083200     IF NOT WS-TPL-FOUND
083300         SET WS-ENTRY-OK TO FALSE
083400         MOVE 'NO LETTER TEMPLATE' TO WS-WITHHOLD-REASON
083500         MOVE 4 TO WS-RETURN-CODE
083600         GO TO 3400-EXIT
083700     END-IF.
083800     PERFORM 3420-BUILD-ONE-LINE THRU 3420-EXIT
083900         VARYING WS-LINE-SUB FROM 1 BY 1
084000         UNTIL WS-LINE-SUB > 9.
084100 3400-EXIT.
084200     EXIT.
084300*----------------------------------------------------------
084400* 3420-BUILD-ONE-LINE - a line number with no template is
084500*     skipped, so a letter may be shorter than nine lines.
084600*----------------------------------------------------------
084700 3420-BUILD-ONE-LINE.
084800     MOVE WS-LINE-SUB TO WS-LOOKUP-LINE.
084900     PERFORM 3430-SEARCH-TEMPLATE THRU 3430-EXIT.
085000     IF NOT WS-TPL-FOUND
085100         GO TO 3420-EXIT
085200     END-IF.
085300     MOVE WS-TPL-TEXT-HIT TO MV-MSG-TEXT-IN.
085400     MOVE CM-CUST-NAME TO MV-SUB-NAME.
085500     MOVE SPACES TO MV-SUB-AMOUNT.
085600     MOVE WS-DATE-EDIT TO MV-SUB-DATE.
085700     CALL 'MSG-RESOLVE' USING MSG-RESOLVE-PARMS.
085800     ADD 1 TO WS-BODY-COUNT.
085900     MOVE MV-RESOLVED-TEXT TO WS-BODY-LINE (WS-BODY-COUNT).
086000 3420-EXIT.
086100     EXIT.
086200*----------------------------------------------------------
086300* 3430-SEARCH-TEMPLATE - one keyed probe of the loaded
086400*     templates for the code and language in
086500*     WS-LOOKUP-KEY.
086600*----------------------------------------------------------
086700 3430-SEARCH-TEMPLATE.
086800     SET WS-TPL-FOUND TO FALSE.
086900     IF WS-TPL-COUNT = 0
087000         GO TO 3430-EXIT
087100     END-IF.
087200     SET WS-TPL-IDX TO 1.
087300     SEARCH ALL WS-TPL-ENTRY
087400         AT END
087500             CONTINUE
087600         WHEN WS-TPL-KEY (WS-TPL-IDX) = WS-LOOKUP-KEY
087700             MOVE WS-TPL-TEXT (WS-TPL-IDX) TO WS-TPL-TEXT-HIT
087800             SET WS-TPL-FOUND TO TRUE
087900     END-SEARCH.
088000 3430-EXIT.
088100     EXIT.
088200*----------------------------------------------------------
088300* 3500-DRAW-NUMBER - the next available LTR number for the
088400*     customer's branch; a series, or a branch's blocks, run
088500*     dry withholds the letter and asks for INCREMENT-
088600*     EXAMPLE rather than inventing numbers SEQ-RECON has
088700*     never seen.
088800*----------------------------------------------------------
088900 3500-DRAW-NUMBER.
089000     SET DW-FUNC-DRAW TO TRUE.
089100     MOVE 'LTR' TO DW-SERIES-CODE.
089200     MOVE CM-BRANCH-CODE TO DW-BRANCH-CODE.
089300     CALL 'SEQ-DRAW' USING SEQ-DRAW-PARMS.
089400     IF NOT DW-DRAWN
089500         SET WS-ENTRY-OK TO FALSE
089600         MOVE 'LTR NUMBERS EXHAUSTED' TO WS-WITHHOLD-REASON
089700         MOVE 4 TO WS-RETURN-CODE
089800         IF NOT WS-EXHAUSTED-SHOWN
089900             DISPLAY 'LTR SEQUENCE NUMBERS EXHAUSTED - ',
090000                 'RUN INCREMENT-EXAMPLE TO ALLOCATE MORE'
090100             MOVE 'Y' TO WS-EXHAUSTED-SW
090200         END-IF
090300         GO TO 3500-EXIT
090400     END-IF.
090500     MOVE DW-SEQ-NUMBER TO WS-DOC-NUMBER.
090600 3500-EXIT.
090700     EXIT.
090800*----------------------------------------------------------
090900* 3900-WITHHOLD-LETTER - listed with the reason, and for a
091000*     customer still on the master recorded on CORRHIST as
091100*     a withheld notice so the call centre can see why no
091200*     letter went.
091300*----------------------------------------------------------
091400 3900-WITHHOLD-LETTER.
091500     ADD 1 TO WS-WITHHELD-COUNT.
091600     MOVE 'WITHHELD' TO RPL-DOC-REF.
091700     MOVE WS-WITHHOLD-REASON TO RPL-NOTE.
091800     WRITE REGISTER-LINE FROM RPT-LETTER-LINE.
091900     IF DR-DRY-RUN OR NOT WS-ON-MASTER
092000         GO TO 3900-EXIT
092100     END-IF.
092200     SET CL-FUNC-WRITE TO TRUE.
092300     MOVE LS-CUST-ID TO CL-CUST-ID.
092400     MOVE WS-RUN-DATE TO CL-CORR-DATE.
092500     MOVE 'NOTC' TO CL-DOC-TYPE.
092600     MOVE ZERO TO CL-DOC-REF.
092700     MOVE 'W' TO CL-DELIV-STATUS.
092800     CALL 'CORR-LOG' USING CORR-LOG-PARMS.
092900 3900-EXIT.
093000     EXIT.
093100*----------------------------------------------------------
093200* 4000-ISSUE-LETTER - letter and body records, use log,
093300*     and correspondence history for one letter; a dry run
093400*     registers it as would-have-been and stops.
093500*----------------------------------------------------------
093600 4000-ISSUE-LETTER.
093700     ADD 1 TO WS-ISSUED-COUNT.
093800     ADD WS-DOC-NUMBER TO WS-HASH-TOTAL.
093900     MOVE WS-DOC-NUMBER TO RPL-DOC-REF.
094000     MOVE WS-LETTER-LANG TO RPL-LANG.
094100     IF WS-CUR-CHANNEL = 'E'
094200         ADD 1 TO WS-EMAIL-SENT
094300         MOVE 'EMAIL' TO RPL-CHANNEL
094400     ELSE
094500         MOVE 'MAIL' TO RPL-CHANNEL
094600     END-IF.
094700     IF DR-DRY-RUN
094800         MOVE 'DRY RUN - NOT ISSUED' TO RPL-NOTE
094900         WRITE REGISTER-LINE FROM RPT-LETTER-LINE
095000         GO TO 4000-EXIT
095100     END-IF.
095200     MOVE SPACES TO LETTER-OUT-RECORD.
095300     SET LT-TYPE-LETTER TO TRUE.
095400     MOVE WS-RUN-DATE TO LT-BUSINESS-DATE.
095500     MOVE WS-DOC-NUMBER TO LT-DOC-NUMBER.
095600     MOVE LS-CUST-ID TO LT-CUST-ID.
095700     MOVE LS-LETTER-KIND TO LT-LETTER-KIND.
095800     MOVE LS-EVENT-DATE TO LT-EVENT-DATE.
095900     MOVE WS-CUR-CHANNEL TO LT-CHANNEL.
096000     MOVE WS-LETTER-LANG TO LT-LANG-CODE.
096100     MOVE WS-BODY-COUNT TO LT-LINE-COUNT.
096200     MOVE CM-CUST-NAME TO LT-CUST-NAME.
096300     IF LT-CHANNEL-EMAIL
096400         MOVE WS-SEND-EMAIL TO LT-EMAIL-ADDR
096500     ELSE
096600         MOVE WS-SEND-ADDR TO LT-MAIL-ADDR
096700     END-IF.
096800     WRITE LETTER-OUT-RECORD.
096900     PERFORM 4100-WRITE-BODY-LINE THRU 4100-EXIT
097000         VARYING WS-LINE-SUB FROM 1 BY 1
097100         UNTIL WS-LINE-SUB > WS-BODY-COUNT.
097200     MOVE 'LTR' TO DU-SERIES-CODE.
097300     MOVE WS-DOC-NUMBER TO DU-SEQ-NUMBER.
097400     MOVE SPACES TO DU-DOC-ID.
097500     STRING 'NOTC' DELIMITED BY SIZE
097600            LS-CUST-ID DELIMITED BY SIZE
097700         INTO DU-DOC-ID
097800     END-STRING.
097900     MOVE WS-RUN-DATE TO DU-USE-DATE.
098000     WRITE DOC-USE-RECORD.
098100     SET CL-FUNC-WRITE TO TRUE.
098200     MOVE LS-CUST-ID TO CL-CUST-ID.
098300     MOVE WS-RUN-DATE TO CL-CORR-DATE.
098400     MOVE 'NOTC' TO CL-DOC-TYPE.
098500     MOVE WS-DOC-NUMBER TO CL-DOC-REF.
098600     MOVE 'S' TO CL-DELIV-STATUS.
098700     CALL 'CORR-LOG' USING CORR-LOG-PARMS.
098800     MOVE 'ISSUED' TO RPL-NOTE.
098900     WRITE REGISTER-LINE FROM RPT-LETTER-LINE.
099000 4000-EXIT.
099100     EXIT.
099200*----------------------------------------------------------
099300* 4100-WRITE-BODY-LINE
099400*----------------------------------------------------------
099500 4100-WRITE-BODY-LINE.
099600     MOVE SPACES TO LETTER-OUT-RECORD.
099700     SET LT-TYPE-BODY TO TRUE.
099800     MOVE WS-RUN-DATE TO LT-BUSINESS-DATE.
099900     MOVE WS-DOC-NUMBER TO LT-DOC-NUMBER.
100000     MOVE LS-CUST-ID TO LT-BODY-CUST-ID.
100100     MOVE WS-LINE-SUB TO LT-BODY-LINE-NBR.
100200     MOVE WS-BODY-LINE (WS-LINE-SUB) TO LT-BODY-TEXT.
100300     WRITE LETTER-OUT-RECORD.
100400 4100-EXIT.
100500     EXIT.
100600*----------------------------------------------------------
100700* 8000-WRITE-TOTALS - the control trailer closes the
100800*     letter file; the counts close the register and echo
100900*     to the console.
101000*----------------------------------------------------------
101100 8000-WRITE-TOTALS.
101200     IF DR-LIVE-RUN
101300         MOVE SPACES TO LETTER-OUT-RECORD
101400         SET LT-TYPE-TRAILER TO TRUE
101500         MOVE WS-RUN-DATE TO LT-BUSINESS-DATE
101600         MOVE ZERO TO LT-DOC-NUMBER
101700         MOVE WS-ISSUED-COUNT TO LT-LETTER-COUNT
101800         MOVE WS-HASH-TOTAL TO LT-HASH-TOTAL
101900         WRITE LETTER-OUT-RECORD
102000     END-IF.
102100     MOVE WS-EVENT-COUNT TO RPT-EVENTS.
102200     MOVE WS-ISSUED-COUNT TO RPT-ISSUED.
102300     MOVE WS-WITHHELD-COUNT TO RPT-WITHHELD.
102400     MOVE WS-EMAIL-SENT TO RPT-EMAILED.
102500     WRITE REGISTER-LINE FROM RPT-COUNT-LINE.
102600     DISPLAY 'CUST-LETTER - ', WS-ISSUED-COUNT,
102700         ' ISSUED, ', WS-WITHHELD-COUNT, ' WITHHELD OF ',
102800         WS-EVENT-COUNT.
102900     DISPLAY '  OF WHICH BY EMAIL: ', WS-EMAIL-SENT.
103000     IF WS-EMAIL-FALLBACK > 0
103100         DISPLAY 'EMAIL PREF WITH NO VALID EMAIL - MAILED: ',
103200             WS-EMAIL-FALLBACK
103300     END-IF.
103400 8000-EXIT.
103500     EXIT.
103600*----------------------------------------------------------
103700* 9000-TERMINATE - close down, register the letter file
103800*     for transmission, and record the job history.
103900*----------------------------------------------------------
104000 9000-TERMINATE.
104100     IF WS-MASTER-OPEN
104200         CLOSE CUSTOMER-MASTER
104300     END-IF.
104400     IF WS-CS-OPEN
104500         CLOSE CUST-STATUS
104600     END-IF.
104700     IF WS-ADDR-OPEN
104800         CLOSE CUST-ADDRESS
104900     END-IF.
105000     IF WS-EMAIL-OPEN
105100         CLOSE CUST-EMAIL
105200     END-IF.
105300     CLOSE LETTER-REGISTER.
105400     IF DR-LIVE-RUN
105500         CLOSE DOCUMENT-USE-LOG LETTER-FILE
105600         MOVE 'LTROUT' TO XM-FILE-NAME
105700         MOVE WS-RUN-DATE TO XM-BUSINESS-DATE
105800         MOVE WS-ISSUED-COUNT TO XM-RECORD-COUNT
105900         MOVE WS-HASH-TOTAL TO XM-HASH-TOTAL
106000         MOVE ZERO TO XM-RESEND-OF-DATE
106100         CALL 'XMIT-REG' USING XMIT-REG-PARMS
106200     END-IF.
106300     SET JB-FUNC-END TO TRUE.
106400     MOVE WS-ISSUED-COUNT TO JB-RECORD-COUNT.
106500     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
106600     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
106700     MOVE WS-RETURN-CODE TO RETURN-CODE.
106800 9000-EXIT.
106900     EXIT.
