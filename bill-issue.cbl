000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BILL-ISSUE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Invoice and credit-memo issuance run. Each BILLREQ
000900* request is pre-edited the way LEDG-POST screens its
001000* transactions - check digit, CUSTOMER-MASTER presence,
001100* document type, amount, an address to mail to, and for a
001200* credit memo an original invoice on the customer's
001300* ledger with enough left uncredited to cover it - and a
001400* clean request is issued under the next number of its
001500* own series from the SEQ-NUMBERS generation log
001600* INCREMENT-EXAMPLE writes: INV for an invoice, CRM for a
001700* credit memo. Every issued document is written to
001800* the BILLOUT print file between a header and a control
001900* trailer, logged to DOCUMENT-USE-LOG so SEQ-RECON and
002000* SEQ-VOID cover it, recorded on CORRHIST through
002100* CORR-LOG, and posted to the CUSTLEDG customer ledger -
002200* an invoice as a charge, a credit memo as a negative
002300* adjustment - so it reaches the customer's statement.
002400* Every request lands on the BILLACPT accept or BILLREJR
002500* reject register. The site-wide DRYRUN switch rehearses
002600* the run: full edits, numbers drawn in memory, registers
002700* written, nothing else touched.
002800*----------------------------------------------------------
002900* Numbering: SEQ-DRAW hands out the numbers. A customer
003000* whose branch holds SEQBLOCK blocks in the series is
003100* numbered only from the branch's blocks; everyone else
003200* from the shared pool. The last number consumed in each
003300* block and in the pool is the highest one on DOCUMENT-
003400* USE-LOG or voided on VOIDFILE, so the use log itself is
003500* the cursor - a rerun after a cancelled run carries on
003600* from the numbers the cancelled run actually logged, and
003700* no number is ever handed out twice.
003800*----------------------------------------------------------
003900*    MODIFICATION HISTORY
004000*    DATE        INIT  DESCRIPTION
004100*    2026-10-14   DN   Original program.
004200*    2026-10-15   DN   Number each document from the
004300*                      customer's branch block via SEQ-DRAW.
004400*    2026-10-15   DN   Hold a credit memo to what is left
004500*                      uncredited on the invoice it credits.
004600*    2026-10-15   DN   Check the CUSTOMER-MASTER open; use
004700*                      posting sequence 9999 before giving up.
004800*----------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT BILL-REQUESTS ASSIGN TO 'BILLREQ'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS BQ-FILE-STATUS.
005500     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CM-CUST-ID
005900         ALTERNATE RECORD KEY IS CM-CUST-NAME
006000             WITH DUPLICATES
006100         FILE STATUS IS CM-FILE-STATUS.
006200     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CA-CUST-ID
006600         FILE STATUS IS CA-FILE-STATUS.
006700     SELECT CUST-LEDGER ASSIGN TO 'CUSTLEDG'
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS LG-LEDGER-KEY
007100         FILE STATUS IS LG-FILE-STATUS.
007200     SELECT DOCUMENT-USE-LOG ASSIGN TO 'DOCUSED'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS DU-FILE-STATUS.
007500     SELECT BILL-DOCUMENTS ASSIGN TO 'BILLOUT'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS BD-FILE-STATUS.
007800     SELECT DRY-RUN-CONTROL ASSIGN TO 'DRYRUN'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS DR-FILE-STATUS.
008100     SELECT ACCEPT-REGISTER ASSIGN TO 'BILLACPT'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS AR-FILE-STATUS.
008400     SELECT REJECT-REGISTER ASSIGN TO 'BILLREJR'
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS RR-FILE-STATUS.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  BILL-REQUESTS
009100     LABEL RECORDS ARE STANDARD.
009200     COPY "billreq.cpy".
009300*
009400 FD  CUSTOMER-MASTER
009500     LABEL RECORDS ARE STANDARD.
009600     COPY "custrec.cpy".
009700*
009800 FD  CUST-ADDRESS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "custaddr.cpy".
010100*
010200 FD  CUST-LEDGER
010300     LABEL RECORDS ARE STANDARD.
010400     COPY "custledg.cpy".
010500*
010600 FD  DOCUMENT-USE-LOG
010700     LABEL RECORDS ARE STANDARD.
010800     COPY "docuserc.cpy".
010900*
011000 FD  BILL-DOCUMENTS
011100     LABEL RECORDS ARE STANDARD.
011200     COPY "billdoc.cpy".
011300*
011400 FD  DRY-RUN-CONTROL
011500     LABEL RECORDS ARE STANDARD.
011600     COPY "dryrctl.cpy".
011700*
011800 FD  ACCEPT-REGISTER
011900     LABEL RECORDS ARE STANDARD.
012000 01  ACCEPT-LINE                 PIC X(80).
012100*
012200 FD  REJECT-REGISTER
012300     LABEL RECORDS ARE STANDARD.
012400 01  REJECT-LINE                 PIC X(80).
012500*
012600 WORKING-STORAGE SECTION.
012700 01  BQ-FILE-STATUS              PIC X(02).
012800 01  CM-FILE-STATUS              PIC X(02).
012900 01  CA-FILE-STATUS              PIC X(02).
013000 01  LG-FILE-STATUS              PIC X(02).
013100 01  DU-FILE-STATUS              PIC X(02).
013200 01  BD-FILE-STATUS              PIC X(02).
013300 01  DR-FILE-STATUS              PIC X(02).
013400 01  AR-FILE-STATUS              PIC X(02).
013500 01  RR-FILE-STATUS              PIC X(02).
013600*
013700 01  WS-REQ-EOF-SW               PIC X(01) VALUE 'N'.
013800     88  WS-REQ-EOF              VALUE 'Y' FALSE 'N'.
013900 01  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
014000     88  WS-SCAN-EOF             VALUE 'Y' FALSE 'N'.
014100 01  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
014200     88  WS-LEDGER-EOF           VALUE 'Y' FALSE 'N'.
014300 01  WS-ENTRY-OK-SW              PIC X(01).
014400     88  WS-ENTRY-OK             VALUE 'Y' FALSE 'N'.
014500 01  WS-INVOICE-FOUND-SW         PIC X(01).
014600     88  WS-INVOICE-FOUND        VALUE 'Y' FALSE 'N'.
014700 01  WS-POSTED-SW                PIC X(01).
014800     88  WS-POSTED               VALUE 'Y' FALSE 'N'.
014900 01  WS-SEQ-FULL-SW              PIC X(01).
015000     88  WS-SEQ-FULL             VALUE 'Y' FALSE 'N'.
015100 01  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
015200     88  WS-LEDGER-OPEN          VALUE 'Y'.
015300 01  WS-ADDR-OPEN-SW             PIC X(01) VALUE 'N'.
015400     88  WS-ADDR-OPEN            VALUE 'Y'.
015500 01  WS-REJECT-REASON            PIC X(30).
015600*    Held apart from RETURN-CODE, which every CALL resets.
015700 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
015800*
015900*    What the original invoice charged, and what credit memos
016000*    have already taken off it.
016100 01  WS-ORIG-AMOUNT              PIC S9(09)V99.
016200 01  WS-PRIOR-CREDITS            PIC S9(09)V99.
016300 01  WS-UNCREDITED               PIC S9(09)V99.
016400*
016500*    Credit memos issued this run that are not on the ledger
016600*    for the scan to find - every one on a dry run, and any
016700*    a live run could not post.
016800 01  WS-RUN-CREDIT-TABLE.
016900     05  WS-RC-COUNT             PIC 9(04) COMP VALUE 0.
017000     05  WS-RC-MAX               PIC 9(04) COMP VALUE 1000.
017100     05  WS-RC-ENTRY             OCCURS 1000 TIMES.
017200         10  WS-RC-INVOICE       PIC 9(09).
017300         10  WS-RC-AMOUNT        PIC 9(07)V99.
017400 01  WS-RC-SUB                   PIC 9(04) COMP.
017500*
017600 01  WS-SERIES-CODE              PIC X(03).
017700 01  WS-DOC-NUMBER               PIC 9(09).
017800 01  WS-DOC-ID-TAG               PIC X(04).
017900 01  WS-POST-AMOUNT              PIC S9(09)V99.
018000*
018100 01  WS-EXPECTED-COUNT           PIC 9(05) COMP VALUE 0.
018200 01  WS-READ-COUNT               PIC 9(05) COMP VALUE 0.
018300 01  WS-ACCEPT-COUNT             PIC 9(05) COMP VALUE 0.
018400 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
018500 01  WS-HASH-TOTAL               PIC 9(09) COMP VALUE 0.
018600 01  WS-NET-BILLED               PIC S9(09)V99 VALUE 0.
018700*
018800 COPY "rundate.cpy".
018900 COPY "ckdigpm.cpy".
019000 COPY "jobhstpm.cpy".
019100 COPY "corrlgpm.cpy".
019200 COPY "seqdrwpm.cpy".
019300*
019400 01  RPT-ACCEPT-LINE.
019500     05  RPA-CUST-ID             PIC 9(06).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  RPA-SERIES-CODE         PIC X(03).
019800     05  FILLER                  PIC X(01) VALUE SPACES.
019900     05  RPA-DOC-NUMBER          PIC 9(09).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  RPA-AMOUNT              PIC -Z,ZZZ,ZZ9.99.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  RPA-NOTE                PIC X(21).
020400*
020500 01  RPT-REJECT-LINE.
020600     05  RPR-CUST-ID             PIC 9(06).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  RPR-DOC-TYPE            PIC X(01).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  RPR-REASON              PIC X(30).
021100*
021200 01  RPT-COUNT-LINE.
021300     05  FILLER                  PIC X(07) VALUE 'READ: '.
021400     05  RPT-READ                PIC ZZZ,ZZ9.
021500     05  FILLER                  PIC X(12) VALUE
021600         '  ISSUED:'.
021700     05  RPT-ACCEPTED            PIC ZZZ,ZZ9.
021800     05  FILLER                  PIC X(12) VALUE
021900         '  REJECTED:'.
022000     05  RPT-REJECTED            PIC ZZZ,ZZ9.
022100*
022200 01  RPT-MONEY-LINE.
022300     05  FILLER                  PIC X(14) VALUE
022400         'NET BILLED: '.
022500     05  RPT-NET-BILLED          PIC -ZZZ,ZZZ,ZZ9.99.
022600*
022700 PROCEDURE DIVISION.
022800*----------------------------------------------------------
022900* 0000-MAINLINE
023000*----------------------------------------------------------
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
023400     PERFORM 2100-ISSUE-ONE-REQUEST THRU 2100-EXIT
023500         UNTIL WS-REQ-EOF.
023600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800     GOBACK.
023900*----------------------------------------------------------
024000* 1000-INITIALIZE - load both series for drawing, count
024100*     the requests for the header, and open the outputs. A
024200*     master that will not open issues nothing.
024300*----------------------------------------------------------
024400 1000-INITIALIZE.
024500     CALL 'BUS-DATE' USING WS-RUN-DATE.
024600     PERFORM 1850-READ-DRY-RUN-CONTROL THRU 1850-EXIT.
024700     SET JB-FUNC-START TO TRUE.
024800     MOVE 'BILL-ISSUE' TO JB-PROGRAM-ID.
024900     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
025000     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
025100     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
025200     PERFORM 1100-LOAD-SERIES THRU 1100-EXIT.
025300     PERFORM 1300-COUNT-REQUESTS THRU 1300-EXIT.
025400     OPEN INPUT BILL-REQUESTS.
025500     IF BQ-FILE-STATUS NOT = '00'
025600         DISPLAY 'BILL-ISSUE - NO REQUEST FILE - ',
025700             'NOTHING TO ISSUE'
025800         SET WS-REQ-EOF TO TRUE
025900     END-IF.
026000     OPEN INPUT CUSTOMER-MASTER.
026100     IF CM-FILE-STATUS NOT = '00'
026200         DISPLAY 'BILL-ISSUE - CUSTOMER-MASTER NOT ',
026300             'AVAILABLE - STATUS ', CM-FILE-STATUS
026400         MOVE 8 TO WS-RETURN-CODE
026500         SET WS-REQ-EOF TO TRUE
026600     END-IF.
026700     OPEN INPUT CUST-ADDRESS.
026800     IF CA-FILE-STATUS = '00'
026900         MOVE 'Y' TO WS-ADDR-OPEN-SW
027000     END-IF.
027100     IF DR-LIVE-RUN
027200         OPEN I-O CUST-LEDGER
027300         IF LG-FILE-STATUS = '35'
027400             OPEN OUTPUT CUST-LEDGER
027500             CLOSE CUST-LEDGER
027600             OPEN I-O CUST-LEDGER
027700         END-IF
027800     ELSE
027900         OPEN INPUT CUST-LEDGER
028000     END-IF.
028100     IF LG-FILE-STATUS = '00'
028200         MOVE 'Y' TO WS-LEDGER-OPEN-SW
028300     END-IF.
028400     OPEN OUTPUT ACCEPT-REGISTER.
028500     OPEN OUTPUT REJECT-REGISTER.
028600     IF DR-DRY-RUN
028700         GO TO 1000-EXIT
028800     END-IF.
028900     OPEN EXTEND DOCUMENT-USE-LOG.
029000     IF DU-FILE-STATUS = '35'
029100         OPEN OUTPUT DOCUMENT-USE-LOG
029200     END-IF.
029300     OPEN OUTPUT BILL-DOCUMENTS.
029400     MOVE SPACES TO BILL-DOC-RECORD.
029500     MOVE 'H' TO BD-RECORD-TYPE.
029600     MOVE WS-RUN-DATE TO BD-RUN-DATE.
029700     MOVE WS-EXPECTED-COUNT TO BD-DOC-COUNT.
029800     MOVE ZERO TO BD-HASH-TOTAL BD-DOC-NUMBER BD-CUST-ID
029900         BD-AMOUNT BD-ORIG-INVOICE.
030000     MOVE 'INVOICE/CREDIT MEMO HEADER' TO BD-DESCRIPTION.
030100     WRITE BILL-DOC-RECORD.
030200 1000-EXIT.
030300     EXIT.
030400*----------------------------------------------------------
030500* 1100-LOAD-SERIES - SEQ-DRAW loads the INV and CRM blocks,
030600*     cursors and available numbers before the use log is
030700*     opened for extend.
030800*----------------------------------------------------------
030900 1100-LOAD-SERIES.
031000     MOVE 'BILL-ISSUE' TO DW-PROGRAM-ID.
031100     MOVE SPACES TO DW-OPERATOR-ID DW-BRANCH-CODE.
031200     MOVE WS-RUN-DATE TO DW-RUN-DATE.
031300     SET DW-LIVE-RUN TO FALSE.
031400     IF DR-LIVE-RUN
031500         SET DW-LIVE-RUN TO TRUE
031600     END-IF.
031700     SET DW-FUNC-LOAD TO TRUE.
031800     MOVE 'INV' TO DW-SERIES-CODE.
031900     CALL 'SEQ-DRAW' USING SEQ-DRAW-PARMS.
032000     MOVE 'CRM' TO DW-SERIES-CODE.
032100     CALL 'SEQ-DRAW' USING SEQ-DRAW-PARMS.
032200 1100-EXIT.
032300     EXIT.
032400*----------------------------------------------------------
032500* 1300-COUNT-REQUESTS - pre-pass for the header's
032600*     requested count.
032700*----------------------------------------------------------
032800 1300-COUNT-REQUESTS.
032900     OPEN INPUT BILL-REQUESTS.
033000     IF BQ-FILE-STATUS NOT = '00'
033100         GO TO 1300-EXIT
033200     END-IF.
033300     SET WS-SCAN-EOF TO FALSE.
033400     PERFORM 1310-COUNT-ONE-REQUEST THRU 1310-EXIT
033500         UNTIL WS-SCAN-EOF.
033600     CLOSE BILL-REQUESTS.
033700 1300-EXIT.
033800     EXIT.
033900*----------------------------------------------------------
034000* 1310-COUNT-ONE-REQUEST
034100*----------------------------------------------------------
034200 1310-COUNT-ONE-REQUEST.
034300     READ BILL-REQUESTS
034400         AT END
034500             SET WS-SCAN-EOF TO TRUE
034600             GO TO 1310-EXIT
034700     END-READ.
034800     ADD 1 TO WS-EXPECTED-COUNT.
034900 1310-EXIT.
035000     EXIT.
035100*----------------------------------------------------------
035200* 1850-READ-DRY-RUN-CONTROL - default to a live run when
035300*     the control file is absent or carries anything but
035400*     'Y'; a dry run announces itself on the console.
035500*----------------------------------------------------------
035600 1850-READ-DRY-RUN-CONTROL.
035700     MOVE 'N' TO DR-DRY-RUN-SW.
035800     OPEN INPUT DRY-RUN-CONTROL.
035900     IF DR-FILE-STATUS = '00'
036000         READ DRY-RUN-CONTROL
036100             AT END
036200                 MOVE 'N' TO DR-DRY-RUN-SW
036300         END-READ
036400         CLOSE DRY-RUN-CONTROL
036500     END-IF.
036600     IF NOT DR-DRY-RUN
036700         MOVE 'N' TO DR-DRY-RUN-SW
036800     END-IF.
036900     IF DR-DRY-RUN
037000         DISPLAY '*** DRY RUN - NO DOCUMENTS, LEDGER, OR ',
037100             'LOG FILES WILL BE UPDATED ***'
037200     END-IF.
037300 1850-EXIT.
037400     EXIT.
037500*----------------------------------------------------------
037600* 2000-READ-REQUEST
037700*----------------------------------------------------------
037800 2000-READ-REQUEST.
037900     IF NOT WS-REQ-EOF
038000         READ BILL-REQUESTS
038100             AT END
038200                 SET WS-REQ-EOF TO TRUE
038300         END-READ
038400     END-IF.
038500 2000-EXIT.
038600     EXIT.
038700*----------------------------------------------------------
038800* 2100-ISSUE-ONE-REQUEST
038900*----------------------------------------------------------
039000 2100-ISSUE-ONE-REQUEST.
039100     ADD 1 TO WS-READ-COUNT.
039200     PERFORM 3000-EDIT-ONE-REQUEST THRU 3000-EXIT.
039300     IF WS-ENTRY-OK
039400         PERFORM 3500-DRAW-NUMBER THRU 3500-EXIT
039500     END-IF.
039600     IF WS-ENTRY-OK
039700         PERFORM 4000-ISSUE-DOCUMENT THRU 4000-EXIT
039800     ELSE
039900         PERFORM 2200-REJECT-ONE-REQUEST THRU 2200-EXIT
040000     END-IF.
040100     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
040200 2100-EXIT.
040300     EXIT.
040400*----------------------------------------------------------
040500* 2200-REJECT-ONE-REQUEST
040600*----------------------------------------------------------
040700 2200-REJECT-ONE-REQUEST.
040800     ADD 1 TO WS-REJECT-COUNT.
040900     MOVE BQ-CUST-ID TO RPR-CUST-ID.
041000     MOVE BQ-DOC-TYPE TO RPR-DOC-TYPE.
041100     MOVE WS-REJECT-REASON TO RPR-REASON.
041200     WRITE REJECT-LINE FROM RPT-REJECT-LINE.
041300 2200-EXIT.
041400     EXIT.
041500*----------------------------------------------------------
041600* 3000-EDIT-ONE-REQUEST - check digit, master presence,
041700*     document type, amount, address, and for a credit
041800*     memo the invoice it credits, in that order; the
041900*     first failure names the reason.
042000*----------------------------------------------------------
042100 3000-EDIT-ONE-REQUEST.
042200     SET WS-ENTRY-OK TO TRUE.
042300     MOVE SPACES TO WS-REJECT-REASON.
042400     IF BQ-CUST-ID IS NOT NUMERIC
042500         SET WS-ENTRY-OK TO FALSE
042600         MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-REJECT-REASON
042700         GO TO 3000-EXIT
042800     END-IF.
042900     SET CD-FUNC-VALIDATE TO TRUE.
043000     MOVE BQ-CUST-ID TO CD-CUST-ID.
043100     CALL 'CUST-CKDIGIT' USING CKDIGIT-PARMS.
043200     IF NOT CD-ID-VALID
043300         SET WS-ENTRY-OK TO FALSE
043400         MOVE 'ID FAILS CHECK DIGIT' TO WS-REJECT-REASON
043500         GO TO 3000-EXIT
043600     END-IF.
043700     MOVE BQ-CUST-ID TO CM-CUST-ID.
043800     READ CUSTOMER-MASTER
043900         KEY IS CM-CUST-ID
044000         INVALID KEY
044100             SET WS-ENTRY-OK TO FALSE
044200             MOVE 'CUSTOMER NOT ON MASTER'
044300                 TO WS-REJECT-REASON
044400             GO TO 3000-EXIT
044500     END-READ.
044600     IF NOT BQ-TYPE-INVOICE AND NOT BQ-TYPE-CREDIT
044700         SET WS-ENTRY-OK TO FALSE
044800         MOVE 'INVALID DOCUMENT TYPE' TO WS-REJECT-REASON
044900         GO TO 3000-EXIT
045000     END-IF.
045100     IF BQ-AMOUNT IS NOT NUMERIC
045200         SET WS-ENTRY-OK TO FALSE
045300         MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
045400         GO TO 3000-EXIT
045500     END-IF.
045600     IF BQ-AMOUNT = ZERO
045700         SET WS-ENTRY-OK TO FALSE
045800         MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
045900         GO TO 3000-EXIT
046000     END-IF.
046100     PERFORM 3100-CHECK-ADDRESS THRU 3100-EXIT.
046200     IF NOT WS-ENTRY-OK
046300         GO TO 3000-EXIT
046400     END-IF.
046500     IF BQ-TYPE-CREDIT
046600         PERFORM 3200-CHECK-ORIG-INVOICE THRU 3200-EXIT
046700     END-IF.
046800 3000-EXIT.
046900     EXIT.
047000*----------------------------------------------------------
047100* 3100-CHECK-ADDRESS - a document with nowhere to go is
047200*     not issued; the address record stays current for the
047300*     detail.
047400*----------------------------------------------------------
047500 3100-CHECK-ADDRESS.
047600     IF NOT WS-ADDR-OPEN
047700         SET WS-ENTRY-OK TO FALSE
047800         MOVE 'NO ADDRESS RECORD ON FILE' TO WS-REJECT-REASON
047900         GO TO 3100-EXIT
048000     END-IF.
048100     MOVE BQ-CUST-ID TO CA-CUST-ID.
048200     READ CUST-ADDRESS
048300         KEY IS CA-CUST-ID
048400         INVALID KEY
048500             SET WS-ENTRY-OK TO FALSE
048600             MOVE 'NO ADDRESS RECORD ON FILE'
048700                 TO WS-REJECT-REASON
048800     END-READ.
048900 3100-EXIT.
049000     EXIT.
049100*----------------------------------------------------------
049200* 3200-CHECK-ORIG-INVOICE - a credit memo must credit an
049300*     invoice charged to the same customer's ledger, and
049400*     may take off no more than the invoice charged less
049500*     the credit memos already issued against it - on the
049600*     ledger, or issued this run and not on it.
049700*----------------------------------------------------------
049800 3200-CHECK-ORIG-INVOICE.
049900     IF BQ-ORIG-INVOICE IS NOT NUMERIC
050000         OR BQ-ORIG-INVOICE = ZERO
050100         SET WS-ENTRY-OK TO FALSE
050200         MOVE 'NO ORIGINAL INVOICE NUMBER' TO WS-REJECT-REASON
050300         GO TO 3200-EXIT
050400     END-IF.
050500     SET WS-INVOICE-FOUND TO FALSE.
050600     MOVE ZERO TO WS-ORIG-AMOUNT WS-PRIOR-CREDITS.
050700     IF WS-LEDGER-OPEN
050800         SET WS-LEDGER-EOF TO FALSE
050900         MOVE BQ-CUST-ID TO LG-CUST-ID
051000         MOVE ZERO TO LG-POST-DATE LG-POST-SEQ
051100         START CUST-LEDGER
051200             KEY IS NOT LESS THAN LG-LEDGER-KEY
051300             INVALID KEY
051400                 SET WS-LEDGER-EOF TO TRUE
051500         END-START
051600         PERFORM 3210-CHECK-ONE-ENTRY THRU 3210-EXIT
051700             UNTIL WS-LEDGER-EOF
051800     END-IF.
051900     IF NOT WS-INVOICE-FOUND
052000         SET WS-ENTRY-OK TO FALSE
052100         MOVE 'ORIGINAL INVOICE NOT FOUND' TO WS-REJECT-REASON
052200         GO TO 3200-EXIT
052300     END-IF.
052400     PERFORM 3220-ADD-RUN-CREDIT THRU 3220-EXIT
052500         VARYING WS-RC-SUB FROM 1 BY 1
052600         UNTIL WS-RC-SUB > WS-RC-COUNT.
052700     COMPUTE WS-UNCREDITED = WS-ORIG-AMOUNT - WS-PRIOR-CREDITS.
052800     IF BQ-AMOUNT > WS-UNCREDITED
052900         SET WS-ENTRY-OK TO FALSE
053000         MOVE 'CREDIT EXCEEDS INVOICE AMOUNT' TO WS-REJECT-REASON
053100     END-IF.
053200 3200-EXIT.
053300     EXIT.
053400*----------------------------------------------------------
053500* 3210-CHECK-ONE-ENTRY - the invoice's own charge gives its
053600*     amount; an adjustment naming it is an earlier credit,
053700*     posted as a negative amount.
053800*----------------------------------------------------------
053900 3210-CHECK-ONE-ENTRY.
054000     READ CUST-LEDGER NEXT RECORD
054100         AT END
054200             SET WS-LEDGER-EOF TO TRUE
054300             GO TO 3210-EXIT
054400     END-READ.
054500     IF LG-CUST-ID NOT = BQ-CUST-ID
054600         SET WS-LEDGER-EOF TO TRUE
054700         GO TO 3210-EXIT
054800     END-IF.
054900     IF LG-TRAN-CHARGE
055000         AND LG-DOC-REF = BQ-ORIG-INVOICE
055100         SET WS-INVOICE-FOUND TO TRUE
055200         ADD LG-AMOUNT TO WS-ORIG-AMOUNT
055300     END-IF.
055400     IF LG-TRAN-ADJUST
055500         AND LG-ORIG-INVOICE IS NUMERIC
055600         AND LG-ORIG-INVOICE = BQ-ORIG-INVOICE
055700         SUBTRACT LG-AMOUNT FROM WS-PRIOR-CREDITS
055800     END-IF.
055900 3210-EXIT.
056000     EXIT.
056100*----------------------------------------------------------
056200* 3220-ADD-RUN-CREDIT
056300*----------------------------------------------------------
056400 3220-ADD-RUN-CREDIT.
056500     IF WS-RC-INVOICE (WS-RC-SUB) = BQ-ORIG-INVOICE
056600         ADD WS-RC-AMOUNT (WS-RC-SUB) TO WS-PRIOR-CREDITS
056700     END-IF.
056800 3220-EXIT.
056900     EXIT.
057000*----------------------------------------------------------
057100* 3300-NOTE-RUN-CREDIT - a credit memo issued but not on
057200*     the ledger is remembered for the rest of the run.
057300*----------------------------------------------------------
057400 3300-NOTE-RUN-CREDIT.
057500     IF NOT BQ-TYPE-CREDIT
057600         OR WS-RC-COUNT NOT < WS-RC-MAX
057700         GO TO 3300-EXIT
057800     END-IF.
057900     ADD 1 TO WS-RC-COUNT.
058000     MOVE BQ-ORIG-INVOICE TO WS-RC-INVOICE (WS-RC-COUNT).
058100     MOVE BQ-AMOUNT TO WS-RC-AMOUNT (WS-RC-COUNT).
058200 3300-EXIT.
058300     EXIT.
058400*----------------------------------------------------------
058500* 3500-DRAW-NUMBER - the next available number of the
058600*     request's own series for the customer's branch; a
058700*     series, or a branch's blocks, run dry rejects the
058800*     request and asks for INCREMENT-EXAMPLE rather than
058900*     inventing numbers SEQ-RECON has never seen.
059000*----------------------------------------------------------
059100 3500-DRAW-NUMBER.
059200     IF BQ-TYPE-INVOICE
059300         MOVE 'INV' TO WS-SERIES-CODE
059400         MOVE 'INVC' TO WS-DOC-ID-TAG
059500     ELSE
059600         MOVE 'CRM' TO WS-SERIES-CODE
059700         MOVE 'CRMO' TO WS-DOC-ID-TAG
059800     END-IF.
059900     SET DW-FUNC-DRAW TO TRUE.
060000     MOVE WS-SERIES-CODE TO DW-SERIES-CODE.
060100     MOVE CM-BRANCH-CODE TO DW-BRANCH-CODE.
060200     CALL 'SEQ-DRAW' USING SEQ-DRAW-PARMS.
060300     IF DW-DRAWN
060400         MOVE DW-SEQ-NUMBER TO WS-DOC-NUMBER
060500         GO TO 3500-EXIT
060600     END-IF.
060700     SET WS-ENTRY-OK TO FALSE.
060800     MOVE SPACES TO WS-REJECT-REASON.
060900     STRING WS-SERIES-CODE DELIMITED BY SIZE
061000            ' NUMBERS EXHAUSTED' DELIMITED BY SIZE
061100         INTO WS-REJECT-REASON
061200     END-STRING.
061300     IF CM-BRANCH-CODE = SPACES
061400         DISPLAY WS-SERIES-CODE, ' SEQUENCE NUMBERS ',
061500             'EXHAUSTED - RUN INCREMENT-EXAMPLE TO ALLOCATE MORE'
061600     ELSE
061700         DISPLAY 'BRANCH ', CM-BRANCH-CODE, ' ', WS-SERIES-CODE,
061800             ' NUMBERS EXHAUSTED - RUN INCREMENT-EXAMPLE TO ',
061900             'ALLOCATE MORE'
062000     END-IF.
062100     IF WS-RETURN-CODE < 4
062200         MOVE 4 TO WS-RETURN-CODE
062300     END-IF.
062400 3500-EXIT.
062500     EXIT.
062600*----------------------------------------------------------
062700* 4000-ISSUE-DOCUMENT - print detail, use log, correspond-
062800*     ence history, and ledger posting for one document; a
062900*     dry run registers it as would-have-been and stops.
063000*----------------------------------------------------------
063100 4000-ISSUE-DOCUMENT.
063200     MOVE BQ-AMOUNT TO WS-POST-AMOUNT.
063300     IF BQ-TYPE-CREDIT
063400         COMPUTE WS-POST-AMOUNT = 0 - BQ-AMOUNT
063500     END-IF.
063600     ADD 1 TO WS-ACCEPT-COUNT.
063700     ADD WS-DOC-NUMBER TO WS-HASH-TOTAL.
063800     ADD WS-POST-AMOUNT TO WS-NET-BILLED.
063900     MOVE BQ-CUST-ID TO RPA-CUST-ID.
064000     MOVE WS-SERIES-CODE TO RPA-SERIES-CODE.
064100     MOVE WS-DOC-NUMBER TO RPA-DOC-NUMBER.
064200     MOVE WS-POST-AMOUNT TO RPA-AMOUNT.
064300     IF DR-DRY-RUN
064400         MOVE 'DRY RUN - NOT ISSUED' TO RPA-NOTE
064500         PERFORM 3300-NOTE-RUN-CREDIT THRU 3300-EXIT
064600         WRITE ACCEPT-LINE FROM RPT-ACCEPT-LINE
064700         GO TO 4000-EXIT
064800     END-IF.
064900     MOVE SPACES TO BILL-DOC-RECORD.
065000     MOVE 'D' TO BD-RECORD-TYPE.
065100     MOVE WS-RUN-DATE TO BD-RUN-DATE.
065200     MOVE WS-ACCEPT-COUNT TO BD-DOC-COUNT.
065300     MOVE ZERO TO BD-HASH-TOTAL.
065400     MOVE WS-SERIES-CODE TO BD-SERIES-CODE.
065500     MOVE WS-DOC-NUMBER TO BD-DOC-NUMBER.
065600     MOVE BQ-CUST-ID TO BD-CUST-ID.
065700     MOVE CM-CUST-NAME TO BD-CUST-NAME.
065800     MOVE WS-POST-AMOUNT TO BD-AMOUNT.
065900     MOVE BQ-DESCRIPTION TO BD-DESCRIPTION.
066000     IF BQ-TYPE-CREDIT
066100         MOVE BQ-ORIG-INVOICE TO BD-ORIG-INVOICE
066200     ELSE
066300         MOVE ZERO TO BD-ORIG-INVOICE
066400     END-IF.
066500     MOVE CA-ADDR-LINE-1 TO BD-ADDR-LINE-1.
066600     MOVE CA-ADDR-LINE-2 TO BD-ADDR-LINE-2.
066700     MOVE CA-CITY TO BD-CITY.
066800     MOVE CA-STATE TO BD-STATE.
066900     MOVE CA-ZIP-CODE TO BD-ZIP-CODE.
067000     WRITE BILL-DOC-RECORD.
067100     MOVE WS-SERIES-CODE TO DU-SERIES-CODE.
067200     MOVE WS-DOC-NUMBER TO DU-SEQ-NUMBER.
067300     MOVE SPACES TO DU-DOC-ID.
067400     STRING WS-DOC-ID-TAG DELIMITED BY SIZE
067500            BQ-CUST-ID DELIMITED BY SIZE
067600         INTO DU-DOC-ID
067700     END-STRING.
067800     MOVE WS-RUN-DATE TO DU-USE-DATE.
067900     WRITE DOC-USE-RECORD.
068000     SET CL-FUNC-WRITE TO TRUE.
068100     MOVE BQ-CUST-ID TO CL-CUST-ID.
068200     MOVE WS-RUN-DATE TO CL-CORR-DATE.
068300     MOVE WS-DOC-ID-TAG TO CL-DOC-TYPE.
068400     MOVE WS-DOC-NUMBER TO CL-DOC-REF.
068500     MOVE 'S' TO CL-DELIV-STATUS.
068600     CALL 'CORR-LOG' USING CORR-LOG-PARMS.
068700     PERFORM 4100-POST-TO-LEDGER THRU 4100-EXIT.
068800     WRITE ACCEPT-LINE FROM RPT-ACCEPT-LINE.
068900 4000-EXIT.
069000     EXIT.
069100*----------------------------------------------------------
069200* 4100-POST-TO-LEDGER - an invoice charges the customer, a
069300*     credit memo adjusts the balance down; either carries
069400*     its document number for the statement line.
069500*----------------------------------------------------------
069600 4100-POST-TO-LEDGER.
069700     MOVE 'ISSUED' TO RPA-NOTE.
069800     IF NOT WS-LEDGER-OPEN
069900         MOVE 'ISSUED - NOT ON LEDGER' TO RPA-NOTE
070000         PERFORM 3300-NOTE-RUN-CREDIT THRU 3300-EXIT
070100         GO TO 4100-EXIT
070200     END-IF.
070300     MOVE SPACES TO CUST-LEDGER-RECORD.
070400     MOVE BQ-CUST-ID TO LG-CUST-ID.
070500     MOVE WS-RUN-DATE TO LG-POST-DATE.
070600     MOVE 1 TO LG-POST-SEQ.
070700     IF BQ-TYPE-INVOICE
070800         MOVE 'C' TO LG-TRAN-TYPE
070900     ELSE
071000         MOVE 'A' TO LG-TRAN-TYPE
071100     END-IF.
071200     MOVE WS-POST-AMOUNT TO LG-AMOUNT.
071300     MOVE SPACES TO LG-DESCRIPTION.
071400     STRING WS-SERIES-CODE DELIMITED BY SIZE
071500            ' ' DELIMITED BY SIZE
071600            BQ-DESCRIPTION DELIMITED BY SIZE
071700         INTO LG-DESCRIPTION
071800     END-STRING.
071900     MOVE WS-DOC-NUMBER TO LG-DOC-REF.
072000     MOVE SPACES TO LG-OPERATOR-ID.
072100     MOVE ZERO TO LG-STMT-DATE.
072200     IF BQ-TYPE-CREDIT
072300         MOVE BQ-ORIG-INVOICE TO LG-ORIG-INVOICE
072400     ELSE
072500         MOVE ZERO TO LG-ORIG-INVOICE
072600     END-IF.
072700     SET WS-POSTED TO FALSE.
072800     SET WS-SEQ-FULL TO FALSE.
072900     PERFORM 4110-WRITE-NEXT-SEQ THRU 4110-EXIT
073000         UNTIL WS-POSTED OR WS-SEQ-FULL.
073100     IF NOT WS-POSTED
073200         MOVE 'ISSUED - NOT ON LEDGER' TO RPA-NOTE
073300         PERFORM 3300-NOTE-RUN-CREDIT THRU 3300-EXIT
073400     END-IF.
073500 4100-EXIT.
073600     EXIT.
073700*----------------------------------------------------------
073800* 4110-WRITE-NEXT-SEQ - take the first posting sequence not
073900*     already used for the customer and date; the day is
074000*     full only once 9999 itself has been tried.
074100*----------------------------------------------------------
074200 4110-WRITE-NEXT-SEQ.
074300     WRITE CUST-LEDGER-RECORD
074400         INVALID KEY
074500             IF LG-POST-SEQ < 9999
074600                 ADD 1 TO LG-POST-SEQ
074700             ELSE
074800                 SET WS-SEQ-FULL TO TRUE
074900             END-IF
075000             GO TO 4110-EXIT
075100     END-WRITE.
075200     SET WS-POSTED TO TRUE.
075300 4110-EXIT.
075400     EXIT.
075500*----------------------------------------------------------
075600* 8000-WRITE-TOTALS - the control trailer closes the print
075700*     file; the control totals close both registers and
075800*     echo to the console.
075900*----------------------------------------------------------
076000 8000-WRITE-TOTALS.
076100     IF DR-LIVE-RUN
076200         MOVE SPACES TO BILL-DOC-RECORD
076300         MOVE 'T' TO BD-RECORD-TYPE
076400         MOVE WS-RUN-DATE TO BD-RUN-DATE
076500         MOVE WS-ACCEPT-COUNT TO BD-DOC-COUNT
076600         MOVE WS-HASH-TOTAL TO BD-HASH-TOTAL
076700         MOVE ZERO TO BD-DOC-NUMBER BD-CUST-ID
076800             BD-ORIG-INVOICE
076900         MOVE WS-NET-BILLED TO BD-AMOUNT
077000         MOVE 'INVOICE/CREDIT MEMO TRAILER' TO BD-DESCRIPTION
077100         WRITE BILL-DOC-RECORD
077200     END-IF.
077300     MOVE WS-READ-COUNT TO RPT-READ.
077400     MOVE WS-ACCEPT-COUNT TO RPT-ACCEPTED.
077500     MOVE WS-REJECT-COUNT TO RPT-REJECTED.
077600     MOVE WS-NET-BILLED TO RPT-NET-BILLED.
077700     WRITE ACCEPT-LINE FROM RPT-COUNT-LINE.
077800     WRITE ACCEPT-LINE FROM RPT-MONEY-LINE.
077900     WRITE REJECT-LINE FROM RPT-COUNT-LINE.
078000     DISPLAY 'BILL-ISSUE - ', WS-ACCEPT-COUNT,
078100         ' ISSUED, ', WS-REJECT-COUNT, ' REJECTED OF ',
078200         WS-READ-COUNT.
078300 8000-EXIT.
078400     EXIT.
078500*----------------------------------------------------------
078600* 9000-TERMINATE
078700*----------------------------------------------------------
078800 9000-TERMINATE.
078900     IF BQ-FILE-STATUS = '00' OR BQ-FILE-STATUS = '10'
079000         CLOSE BILL-REQUESTS
079100     END-IF.
079200     IF CM-FILE-STATUS = '00' OR CM-FILE-STATUS = '10'
079300         CLOSE CUSTOMER-MASTER
079400     END-IF.
079500     IF WS-ADDR-OPEN
079600         CLOSE CUST-ADDRESS
079700     END-IF.
079800     IF WS-LEDGER-OPEN
079900         CLOSE CUST-LEDGER
080000     END-IF.
080100     IF DR-LIVE-RUN
080200         CLOSE DOCUMENT-USE-LOG BILL-DOCUMENTS
080300     END-IF.
080400     CLOSE ACCEPT-REGISTER REJECT-REGISTER.
080500     SET JB-FUNC-END TO TRUE.
080600     MOVE WS-ACCEPT-COUNT TO JB-RECORD-COUNT.
080700     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
080800     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
080900     MOVE WS-RETURN-CODE TO RETURN-CODE.
081000 9000-EXIT.
081100     EXIT.
