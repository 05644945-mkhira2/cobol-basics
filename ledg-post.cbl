000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LEDG-POST.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Customer ledger posting run. Each LEDGTRAN transaction -
000900* a charge, a payment, or an adjustment - is pre-edited
001000* the way STAT-LOAD screens its match file: the customer
001100* ID must prove its check digit and be on CUSTOMER-MASTER,
001200* the type must be C/P/A, the amount numeric and not zero
001300* (charges and payments keyed positive), and the posting
001400* date numeric and not after the run date (zero reads as
001500* the run date). Clean transactions post to the CUSTLEDG
001600* ledger signed as their effect on the balance, under the
001700* next free posting sequence for the customer and date;
001800* every transaction lands on the LEDGACPT accept or
001900* LEDGREJR reject register with the reason, both closing
002000* with control totals and the posted money total. The
002100* site-wide DRYRUN switch rehearses the run - full edits
002200* and registers, nothing written to the ledger.
002300*----------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE        INIT  DESCRIPTION
002600*    2026-10-14   DN   Original program.
002700*    2026-10-15   DN   Stop when CUSTOMER-MASTER will not open;
002800*                      stop at posting sequence 9999.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LEDGER-TRANS ASSIGN TO 'LEDGTRAN'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS LT-FILE-STATUS.
003600     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-CUST-ID
004000         ALTERNATE RECORD KEY IS CM-CUST-NAME
004100             WITH DUPLICATES
004200         FILE STATUS IS CM-FILE-STATUS.
004300     SELECT CUST-LEDGER ASSIGN TO 'CUSTLEDG'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS LG-LEDGER-KEY
004700         FILE STATUS IS LG-FILE-STATUS.
004800     SELECT DRY-RUN-CONTROL ASSIGN TO 'DRYRUN'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS DR-FILE-STATUS.
005100     SELECT ACCEPT-REGISTER ASSIGN TO 'LEDGACPT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS AR-FILE-STATUS.
005400     SELECT REJECT-REGISTER ASSIGN TO 'LEDGREJR'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS RR-FILE-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  LEDGER-TRANS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY "ledgtran.cpy".
006300*
006400 FD  CUSTOMER-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600     COPY "custrec.cpy".
006700*
006800 FD  CUST-LEDGER
006900     LABEL RECORDS ARE STANDARD.
007000     COPY "custledg.cpy".
007100*
007200 FD  DRY-RUN-CONTROL
007300     LABEL RECORDS ARE STANDARD.
007400     COPY "dryrctl.cpy".
007500*
007600 FD  ACCEPT-REGISTER
007700     LABEL RECORDS ARE STANDARD.
007800 01  ACCEPT-LINE                 PIC X(80).
007900*
008000 FD  REJECT-REGISTER
008100     LABEL RECORDS ARE STANDARD.
008200 01  REJECT-LINE                 PIC X(80).
008300*
008400 WORKING-STORAGE SECTION.
008500 01  LT-FILE-STATUS              PIC X(02).
008600 01  CM-FILE-STATUS              PIC X(02).
008700 01  LG-FILE-STATUS              PIC X(02).
008800 01  DR-FILE-STATUS              PIC X(02).
008900 01  AR-FILE-STATUS              PIC X(02).
009000 01  RR-FILE-STATUS              PIC X(02).
009100*
009200 01  WS-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
009300     88  WS-TRAN-EOF             VALUE 'Y' FALSE 'N'.
009400 01  WS-ENTRY-OK-SW              PIC X(01).
009500     88  WS-ENTRY-OK             VALUE 'Y' FALSE 'N'.
009600 01  WS-POSTED-SW                PIC X(01).
009700     88  WS-POSTED               VALUE 'Y' FALSE 'N'.
009800 01  WS-SEQ-FULL-SW              PIC X(01).
009900     88  WS-SEQ-FULL             VALUE 'Y' FALSE 'N'.
010000 01  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
010100     88  WS-LEDGER-OPEN          VALUE 'Y'.
010200 01  WS-REJECT-REASON            PIC X(30).
010300 01  WS-POST-AMOUNT              PIC S9(07)V99.
010400*
010500 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
010600 01  WS-ACCEPT-COUNT             PIC 9(07) COMP VALUE 0.
010700 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
010800 01  WS-POSTED-TOTAL             PIC S9(11)V99 VALUE 0.
010900*    Held apart from RETURN-CODE, which every CALL resets.
011000 01  WS-RETURN-CODE              PIC 9(04) VALUE 0.
011100*
011200 COPY "rundate.cpy".
011300 COPY "ckdigpm.cpy".
011400 COPY "jobhstpm.cpy".
011500*
011600 01  RPT-ACCEPT-LINE.
011700     05  RPA-CUST-ID             PIC 9(06).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  RPA-TRAN-TYPE           PIC X(01).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  RPA-POST-DATE           PIC 9999/99/99.
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  RPA-AMOUNT              PIC -Z,ZZZ,ZZ9.99.
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  RPA-NOTE                PIC X(21).
012600*
012700 01  RPT-REJECT-LINE.
012800     05  RPR-CUST-ID             PIC 9(06).
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  RPR-TRAN-TYPE           PIC X(01).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  RPR-REASON              PIC X(30).
013300*
013400 01  RPT-COUNT-LINE.
013500     05  FILLER                  PIC X(07) VALUE 'READ: '.
013600     05  RPT-READ                PIC ZZZ,ZZ9.
013700     05  FILLER                  PIC X(12) VALUE
013800         '  ACCEPTED:'.
013900     05  RPT-ACCEPTED            PIC ZZZ,ZZ9.
014000     05  FILLER                  PIC X(12) VALUE
014100         '  REJECTED:'.
014200     05  RPT-REJECTED            PIC ZZZ,ZZ9.
014300*
014400 01  RPT-MONEY-LINE.
014500     05  FILLER                  PIC X(14) VALUE
014600         'NET POSTED: '.
014700     05  RPT-POSTED-TOTAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
014800*
014900 PROCEDURE DIVISION.
015000*----------------------------------------------------------
015100* 0000-MAINLINE
015200*----------------------------------------------------------
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-READ-TRAN THRU 2000-EXIT.
015600     PERFORM 2100-POST-ONE-TRAN THRU 2100-EXIT
015700         UNTIL WS-TRAN-EOF.
015800     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     GOBACK.
016100*----------------------------------------------------------
016200* 1000-INITIALIZE
016300*----------------------------------------------------------
016400 1000-INITIALIZE.
016500     CALL 'BUS-DATE' USING WS-RUN-DATE.
016600     PERFORM 1850-READ-DRY-RUN-CONTROL THRU 1850-EXIT.
016700     SET JB-FUNC-START TO TRUE.
016800     MOVE 'LEDG-POST' TO JB-PROGRAM-ID.
016900     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
017000     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
017100     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
017200     OPEN INPUT LEDGER-TRANS.
017300     IF LT-FILE-STATUS NOT = '00'
017400         DISPLAY 'LEDG-POST - NO TRANSACTION FILE - ',
017500             'NOTHING TO POST'
017600         SET WS-TRAN-EOF TO TRUE
017700     END-IF.
017800     OPEN INPUT CUSTOMER-MASTER.
017900     IF CM-FILE-STATUS NOT = '00'
018000         DISPLAY 'LEDG-POST - CUSTOMER-MASTER NOT AVAILABLE - ',
018100             'STATUS ', CM-FILE-STATUS
018200         MOVE 8 TO WS-RETURN-CODE
018300         SET WS-TRAN-EOF TO TRUE
018400     END-IF.
018500     IF DR-LIVE-RUN
018600         OPEN I-O CUST-LEDGER
018700         IF LG-FILE-STATUS = '35'
018800             OPEN OUTPUT CUST-LEDGER
018900             CLOSE CUST-LEDGER
019000             OPEN I-O CUST-LEDGER
019100         END-IF
019200         IF LG-FILE-STATUS = '00'
019300             MOVE 'Y' TO WS-LEDGER-OPEN-SW
019400         END-IF
019500     END-IF.
019600     OPEN OUTPUT ACCEPT-REGISTER.
019700     OPEN OUTPUT REJECT-REGISTER.
019800 1000-EXIT.
019900     EXIT.
020000*----------------------------------------------------------
020100* 1850-READ-DRY-RUN-CONTROL - default to a live run when
020200*     the control file is absent or carries anything but
020300*     'Y'; a dry run announces itself on the console.
020400*----------------------------------------------------------
020500 1850-READ-DRY-RUN-CONTROL.
020600     MOVE 'N' TO DR-DRY-RUN-SW.
020700     OPEN INPUT DRY-RUN-CONTROL.
020800     IF DR-FILE-STATUS = '00'
020900         READ DRY-RUN-CONTROL
021000             AT END
021100                 MOVE 'N' TO DR-DRY-RUN-SW
021200         END-READ
021300         CLOSE DRY-RUN-CONTROL
021400     END-IF.
021500     IF NOT DR-DRY-RUN
021600         MOVE 'N' TO DR-DRY-RUN-SW
021700     END-IF.
021800     IF DR-DRY-RUN
021900         DISPLAY '*** DRY RUN - CUSTOMER LEDGER WILL NOT BE ',
022000             'UPDATED ***'
022100     END-IF.
022200 1850-EXIT.
022300     EXIT.
022400*----------------------------------------------------------
022500* 2000-READ-TRAN
022600*----------------------------------------------------------
022700 2000-READ-TRAN.
022800     IF NOT WS-TRAN-EOF
022900         READ LEDGER-TRANS
023000             AT END
023100                 SET WS-TRAN-EOF TO TRUE
023200         END-READ
023300     END-IF.
023400 2000-EXIT.
023500     EXIT.
023600*----------------------------------------------------------
023700* 2100-POST-ONE-TRAN
023800*----------------------------------------------------------
023900 2100-POST-ONE-TRAN.
024000     ADD 1 TO WS-READ-COUNT.
024100     PERFORM 3000-EDIT-ONE-TRAN THRU 3000-EXIT.
024200     IF WS-ENTRY-OK
024300         PERFORM 4000-APPLY-ONE-TRAN THRU 4000-EXIT
024400     ELSE
024500         PERFORM 2200-REJECT-ONE-TRAN THRU 2200-EXIT
024600     END-IF.
024700     PERFORM 2000-READ-TRAN THRU 2000-EXIT.
024800 2100-EXIT.
024900     EXIT.
025000*----------------------------------------------------------
025100* 2200-REJECT-ONE-TRAN
025200*----------------------------------------------------------
025300 2200-REJECT-ONE-TRAN.
025400     ADD 1 TO WS-REJECT-COUNT.
025500     MOVE LT-CUST-ID TO RPR-CUST-ID.
025600     MOVE LT-TRAN-TYPE TO RPR-TRAN-TYPE.
025700     MOVE WS-REJECT-REASON TO RPR-REASON.
025800     WRITE REJECT-LINE FROM RPT-REJECT-LINE.
025900 2200-EXIT.
026000     EXIT.
026100*----------------------------------------------------------
026200* 3000-EDIT-ONE-TRAN - check digit, master presence, type,
026300*     amount, and date, in that order; the first failure
026400*     names the reason.
026500*----------------------------------------------------------
026600 3000-EDIT-ONE-TRAN.
026700     SET WS-ENTRY-OK TO TRUE.
026800     MOVE SPACES TO WS-REJECT-REASON.
026900     IF LT-CUST-ID IS NOT NUMERIC
027000         SET WS-ENTRY-OK TO FALSE
027100         MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-REJECT-REASON
027200         GO TO 3000-EXIT
027300     END-IF.
027400     SET CD-FUNC-VALIDATE TO TRUE.
027500     MOVE LT-CUST-ID TO CD-CUST-ID.
027600     CALL 'CUST-CKDIGIT' USING CKDIGIT-PARMS.
027700     IF NOT CD-ID-VALID
027800         SET WS-ENTRY-OK TO FALSE
027900         MOVE 'ID FAILS CHECK DIGIT' TO WS-REJECT-REASON
028000         GO TO 3000-EXIT
028100     END-IF.
028200     MOVE LT-CUST-ID TO CM-CUST-ID.
028300     READ CUSTOMER-MASTER
028400         KEY IS CM-CUST-ID
028500         INVALID KEY
028600             SET WS-ENTRY-OK TO FALSE
028700             MOVE 'CUSTOMER NOT ON MASTER'
028800                 TO WS-REJECT-REASON
028900             GO TO 3000-EXIT
029000     END-READ.
029100     IF LT-TRAN-TYPE NOT = 'C' AND LT-TRAN-TYPE NOT = 'P'
029200         AND LT-TRAN-TYPE NOT = 'A'
029300         SET WS-ENTRY-OK TO FALSE
029400         MOVE 'INVALID TRANSACTION TYPE' TO WS-REJECT-REASON
029500         GO TO 3000-EXIT
029600     END-IF.
029700     IF LT-AMOUNT IS NOT NUMERIC
029800         SET WS-ENTRY-OK TO FALSE
029900         MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
030000         GO TO 3000-EXIT
030100     END-IF.
030200     IF LT-AMOUNT = ZERO
030300         SET WS-ENTRY-OK TO FALSE
030400         MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
030500         GO TO 3000-EXIT
030600     END-IF.
030700     IF LT-TRAN-TYPE NOT = 'A'
030800         AND LT-AMOUNT < ZERO
030900         SET WS-ENTRY-OK TO FALSE
031000         MOVE 'CHARGE/PAYMENT MUST BE POSITIVE'
031100             TO WS-REJECT-REASON
031200         GO TO 3000-EXIT
031300     END-IF.
031400     IF LT-POST-DATE IS NOT NUMERIC
031500         SET WS-ENTRY-OK TO FALSE
031600         MOVE 'POSTING DATE NOT NUMERIC' TO WS-REJECT-REASON
031700         GO TO 3000-EXIT
031800     END-IF.
031900     IF LT-POST-DATE > WS-RUN-DATE
032000         SET WS-ENTRY-OK TO FALSE
032100         MOVE 'POSTING DATE IN THE FUTURE' TO WS-REJECT-REASON
032200     END-IF.
032300 3000-EXIT.
032400     EXIT.
032500*----------------------------------------------------------
032600* 4000-APPLY-ONE-TRAN - the signed ledger entry for a clean
032700*     transaction; a dry run registers it as would-have-
032800*     been and writes nothing.
032900*----------------------------------------------------------
033000 4000-APPLY-ONE-TRAN.
033100     MOVE LT-AMOUNT TO WS-POST-AMOUNT.
033200     IF LT-TRAN-TYPE = 'P'
033300         COMPUTE WS-POST-AMOUNT = 0 - LT-AMOUNT
033400     END-IF.
033500     MOVE SPACES TO CUST-LEDGER-RECORD.
033600     MOVE ZERO TO LG-ORIG-INVOICE.
033700     MOVE LT-CUST-ID TO LG-CUST-ID.
033800     IF LT-POST-DATE = 0
033900         MOVE WS-RUN-DATE TO LG-POST-DATE
034000     ELSE
034100         MOVE LT-POST-DATE TO LG-POST-DATE
034200     END-IF.
034300     MOVE 1 TO LG-POST-SEQ.
034400     MOVE LT-TRAN-TYPE TO LG-TRAN-TYPE.
034500     MOVE WS-POST-AMOUNT TO LG-AMOUNT.
034600     MOVE LT-DESCRIPTION TO LG-DESCRIPTION.
034700     MOVE LT-DOC-REF TO LG-DOC-REF.
034800     MOVE SPACES TO LG-OPERATOR-ID.
034900     MOVE ZERO TO LG-STMT-DATE.
035000     MOVE LT-CUST-ID TO RPA-CUST-ID.
035100     MOVE LT-TRAN-TYPE TO RPA-TRAN-TYPE.
035200     MOVE LG-POST-DATE TO RPA-POST-DATE.
035300     MOVE WS-POST-AMOUNT TO RPA-AMOUNT.
035400     IF DR-DRY-RUN
035500         ADD 1 TO WS-ACCEPT-COUNT
035600         ADD WS-POST-AMOUNT TO WS-POSTED-TOTAL
035700         MOVE 'DRY RUN - NOT POSTED' TO RPA-NOTE
035800         WRITE ACCEPT-LINE FROM RPT-ACCEPT-LINE
035900         GO TO 4000-EXIT
036000     END-IF.
036100     IF NOT WS-LEDGER-OPEN
036200         MOVE 'LEDGER FILE NOT AVAILABLE' TO WS-REJECT-REASON
036300         PERFORM 2200-REJECT-ONE-TRAN THRU 2200-EXIT
036400         GO TO 4000-EXIT
036500     END-IF.
036600     SET WS-POSTED TO FALSE.
036700     SET WS-SEQ-FULL TO FALSE.
036800     PERFORM 4100-WRITE-NEXT-SEQ THRU 4100-EXIT
036900         UNTIL WS-POSTED OR WS-SEQ-FULL.
037000     IF NOT WS-POSTED
037100         MOVE 'NO FREE POSTING SEQUENCE' TO WS-REJECT-REASON
037200         PERFORM 2200-REJECT-ONE-TRAN THRU 2200-EXIT
037300         GO TO 4000-EXIT
037400     END-IF.
037500     ADD 1 TO WS-ACCEPT-COUNT.
037600     ADD WS-POST-AMOUNT TO WS-POSTED-TOTAL.
037700     MOVE 'POSTED' TO RPA-NOTE.
037800     WRITE ACCEPT-LINE FROM RPT-ACCEPT-LINE.
037900 4000-EXIT.
038000     EXIT.
038100*----------------------------------------------------------
038200* 4100-WRITE-NEXT-SEQ - take the first posting sequence not
038300*     already used for the customer and date; 9999 is the
038400*     last one there is.
038500*----------------------------------------------------------
038600 4100-WRITE-NEXT-SEQ.
038700     WRITE CUST-LEDGER-RECORD
038800         INVALID KEY
038900             IF LG-POST-SEQ < 9999
039000                 ADD 1 TO LG-POST-SEQ
039100             ELSE
039200                 SET WS-SEQ-FULL TO TRUE
039300             END-IF
039400             GO TO 4100-EXIT
039500     END-WRITE.
039600     SET WS-POSTED TO TRUE.
039700 4100-EXIT.
039800     EXIT.
039900*----------------------------------------------------------
040000* 8000-WRITE-TOTALS - the control totals close both
040100*     registers and echo to the console.
040200*----------------------------------------------------------
040300 8000-WRITE-TOTALS.
040400     MOVE WS-READ-COUNT TO RPT-READ.
040500     MOVE WS-ACCEPT-COUNT TO RPT-ACCEPTED.
040600     MOVE WS-REJECT-COUNT TO RPT-REJECTED.
040700     MOVE WS-POSTED-TOTAL TO RPT-POSTED-TOTAL.
040800     WRITE ACCEPT-LINE FROM RPT-COUNT-LINE.
040900     WRITE ACCEPT-LINE FROM RPT-MONEY-LINE.
041000     WRITE REJECT-LINE FROM RPT-COUNT-LINE.
041100     DISPLAY 'LEDG-POST - ', WS-ACCEPT-COUNT,
041200         ' POSTED, ', WS-REJECT-COUNT, ' REJECTED OF ',
041300         WS-READ-COUNT.
041400 8000-EXIT.
041500     EXIT.
041600*----------------------------------------------------------
041700* 9000-TERMINATE
041800*----------------------------------------------------------
041900 9000-TERMINATE.
042000     IF LT-FILE-STATUS = '00' OR LT-FILE-STATUS = '10'
042100         CLOSE LEDGER-TRANS
042200     END-IF.
042300     IF CM-FILE-STATUS = '00' OR CM-FILE-STATUS = '10'
042400         CLOSE CUSTOMER-MASTER
042500     END-IF.
042600     IF WS-LEDGER-OPEN
042700         CLOSE CUST-LEDGER
042800     END-IF.
042900     CLOSE ACCEPT-REGISTER REJECT-REGISTER.
043000     SET JB-FUNC-END TO TRUE.
043100     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
043200     MOVE WS-RETURN-CODE TO JB-RETURN-CODE.
043300     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
043400     MOVE WS-RETURN-CODE TO RETURN-CODE.
043500 9000-EXIT.
043600     EXIT.
