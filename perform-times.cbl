001700*----------------------------------------------------------
001800* Restart notes: the relative CHECKPOINT-FILE record 1 holds
001900* the statement counter and the last customer ID completed;
002000* record 2 holds the last document number drawn and the
002100* running hash total; record 3 holds the suppression and
002110* no-address counters. All are
002200* rewritten every detail, and a restarted run repositions
002300* CUSTOMER-MASTER past the last completed customer, while
002400* SEQ-DRAW resumes numbering past the numbers already on
002500* DOCUMENT-USE-LOG, so no customer is ever statement-ed
002600* twice and no document number is ever handed out twice.
002700* STEP-CHECKPOINT-LOG remains the coarser, human/JCL-readable
002710* milestone log on top of that, written
002800* every RC-CHECKPOINT-INTERVAL details; STATEMENT-FILE is
002900* repositioned by OPEN EXTEND.
003000*----------------------------------------------------------
013140*                      covers the whole night after a
013150*                      mid-run restart and STMT-ACK-RECON's
013160*                      accounting ties.
013161*    2026-10-14   DN   Put the customer's money on the
013162*                      statement from the CUSTLEDG ledger:
013163*                      opening and closing balance on the
013164*                      detail, one activity record per ledger
013165*                      entry not yet statement-ed (stamped
013166*                      with the run date as it prints), and
013167*                      run totals of both balances on the
013168*                      trailer.
013169*    2026-10-14   DN   E-statements: a customer opted in on
013170*                      CUSTEMAL with a valid email gets the
013171*                      statement on ESTMTOUT for the mail
013172*                      gateway instead of STMTOUT, with its own
013173*                      header, counts, hash, trailer, XMITREG
013174*                      entry and checkpoint record 4. STMTOUT's
013175*                      counts stay print-only, so the print
013176*                      vendor's acknowledgement still ties.
013177*    2026-10-15   DN   Statement by billing cycle: each night
013178*                      covers only the customers the CYCLECAL
013179*                      calendar makes due (BILL-CYCLE), one not
013180*                      yet on CUSTCYCL assigned by its add
013181*                      date; headers and trailers carry the
013182*                      cycle statemented.
013183*    2026-10-15   DN   Targeted STMTMSG messages go on the
013184*                      statement behind the activity lines, and
013185*                      the trailers count each insert code.
013186*    2026-10-15   DN   Write a withheld-statement (SUPR) item to
013187*                      CORRHIST through CORR-LOG for every
013188*                      suppressed customer.
013189*    2026-10-15   DN   The print run is no longer registered on
013190*                      XMITREG here: STMT-PROOF holds it for
013191*                      proof review and STMT-RELEASE registers
013192*                      it; ESTMTOUT is still registered as built.
013193*    2026-10-15   DN   A failed CUSTLEDG statement stamp goes to
013194*                      FILE-ERR and ends the run RC 8.
013195*    2026-10-15   DN   Draw statement numbers through SEQ-DRAW,
013196*                      from the customer's branch block.
013197*    2026-10-15   DN   A regeneration after a rejected run
013198*                      leaves the e-statements it sent alone.
013200*----------------------------------------------------------
013300 ENVIRONMENT DIVISION.
013400 INPUT-OUTPUT SECTION.
014200     SELECT STATEMENT-FILE ASSIGN TO 'STMTOUT'
014300         ORGANIZATION IS LINE SEQUENTIAL
014400         FILE STATUS IS ST-FILE-STATUS.
014420     SELECT ESTATEMENT-FILE ASSIGN TO 'ESTMTOUT'
014440         ORGANIZATION IS LINE SEQUENTIAL
014460         FILE STATUS IS ES-FILE-STATUS.
014500     SELECT CHECKPOINT-FILE ASSIGN TO 'PERFCKPT'
014600         ORGANIZATION IS RELATIVE
014700         ACCESS MODE IS DYNAMIC
016700         ACCESS MODE IS DYNAMIC
016800         RECORD KEY IS CA-CUST-ID
016900         FILE STATUS IS CA-FILE-STATUS.
017000     SELECT STMT-HOLD ASSIGN TO 'STMTHOLD'
017100         ORGANIZATION IS LINE SEQUENTIAL
017200         FILE STATUS IS SH-FILE-STATUS.
017300     SELECT DOCUMENT-USE-LOG ASSIGN TO 'DOCUSED'
017400         ORGANIZATION IS LINE SEQUENTIAL
017500         FILE STATUS IS DU-FILE-STATUS.
018700     SELECT NOADDR-REGISTER ASSIGN TO 'STMTNOAD'
018800         ORGANIZATION IS LINE SEQUENTIAL
018900         FILE STATUS IS NA-FILE-STATUS.
018910     SELECT CUST-LEDGER ASSIGN TO 'CUSTLEDG'
018920         ORGANIZATION IS INDEXED
018930         ACCESS MODE IS DYNAMIC
018940         RECORD KEY IS LG-LEDGER-KEY
018950         FILE STATUS IS LG-FILE-STATUS.
018955     SELECT CUST-EMAIL ASSIGN TO 'CUSTEMAL'
018960         ORGANIZATION IS INDEXED
018965         ACCESS MODE IS RANDOM
018970         RECORD KEY IS CE-CUST-ID
018975         FILE STATUS IS CE-FILE-STATUS.
018977     SELECT CUST-CYCLE ASSIGN TO 'CUSTCYCL'
018979         ORGANIZATION IS INDEXED
018981         ACCESS MODE IS RANDOM
018983         RECORD KEY IS CY-CUST-ID
018985         FILE STATUS IS CY-FILE-STATUS.
018987     SELECT STMT-MESSAGES ASSIGN TO 'STMTMSG'
018989         ORGANIZATION IS INDEXED
018991         ACCESS MODE IS SEQUENTIAL
018993         RECORD KEY IS SM-MSG-ID
018995         FILE STATUS IS SM-FILE-STATUS.
019000*
019100 DATA DIVISION.
019200 FILE SECTION.
019700 FD  STATEMENT-FILE
019800     LABEL RECORDS ARE STANDARD.
019900     COPY "stmtrec.cpy".
019920*
019940 FD  ESTATEMENT-FILE
019960     LABEL RECORDS ARE STANDARD.
019980     COPY "estmtrec.cpy".
020000*
020100 FD  CHECKPOINT-FILE
020200     LABEL RECORDS ARE STANDARD.
021800     LABEL RECORDS ARE STANDARD.
021900     COPY "custaddr.cpy".
022000*
022100 FD  STMT-HOLD
022200     LABEL RECORDS ARE STANDARD.
022300     COPY "stmthold.cpy".
022400*
022500 FD  DOCUMENT-USE-LOG
022600     LABEL RECORDS ARE STANDARD.
024500 FD  DRY-RUN-CONTROL
024600     LABEL RECORDS ARE STANDARD.
024700     COPY "dryrctl.cpy".
024720*
024740 FD  CUST-LEDGER
024760     LABEL RECORDS ARE STANDARD.
024780     COPY "custledg.cpy".
024782*
024784 FD  CUST-EMAIL
024786     LABEL RECORDS ARE STANDARD.
024788     COPY "custemal.cpy".
024790*
024792 FD  CUST-CYCLE
024794     LABEL RECORDS ARE STANDARD.
024796     COPY "custcycl.cpy".
024800*
024820 FD  STMT-MESSAGES
024840     LABEL RECORDS ARE STANDARD.
024860     COPY "stmtmsg.cpy".
024880*
024900 WORKING-STORAGE SECTION.
025000 01  RC-FILE-STATUS          PIC X(02).
025100 01  DR-FILE-STATUS          PIC X(02).
025200 01  ST-FILE-STATUS          PIC X(02).
025250 01  ES-FILE-STATUS          PIC X(02).
025300 01  SC-FILE-STATUS          PIC X(02).
025400 01  CM-FILE-STATUS          PIC X(02).
025500 01  CS-FILE-STATUS          PIC X(02).
025600 01  CA-FILE-STATUS          PIC X(02).
025700 01  SH-FILE-STATUS          PIC X(02).
025800 01  DU-FILE-STATUS          PIC X(02).
025900 01  SR-FILE-STATUS          PIC X(02).
026000 01  HH-FILE-STATUS          PIC X(02).
026100 01  HS-FILE-STATUS          PIC X(02).
026200 01  NA-FILE-STATUS          PIC X(02).
026250 01  LG-FILE-STATUS          PIC X(02).
026270 01  CE-FILE-STATUS          PIC X(02).
026290 01  CY-FILE-STATUS          PIC X(02).
026295 01  SM-FILE-STATUS          PIC X(02).
026300*
026400 01  CK-REL-KEY              PIC 9(09) COMP VALUE 1.
026500 01  CK-FILE-STATUS          PIC X(02).
027000 01  WS-ITERATION-CTR        PIC 9(05) COMP VALUE 0.
027100 01  WS-EXPECTED-COUNT       PIC 9(05) COMP VALUE 0.
027200 01  WS-HASH-TOTAL           PIC 9(09) COMP VALUE 0.
027220 01  WS-ESTMT-CTR            PIC 9(05) COMP VALUE 0.
027240 01  WS-ESTMT-EXPECTED       PIC 9(05) COMP VALUE 0.
027260 01  WS-ESTMT-HASH           PIC 9(09) COMP VALUE 0.
027300 01  WS-LAST-CUST-DONE       PIC 9(06) VALUE 0.
027400 01  WS-LAST-SEQ-USED        PIC 9(09) VALUE 0.
027500 01  WS-RESUMING-SW          PIC X(01) VALUE 'N'.
030000     88  WS-CUR-NO-ADDR      VALUE 'Y' FALSE 'N'.
030100 01  WS-NOADDR-CTR           PIC 9(05) COMP VALUE 0.
030200 01  WS-SUPPRESS-CTR         PIC 9(05) COMP VALUE 0.
030201 01  WS-EMAIL-OPEN-SW        PIC X(01) VALUE 'N'.
030202     88  WS-EMAIL-OPEN       VALUE 'Y'.
030203 01  WS-CUR-ESTMT-SW         PIC X(01).
030204     88  WS-CUR-ESTMT        VALUE 'Y' FALSE 'N'.
030205*
030210 01  WS-LEDGER-OPEN-SW       PIC X(01) VALUE 'N'.
030215     88  WS-LEDGER-OPEN      VALUE 'Y'.
030220 01  WS-LEDGER-EOF-SW        PIC X(01) VALUE 'N'.
030225     88  WS-LEDGER-EOF       VALUE 'Y' FALSE 'N'.
030227 01  WS-STAMP-FAILED-SW      PIC X(01) VALUE 'N'.
030228     88  WS-STAMP-FAILED     VALUE 'Y' FALSE 'N'.
030230 01  WS-REBUILD-EOF-SW       PIC X(01) VALUE 'N'.
030235     88  WS-REBUILD-EOF      VALUE 'Y' FALSE 'N'.
030240 01  WS-CUST-OPEN-BAL        PIC S9(09)V99 VALUE 0.
030245 01  WS-CUST-CLOSE-BAL       PIC S9(09)V99 VALUE 0.
030250 01  WS-RUNNING-BAL          PIC S9(09)V99 VALUE 0.
030255 01  WS-RUN-OPEN-TOTAL       PIC S9(09)V99 VALUE 0.
030260 01  WS-RUN-CLOSE-TOTAL      PIC S9(09)V99 VALUE 0.
030262 01  WS-ESTMT-OPEN-TOTAL     PIC S9(09)V99 VALUE 0.
030264 01  WS-ESTMT-CLOSE-TOTAL    PIC S9(09)V99 VALUE 0.
030265 01  WS-ACT-LINE-CTR         PIC 9(03) COMP VALUE 0.
030267 01  WS-CYCLE-OPEN-SW        PIC X(01) VALUE 'N'.
030269     88  WS-CYCLE-OPEN       VALUE 'Y'.
030271 01  WS-CUR-IN-CYCLE-SW      PIC X(01).
030273     88  WS-CUR-IN-CYCLE     VALUE 'Y' FALSE 'N'.
030275 01  WS-DUE-CYCLE            PIC 9(02) VALUE 0.
030277 01  WS-DUE-SW               PIC X(01) VALUE 'A'.
030279     88  WS-DUE-ONE-CYCLE    VALUE 'C'.
030281     88  WS-DUE-ALL          VALUE 'A'.
030283     88  WS-DUE-NONE         VALUE 'N'.
030300*
030302*    The STMTMSG messages in effect on the business date,
030304*    and the insert codes the run's statements carried -
030306*    entry 1 for STMTOUT, entry 2 for ESTMTOUT - as the
030308*    trailers report them.
030310 01  WS-MSG-TABLE.
030312     05  WS-MSG-ENTRY OCCURS 50 TIMES.
030314         10  WS-MT-MSG-ID        PIC 9(04).
030316         10  WS-MT-BRANCH        PIC X(03).
030318         10  WS-MT-STATUS        PIC X(01).
030320         10  WS-MT-HH-CRITERION  PIC X(01).
030322         10  WS-MT-INSERT-CODE   PIC X(04).
030324         10  WS-MT-TEXT-LINE     PIC X(60) OCCURS 3 TIMES.
030326 01  WS-MSG-COUNT            PIC 9(02) COMP VALUE 0.
030328 01  WS-MSG-SUB              PIC 9(02) COMP.
030330 01  WS-MSG-LINE-SUB         PIC 9(01) COMP.
030332 01  WS-MSG-PART-CTR         PIC 9(01) COMP.
030334 01  WS-MSG-TEXT-HOLD        PIC X(60).
030336 01  WS-MSG-EOF-SW           PIC X(01) VALUE 'N'.
030338     88  WS-MSG-EOF          VALUE 'Y' FALSE 'N'.
030340 01  WS-MSG-SELECTED-SW      PIC X(01).
030342     88  WS-MSG-SELECTED     VALUE 'Y' FALSE 'N'.
030344 01  WS-CUR-HH-ROLE          PIC X(01).
030346     88  WS-CUR-HH-ROLE-PRIMARY VALUE 'P'.
030348     88  WS-CUR-HH-ROLE-MEMBER  VALUE 'M'.
030350     88  WS-CUR-HH-ROLE-NONE    VALUE 'N'.
030352 01  WS-INSERT-TABLE.
030354     05  WS-IT-FILE OCCURS 2 TIMES.
030356         10  WS-IT-USED          PIC 9(02) COMP.
030358         10  WS-IT-OVERFLOW      PIC 9(05) COMP.
030360         10  WS-IT-ENTRY OCCURS 8 TIMES.
030362             15  WS-IT-CODE      PIC X(04).
030364             15  WS-IT-COUNT     PIC 9(05) COMP.
030366 01  WS-IT-FILE-SUB          PIC 9(01) COMP.
030368 01  WS-IT-SUB               PIC 9(02) COMP.
030370 01  WS-IT-HIT-SUB           PIC 9(02) COMP.
030372 01  WS-INSERT-HOLD          PIC X(04).
030374 01  WS-TRL-INSERTS.
030376     05  WS-TRL-INSERT-TABLE.
030378         10  WS-TRL-INSERT-ENTRY OCCURS 8 TIMES.
030380             15  WS-TRL-INSERT-CODE  PIC X(04).
030382             15  WS-TRL-INSERT-COUNT PIC 9(05).
030384     05  WS-TRL-INSERT-OVERFLOW  PIC 9(05).
030386*
030400 01  WS-NOAD-DETAIL-LINE.
030500     05  NOAD-CUST-ID        PIC 9(06).
030600     05  FILLER              PIC X(02) VALUE SPACES.
032300*
032400 01  WS-SEQ-EXHAUSTED-SW     PIC X(01) VALUE 'N'.
032500     88  WS-SEQ-EXHAUSTED    VALUE 'Y' FALSE 'N'.
032510 01  WS-REGEN-SW             PIC X(01) VALUE 'N'.
032520     88  WS-REGENERATING     VALUE 'Y' FALSE 'N'.
032530 01  WS-HOLD-EOF-SW          PIC X(01) VALUE 'N'.
032540     88  WS-HOLD-EOF         VALUE 'Y' FALSE 'N'.
032550 01  WS-ESTMT-PASSED         PIC 9(05) COMP VALUE 0.
032600*
032700 01  WS-CHECKPOINT-INTERVAL  PIC 9(03) VALUE 5.
032800 01  WS-CKPT-DIVIDE-QUOT     PIC 9(05) COMP.
033300 COPY "errlogpm.cpy".
033400 COPY "xmitrgpm.cpy".
033500 COPY "corrlgpm.cpy".
033550 COPY "billcypm.cpy".
033560 COPY "seqdrwpm.cpy".
033600*
033700 PROCEDURE DIVISION.
033800*----------------------------------------------------------
035300     END-IF.
035400     DISPLAY 'Program execution ends here...'.
035500     DISPLAY 'TOTAL STATEMENTS WRITTEN: ', WS-ITERATION-CTR.
035550     DISPLAY 'TOTAL E-STATEMENTS WRITTEN: ', WS-ESTMT-CTR.
035560     IF WS-REGENERATING
035570         DISPLAY 'E-STATEMENTS LEFT AS SENT BY THE REJECTED ',
035580             'RUN: ', WS-ESTMT-PASSED
035590     END-IF.
035600     IF WS-NOADDR-CTR > 0
035700         DISPLAY 'CUSTOMERS WITH NO ADDRESS RECORD: ',
035800             WS-NOADDR-CTR, ' - SEE STMTNOAD'
035900     END-IF.
036000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036020*    A ledger entry left unstamped would print again on the
036040*    next statement, so the run cannot end clean.
036060     IF WS-STAMP-FAILED
036080         MOVE 8 TO RETURN-CODE
036090     END-IF.
036100     IF DR-LIVE-RUN
036200         SET JB-FUNC-END TO TRUE
036300         COMPUTE JB-RECORD-COUNT = WS-ITERATION-CTR
036310             + WS-ESTMT-CTR
036400         MOVE RETURN-CODE TO JB-RETURN-CODE
036500         CALL 'JOB-HIST' USING JOB-HIST-PARMS
036550         MOVE JB-RETURN-CODE TO RETURN-CODE
036600     END-IF.
036700     GOBACK.
036800*----------------------------------------------------------
038800     END-IF.
038900     CALL 'BUS-DATE' USING WS-RUN-DATE.
039000     PERFORM 1850-READ-DRY-RUN-CONTROL THRU 1850-EXIT.
039050     PERFORM 1900-FIND-DUE-CYCLE THRU 1900-EXIT.
039100     IF DR-LIVE-RUN
039200         SET JB-FUNC-START TO TRUE
039300         MOVE 'PERFORM-TIMES' TO JB-PROGRAM-ID
040700             MOVE 0 TO WS-ITERATION-CTR
040800         NOT INVALID KEY
040900             IF CKPT-JOB-ID = 'PERFTIME'
041000                 AND CKPT-TARGET-COUNT > 0
041100                 MOVE CKPT-LAST-COUNT TO WS-ITERATION-CTR
041200                 MOVE CKPT-TARGET-COUNT TO WS-LAST-CUST-DONE
041300                 SET WS-RESUMING TO TRUE
043100         MOVE 0 TO WS-HASH-TOTAL
043110         MOVE 0 TO WS-SUPPRESS-CTR
043120         MOVE 0 TO WS-NOADDR-CTR
043130         MOVE 0 TO WS-ESTMT-CTR
043140         MOVE 0 TO WS-ESTMT-HASH
043200     END-IF.
043210     IF WS-RESUMING
043220         MOVE 4 TO CK-REL-KEY
043230         READ CHECKPOINT-FILE
043240             INVALID KEY
043250                 CONTINUE
043260             NOT INVALID KEY
043270                 IF CKPT-JOB-ID = 'ESTMTCNT'
043280                     MOVE CKPT-LAST-COUNT TO WS-ESTMT-CTR
043290                     MOVE CKPT-TARGET-COUNT TO WS-ESTMT-HASH
043292                 END-IF
043294         END-READ
043296     END-IF.
043300     OPEN INPUT CUSTOMER-MASTER.
043400     IF CM-FILE-STATUS NOT = '00'
043500         DISPLAY 'CUSTOMER-MASTER NOT AVAILABLE - STATUS ',
045300     IF CA-FILE-STATUS = '00'
045400         MOVE 'Y' TO WS-ADDR-OPEN-SW
045500     END-IF.
045520     OPEN INPUT CUST-EMAIL.
045540     IF CE-FILE-STATUS = '00'
045560         MOVE 'Y' TO WS-EMAIL-OPEN-SW
045580     END-IF.
045585     IF WS-DUE-ONE-CYCLE
045590         PERFORM 1950-OPEN-CUST-CYCLE THRU 1950-EXIT
045595     END-IF.
045597     INITIALIZE WS-INSERT-TABLE.
045599     PERFORM 1960-LOAD-MESSAGES THRU 1960-EXIT.
045600     OPEN INPUT HOUSEHOLD-CONTROL.
045700     IF HS-FILE-STATUS = '00'
045800         READ HOUSEHOLD-CONTROL
046500         END-READ
046600         CLOSE HOUSEHOLD-CONTROL
046700     END-IF.
046800     IF WS-CONSOLIDATING OR WS-MSG-COUNT > 0
046900         OPEN INPUT HOUSEHOLD-FILE
047000         IF HH-FILE-STATUS = '00'
047100             MOVE 'Y' TO WS-HH-OPEN-SW
047200         END-IF
047300     END-IF.
047400     MOVE 'PERFORM-TIMES' TO DW-PROGRAM-ID.
047410     MOVE SPACES TO DW-OPERATOR-ID DW-BRANCH-CODE.
047420     MOVE WS-RUN-DATE TO DW-RUN-DATE.
047430     SET DW-LIVE-RUN TO FALSE.
047440     IF DR-LIVE-RUN
047450         SET DW-LIVE-RUN TO TRUE
047460     END-IF.
047470     SET DW-FUNC-LOAD TO TRUE.
047480     MOVE 'STM' TO DW-SERIES-CODE.
047490     CALL 'SEQ-DRAW' USING SEQ-DRAW-PARMS.
047500     IF DW-NO-NUMBERS
047800         SET WS-SEQ-EXHAUSTED TO TRUE
047900     END-IF.
048000     IF DR-LIVE-RUN
048200         IF DU-FILE-STATUS = '35'
048300             OPEN OUTPUT DOCUMENT-USE-LOG
048400         END-IF
048420         OPEN I-O CUST-LEDGER
048440         IF LG-FILE-STATUS = '00'
048460             MOVE 'Y' TO WS-LEDGER-OPEN-SW
048480         END-IF
048500     END-IF.
048550     PERFORM 1160-CHECK-REGENERATION THRU 1160-EXIT.
048600     PERFORM 1200-COUNT-ELIGIBLE THRU 1200-EXIT.
048700     PERFORM 1300-POSITION-FILES THRU 1300-EXIT.
048800     IF DR-DRY-RUN
049100         GO TO 1000-EXIT
049200     END-IF.
049300     IF WS-RESUMING
049350         PERFORM 1400-REBUILD-BALANCE-TOTALS THRU 1400-EXIT
049400         OPEN EXTEND STATEMENT-FILE
049405         IF NOT WS-REGENERATING
049410             OPEN EXTEND ESTATEMENT-FILE
049420             IF ES-FILE-STATUS = '35'
049430                 OPEN OUTPUT ESTATEMENT-FILE
049440                 PERFORM 1150-WRITE-ESTMT-HEADER THRU 1150-EXIT
049450             END-IF
049460         END-IF
049500         OPEN EXTEND STEP-CHECKPOINT-LOG
049600         IF SC-FILE-STATUS = '35'
049700             OPEN OUTPUT STEP-CHECKPOINT-LOG
051200         WRITE SUPPRESS-REGISTER-LINE FROM WS-SUPR-HEADER-LINE
051300         OPEN OUTPUT NOADDR-REGISTER
051400         PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
051410         IF NOT WS-REGENERATING
051420             OPEN OUTPUT ESTATEMENT-FILE
051440             PERFORM 1150-WRITE-ESTMT-HEADER THRU 1150-EXIT
051450         END-IF
051500     END-IF.
051600 1000-EXIT.
051700     EXIT.
053400* 1250-COUNT-ONE
053500*----------------------------------------------------------
053600 1250-COUNT-ONE.
053610     PERFORM 2795-CHECK-CYCLE THRU 2795-EXIT.
053620     IF NOT WS-CUR-IN-CYCLE
053630         GO TO 1250-NEXT
053640     END-IF.
053700     PERFORM 2700-RESOLVE-STATUS THRU 2700-EXIT.
053800     PERFORM 2750-CHECK-ADDR-SUSPECT THRU 2750-EXIT.
053900     PERFORM 2770-CHECK-HOUSEHOLD THRU 2770-EXIT.
054000     PERFORM 2790-CHECK-ESTATEMENT THRU 2790-EXIT.
054100     IF WS-CUR-STATUS = 'C' OR WS-CUR-STATUS = 'D'
054200         OR WS-CUR-PREF-NONE OR WS-CUR-HH-MEMBER
054300         GO TO 1250-NEXT
054400     END-IF.
054410     IF WS-CUR-ESTMT
054420         ADD 1 TO WS-ESTMT-EXPECTED
054430         GO TO 1250-NEXT
054440     END-IF.
054450     IF NOT WS-CUR-SUSPECT AND NOT WS-CUR-NO-ADDR
054500         ADD 1 TO WS-EXPECTED-COUNT
054600     END-IF.
054610 1250-NEXT.
054700     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
054800 1250-EXIT.
054900     EXIT.
058200     MOVE ZERO TO ST-CUST-ID.
058300     MOVE ZERO TO ST-DOC-NUMBER.
058400     MOVE ZERO TO ST-SUPPRESS-COUNT.
058500     MOVE SPACES TO ST-CYCLE-FIELDS.
058600     MOVE WS-DUE-CYCLE TO ST-BILL-CYCLE.
058610     MOVE WS-DUE-SW TO ST-CYCLE-RUN-SW.
058620     INITIALIZE ST-INSERT-COUNTS.
058630     MOVE ZERO TO ST-INSERT-OVERFLOW.
058640     MOVE ZERO TO ST-OPEN-BALANCE ST-CLOSE-BALANCE.
058700     MOVE 'STATEMENT PRINT HEADER - EXPECTED COUNT' TO
058800         ST-STATEMENT-TEXT.
058900     WRITE STATEMENT-RECORD.
059000 1100-EXIT.
059100     EXIT.
059105*----------------------------------------------------------
059110* 1150-WRITE-ESTMT-HEADER - the e-statement file's header,
059115*     with the pre-pass count of opted-in customers.
059120*----------------------------------------------------------
059125 1150-WRITE-ESTMT-HEADER.
059130     MOVE SPACES TO ESTATEMENT-RECORD.
059132     INITIALIZE ES-INSERT-COUNTS.
059134     MOVE ZERO TO ES-INSERT-OVERFLOW.
059135     MOVE 'H' TO ES-RECORD-TYPE.
059140     MOVE WS-RUN-DATE TO ES-RUN-DATE.
059145     MOVE WS-ESTMT-EXPECTED TO ES-ITERATION-NBR.
059150     MOVE ZERO TO ES-HASH-TOTAL.
059155     MOVE ZERO TO ES-CUST-ID.
059160     MOVE ZERO TO ES-DOC-NUMBER.
059165     MOVE ZERO TO ES-SUPPRESS-COUNT.
059170     MOVE ZERO TO ES-OPEN-BALANCE ES-CLOSE-BALANCE.
059172     MOVE WS-DUE-CYCLE TO ES-BILL-CYCLE.
059174     MOVE WS-DUE-SW TO ES-CYCLE-RUN-SW.
059175     MOVE 'E-STATEMENT HEADER - EXPECTED COUNT' TO
059180         ES-STATEMENT-TEXT.
059185     WRITE ESTATEMENT-RECORD.
059190 1150-EXIT.
059195     EXIT.
059200*----------------------------------------------------------
059300* 2100-READ-CUSTOMER
059400*----------------------------------------------------------
067000     EXIT.
067100*----------------------------------------------------------
067200* 2760-REGISTER-SUPPRESSION - one register line with the
067300*     reason for every customer the run suppresses, a
067400*     withheld item on the customer's correspondence
067500*     history, and the counter the trailer carries. A dry
067510*     run counts but writes nothing, like the rest of its
067520*     outputs.
067600*----------------------------------------------------------
067700 2760-REGISTER-SUPPRESSION.
067800     ADD 1 TO WS-SUPPRESS-CTR.
068600             MOVE 'STATUS CLOSED' TO SUPR-REASON
068700         WHEN WS-CUR-STATUS = 'D'
068800             MOVE 'STATUS DECEASED' TO SUPR-REASON
068900         WHEN WS-CUR-SUSPECT AND NOT WS-CUR-ESTMT
069000             MOVE 'ADDRESS SUSPECT' TO SUPR-REASON
069100         WHEN WS-CUR-PREF-NONE
069200             MOVE 'CONTACT PREF NONE' TO SUPR-REASON
069400             MOVE 'HOUSEHOLD MEMBER' TO SUPR-REASON
069500     END-EVALUATE.
069600     WRITE SUPPRESS-REGISTER-LINE FROM WS-SUPR-DETAIL-LINE.
069610     SET CL-FUNC-WRITE TO TRUE.
069620     MOVE CM-CUST-ID TO CL-CUST-ID.
069630     MOVE WS-RUN-DATE TO CL-CORR-DATE.
069640     MOVE 'SUPR' TO CL-DOC-TYPE.
069650     MOVE ZERO TO CL-DOC-REF.
069660     MOVE 'W' TO CL-DELIV-STATUS.
069670     CALL 'CORR-LOG' USING CORR-LOG-PARMS.
069700 2760-EXIT.
069800     EXIT.
069900*----------------------------------------------------------
073600     WRITE NOADDR-REGISTER-LINE FROM WS-NOAD-DETAIL-LINE.
073700 2780-EXIT.
073800     EXIT.
073802*----------------------------------------------------------
073804* 2790-CHECK-ESTATEMENT - a customer opted into e-statements
073806*     on CUSTEMAL, with an address that passed its edit, is
073808*     statement-ed by email; the email record stays in the
073810*     buffer for the detail write.
073812*----------------------------------------------------------
073814 2790-CHECK-ESTATEMENT.
073816     SET WS-CUR-ESTMT TO FALSE.
073818     IF NOT WS-EMAIL-OPEN
073820         GO TO 2790-EXIT
073822     END-IF.
073824     MOVE CM-CUST-ID TO CE-CUST-ID.
073826     READ CUST-EMAIL
073828         KEY IS CE-CUST-ID
073830         INVALID KEY
073832             GO TO 2790-EXIT
073834         NOT INVALID KEY
073836             IF CE-EMAIL-VALID AND CE-ESTMT-OPT-IN
073838                 SET WS-CUR-ESTMT TO TRUE
073840             END-IF
073842     END-READ.
073844 2790-EXIT.
073846     EXIT.
073847*----------------------------------------------------------
073848* 2795-CHECK-CYCLE - is the current customer on the cycle
073849*     due tonight. A customer not yet on CUSTCYCL - on file
073850*     from before cycles, or added while it was unavailable
073851*     - is given the BILL-CYCLE rule's cycle, and a live run
073852*     keeps it as their assignment.
073853*----------------------------------------------------------
073854 2795-CHECK-CYCLE.
073855     SET WS-CUR-IN-CYCLE TO TRUE.
073856     IF WS-DUE-ALL
073857         GO TO 2795-EXIT
073858     END-IF.
073859     SET WS-CUR-IN-CYCLE TO FALSE.
073860     IF WS-DUE-NONE
073861         GO TO 2795-EXIT
073862     END-IF.
073863     IF WS-CYCLE-OPEN
073864         MOVE CM-CUST-ID TO CY-CUST-ID
073865         READ CUST-CYCLE
073866             KEY IS CY-CUST-ID
073867             INVALID KEY
073868                 CONTINUE
073869             NOT INVALID KEY
073870                 IF CY-BILL-CYCLE = WS-DUE-CYCLE
073871                     SET WS-CUR-IN-CYCLE TO TRUE
073872                 END-IF
073873                 GO TO 2795-EXIT
073874         END-READ
073875     END-IF.
073876     SET BY-FUNC-RULE TO TRUE.
073877     MOVE CM-CUST-ID TO BY-CUST-ID.
073878     MOVE CM-ADD-DATE TO BY-ADD-DATE.
073879     MOVE WS-RUN-DATE TO BY-RUN-DATE.
073880     CALL 'BILL-CYCLE' USING BILL-CYCLE-PARMS.
073881     IF BY-BILL-CYCLE = WS-DUE-CYCLE
073882         SET WS-CUR-IN-CYCLE TO TRUE
073883     END-IF.
073884     IF DR-DRY-RUN OR NOT WS-CYCLE-OPEN
073885         GO TO 2795-EXIT
073886     END-IF.
073887     MOVE SPACES TO CUST-CYCLE-RECORD.
073888     MOVE CM-CUST-ID TO CY-CUST-ID.
073889     MOVE BY-BILL-CYCLE TO CY-BILL-CYCLE.
073890     MOVE WS-RUN-DATE TO CY-ASSIGN-DATE.
073891     MOVE 'PERFORM-TIMES' TO CY-ASSIGN-PGM.
073892     WRITE CUST-CYCLE-RECORD
073893         INVALID KEY
073894             CONTINUE
073895     END-WRITE.
073896 2795-EXIT.
073897     EXIT.
073900*----------------------------------------------------------
074000* 2000-STATEMENT-ONE-CUSTOMER - one statement detail for the
074100*     current customer when eligible, with a document number
074200*     drawn through SEQ-DRAW and logged to the document
074300*     use log, checkpointed as it goes so a restart resumes
074400*     after the last statement successfully written. An
074410*     e-statement customer goes to ESTMTOUT and needs no good
074420*     mailing address.
074430*     On a regeneration the e-statements stand as the
074440*     rejected run sent them.
074500*----------------------------------------------------------
074600 2000-STATEMENT-ONE-CUSTOMER.
074605     PERFORM 2795-CHECK-CYCLE THRU 2795-EXIT.
074610     IF NOT WS-CUR-IN-CYCLE
074615         PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
074620         GO TO 2000-EXIT
074625     END-IF.
074700     PERFORM 2700-RESOLVE-STATUS THRU 2700-EXIT.
074800     PERFORM 2750-CHECK-ADDR-SUSPECT THRU 2750-EXIT.
074900     PERFORM 2770-CHECK-HOUSEHOLD THRU 2770-EXIT.
074910     PERFORM 2790-CHECK-ESTATEMENT THRU 2790-EXIT.
075000     IF WS-CUR-STATUS = 'C' OR WS-CUR-STATUS = 'D'
075100         OR (WS-CUR-SUSPECT AND NOT WS-CUR-ESTMT)
075200         OR WS-CUR-PREF-NONE OR WS-CUR-HH-MEMBER
075300         PERFORM 2760-REGISTER-SUPPRESSION THRU 2760-EXIT
075400         PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
075500         GO TO 2000-EXIT
075600     END-IF.
075700     IF WS-CUR-NO-ADDR AND NOT WS-CUR-ESTMT
075800         PERFORM 2780-REGISTER-NO-ADDRESS THRU 2780-EXIT
075900         PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
076000         GO TO 2000-EXIT
076100     END-IF.
076110     IF WS-CUR-ESTMT AND WS-REGENERATING
076120         ADD 1 TO WS-ESTMT-PASSED
076130         PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
076140         GO TO 2000-EXIT
076150     END-IF.
076200     PERFORM 2300-CONSUME-SEQ-NUMBER THRU 2300-EXIT.
076300     IF WS-SEQ-EXHAUSTED
076400         GO TO 2000-EXIT
076500     END-IF.
076600     IF WS-CUR-ESTMT
076700         ADD 1 TO WS-ESTMT-CTR
076710         ADD DW-SEQ-NUMBER TO WS-ESTMT-HASH
076720     ELSE
076730         ADD 1 TO WS-ITERATION-CTR
076740         ADD DW-SEQ-NUMBER TO WS-HASH-TOTAL
076750     END-IF.
076800*    The statement file is never opened on a dry run, so
076900*    leave its record area untouched and move on to the
077000*    next customer once the number is counted.
077400     END-IF.
077500     MOVE 'D' TO ST-RECORD-TYPE.
077600     MOVE WS-RUN-DATE TO ST-RUN-DATE.
077700     IF WS-CUR-ESTMT
077710         MOVE WS-ESTMT-CTR TO ST-ITERATION-NBR
077720     ELSE
077730         MOVE WS-ITERATION-CTR TO ST-ITERATION-NBR
077740     END-IF.
077800     MOVE ZERO TO ST-HASH-TOTAL.
077900     MOVE CM-CUST-ID TO ST-CUST-ID.
078000     MOVE DW-SEQ-NUMBER TO ST-DOC-NUMBER.
078100     MOVE ZERO TO ST-SUPPRESS-COUNT.
078200     MOVE SPACES TO ST-STATEMENT-TEXT.
078300     STRING 'STATEMENT FOR ' DELIMITED BY SIZE
078500         INTO ST-STATEMENT-TEXT
078600     END-STRING.
078700*    The address record is still current from the
078800*    eligibility read; a no-address customer reaches this
078900*    write only for an e-statement, whose mailing block
078910*    carries the email address instead.
079000     MOVE CA-ADDR-LINE-1 TO ST-ADDR-LINE-1.
079100     MOVE CA-ADDR-LINE-2 TO ST-ADDR-LINE-2.
079200     MOVE CA-CITY TO ST-CITY.
079300     MOVE CA-STATE TO ST-STATE.
079400     MOVE CA-ZIP-CODE TO ST-ZIP-CODE.
079500     PERFORM 2800-TOTAL-LEDGER THRU 2800-EXIT.
079505     MOVE WS-CUST-OPEN-BAL TO ST-OPEN-BALANCE.
079510     MOVE WS-CUST-CLOSE-BAL TO ST-CLOSE-BALANCE.
079515     PERFORM 2870-WRITE-STATEMENT-LINE THRU 2870-EXIT.
079520     IF WS-CUR-ESTMT
079525         ADD WS-CUST-OPEN-BAL TO WS-ESTMT-OPEN-TOTAL
079530         ADD WS-CUST-CLOSE-BAL TO WS-ESTMT-CLOSE-TOTAL
079535     ELSE
079540         ADD WS-CUST-OPEN-BAL TO WS-RUN-OPEN-TOTAL
079545         ADD WS-CUST-CLOSE-BAL TO WS-RUN-CLOSE-TOTAL
079550     END-IF.
079555     PERFORM 2850-WRITE-ACTIVITY THRU 2850-EXIT.
079560     PERFORM 2880-WRITE-MESSAGES THRU 2880-EXIT.
079600     SET CL-FUNC-WRITE TO TRUE.
079700     MOVE CM-CUST-ID TO CL-CUST-ID.
079800     MOVE WS-RUN-DATE TO CL-CORR-DATE.
079900     IF WS-CUR-ESTMT
079910         MOVE 'ESTM' TO CL-DOC-TYPE
079920     ELSE
079930         MOVE 'STMT' TO CL-DOC-TYPE
079940     END-IF.
080000     MOVE DW-SEQ-NUMBER TO CL-DOC-REF.
080100     MOVE 'S' TO CL-DELIV-STATUS.
080200     CALL 'CORR-LOG' USING CORR-LOG-PARMS.
080300     PERFORM 2400-LOG-DOCUMENT-USE THRU 2400-EXIT.
080400     PERFORM 2500-REWRITE-CHECKPOINTS THRU 2500-EXIT.
080500     IF NOT WS-CUR-ESTMT
080600         DIVIDE WS-ITERATION-CTR BY WS-CHECKPOINT-INTERVAL
080700             GIVING WS-CKPT-DIVIDE-QUOT
080800             REMAINDER WS-CKPT-DIVIDE-REM
080900         IF WS-CKPT-DIVIDE-REM = 0
080910             PERFORM 2600-WRITE-STEP-CHECKPOINT THRU 2600-EXIT
080920         END-IF
081000     END-IF.
081100     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
081200 2000-EXIT.
081300     EXIT.
081400*----------------------------------------------------------
081500* 2300-CONSUME-SEQ-NUMBER - SEQ-DRAW hands out the next STM
081600*     number for the customer's branch - from the branch's
081700*     own blocks when it holds any, otherwise from the
081800*     shared pool; a run that uses them up stops cleanly and
081900*     asks for INCREMENT-EXAMPLE rather than inventing
082000*     numbers SEQ-RECON has never seen.
082100*----------------------------------------------------------
082200 2300-CONSUME-SEQ-NUMBER.
082300     IF WS-SEQ-EXHAUSTED
082400         GO TO 2300-EXIT
082500     END-IF.
082600     SET DW-FUNC-DRAW TO TRUE.
082610     MOVE 'STM' TO DW-SERIES-CODE.
082620     MOVE CM-BRANCH-CODE TO DW-BRANCH-CODE.
082630     CALL 'SEQ-DRAW' USING SEQ-DRAW-PARMS.
082700     IF NOT DW-DRAWN
082800         SET WS-SEQ-EXHAUSTED TO TRUE
082900         DISPLAY 'DOCUMENT SEQUENCE NUMBERS EXHAUSTED - '
083000             'RUN INCREMENT-EXAMPLE TO ALLOCATE MORE'
083010         IF CM-BRANCH-CODE NOT = SPACES
083020             DISPLAY 'BRANCH ', CM-BRANCH-CODE, ' HAS NO STM ',
083030                 'NUMBERS LEFT IN ITS BLOCKS'
083040         END-IF
083100         GO TO 2300-EXIT
083200     END-IF.
083700     MOVE DW-SEQ-NUMBER TO WS-LAST-SEQ-USED.
083800 2300-EXIT.
083900     EXIT.
084000*----------------------------------------------------------
084400*----------------------------------------------------------
084500 2400-LOG-DOCUMENT-USE.
084600     MOVE 'STM' TO DU-SERIES-CODE.
084700     MOVE DW-SEQ-NUMBER TO DU-SEQ-NUMBER.
084800     MOVE SPACES TO DU-DOC-ID.
084900     STRING 'STMT' DELIMITED BY SIZE
085000            ST-CUST-ID DELIMITED BY SIZE
085700*----------------------------------------------------------
085800* 2500-REWRITE-CHECKPOINTS - record 1 carries the statement
085900*     counter and last completed customer; record 2 carries
086000*     the last number drawn and running hash, so a restarted
086100*     run neither repeats a customer nor loses the hash;
086200*     record 3 carries the suppression and
086210*     no-address counters, so the trailer's suppressed
086220*     count still covers the whole night after a resume;
086230*     record 4 carries the e-statement counter and hash.
086300*----------------------------------------------------------
086400 2500-REWRITE-CHECKPOINTS.
086500     MOVE 'PERFTIME' TO CKPT-JOB-ID.
088060         INVALID KEY
088070             WRITE CKPT-RECORD
088080     END-REWRITE.
088082     MOVE 'ESTMTCNT' TO CKPT-JOB-ID.
088084     MOVE WS-ESTMT-CTR TO CKPT-LAST-COUNT.
088086     MOVE WS-ESTMT-HASH TO CKPT-TARGET-COUNT.
088088     MOVE 4 TO CK-REL-KEY.
088090     REWRITE CKPT-RECORD
088092         INVALID KEY
088094             WRITE CKPT-RECORD
088096     END-REWRITE.
088100 2500-EXIT.
088200     EXIT.
088300*----------------------------------------------------------
090250         INVALID KEY
090260             CONTINUE
090270     END-REWRITE.
090275     MOVE 4 TO CK-REL-KEY.
090280     REWRITE CKPT-RECORD
090285         INVALID KEY
090290             CONTINUE
090295     END-REWRITE.
090300 2200-EXIT.
090400     EXIT.
090500*----------------------------------------------------------
091900*----------------------------------------------------------
092000* 9000-TERMINATE - write the trailer record (actual count
092100*     written, hash total of the consumed document numbers)
092200*     before closing the statement file, the e-statement
092300*     file's trailer likewise, and a final step-checkpoint
092310*     milestone.
092400*----------------------------------------------------------
092500 9000-TERMINATE.
092600     IF WS-MASTER-FAILED
093200     IF DR-DRY-RUN
093300         DISPLAY '*** DRY RUN - ', WS-ITERATION-CTR,
093400             ' STATEMENT(S) WOULD HAVE BEEN WRITTEN ***'
093420         DISPLAY '*** DRY RUN - ', WS-ESTMT-CTR,
093440             ' E-STATEMENT(S) WOULD HAVE BEEN WRITTEN ***'
093500         CLOSE CHECKPOINT-FILE
093600         GO TO 9000-CLOSE-INPUTS
093700     END-IF.
094200     MOVE ZERO TO ST-CUST-ID.
094300     MOVE ZERO TO ST-DOC-NUMBER.
094400     MOVE WS-SUPPRESS-CTR TO ST-SUPPRESS-COUNT.
094500     MOVE SPACES TO ST-CYCLE-FIELDS.
094600     MOVE WS-DUE-CYCLE TO ST-BILL-CYCLE.
094610     MOVE WS-DUE-SW TO ST-CYCLE-RUN-SW.
094620     MOVE 1 TO WS-IT-FILE-SUB.
094630     PERFORM 9050-BUILD-TRAILER-INSERTS THRU 9050-EXIT.
094640     MOVE WS-TRL-INSERT-TABLE TO ST-INSERT-COUNTS.
094650     MOVE WS-TRL-INSERT-OVERFLOW TO ST-INSERT-OVERFLOW.
094660     MOVE WS-RUN-OPEN-TOTAL TO ST-OPEN-BALANCE.
094670     MOVE WS-RUN-CLOSE-TOTAL TO ST-CLOSE-BALANCE.
094700     MOVE 'STATEMENT PRINT TRAILER' TO ST-STATEMENT-TEXT.
094800     WRITE STATEMENT-RECORD.
094900     PERFORM 2600-WRITE-STEP-CHECKPOINT THRU 2600-EXIT.
094901     IF WS-REGENERATING
094902         GO TO 9000-CLOSE-PRINT
094903     END-IF.
094905     MOVE SPACES TO ESTATEMENT-RECORD.
094906     MOVE 2 TO WS-IT-FILE-SUB.
094907     PERFORM 9050-BUILD-TRAILER-INSERTS THRU 9050-EXIT.
094908     MOVE WS-TRL-INSERT-TABLE TO ES-INSERT-COUNTS.
094909     MOVE WS-TRL-INSERT-OVERFLOW TO ES-INSERT-OVERFLOW.
094910     MOVE 'T' TO ES-RECORD-TYPE.
094915     MOVE WS-RUN-DATE TO ES-RUN-DATE.
094920     MOVE WS-ESTMT-CTR TO ES-ITERATION-NBR.
094925     MOVE WS-ESTMT-HASH TO ES-HASH-TOTAL.
094930     MOVE ZERO TO ES-CUST-ID.
094935     MOVE ZERO TO ES-DOC-NUMBER.
094940     MOVE ZERO TO ES-SUPPRESS-COUNT.
094945     MOVE WS-ESTMT-OPEN-TOTAL TO ES-OPEN-BALANCE.
094950     MOVE WS-ESTMT-CLOSE-TOTAL TO ES-CLOSE-BALANCE.
094952     MOVE WS-DUE-CYCLE TO ES-BILL-CYCLE.
094954     MOVE WS-DUE-SW TO ES-CYCLE-RUN-SW.
094955     MOVE 'E-STATEMENT TRAILER' TO ES-STATEMENT-TEXT.
094960     WRITE ESTATEMENT-RECORD.
094970     CLOSE ESTATEMENT-FILE.
094980 9000-CLOSE-PRINT.
095000     CLOSE STATEMENT-FILE CHECKPOINT-FILE STEP-CHECKPOINT-LOG
095100         DOCUMENT-USE-LOG SUPPRESS-REGISTER NOADDR-REGISTER.
095202     IF WS-REGENERATING
095204         GO TO 9000-CLOSE-INPUTS
095206     END-IF.
095210     MOVE 'ESTMTOUT' TO XM-FILE-NAME.
095300     MOVE WS-RUN-DATE TO XM-BUSINESS-DATE.
095400     MOVE WS-ESTMT-CTR TO XM-RECORD-COUNT.
095500     MOVE WS-ESTMT-HASH TO XM-HASH-TOTAL.
095600     MOVE ZERO TO XM-RESEND-OF-DATE.
095700     CALL 'XMIT-REG' USING XMIT-REG-PARMS.
095800 9000-CLOSE-INPUTS.
096500     IF WS-ADDR-OPEN
096600         CLOSE CUST-ADDRESS
096700     END-IF.
096720     IF WS-EMAIL-OPEN
096740         CLOSE CUST-EMAIL
096760     END-IF.
096770     IF WS-CYCLE-OPEN
096780         CLOSE CUST-CYCLE
096790     END-IF.
096800     IF WS-HH-OPEN
096900         CLOSE HOUSEHOLD-FILE
097000     END-IF.
097320     IF WS-LEDGER-OPEN
097340         CLOSE CUST-LEDGER
097360     END-IF.
097400 9000-EXIT.
097500     EXIT.
097600*----------------------------------------------------------
099700     END-IF.
099800 1850-EXIT.
099900     EXIT.
099902*----------------------------------------------------------
099904* 1900-FIND-DUE-CYCLE - the billing cycle the CYCLECAL
099906*     calendar makes due on the business date. No calendar
099908*     statements every customer, as before cycles; a date
099910*     the calendar does not list statements none, and the
099912*     run writes only its headers and trailers.
099914*----------------------------------------------------------
099916 1900-FIND-DUE-CYCLE.
099918     SET BY-FUNC-DUE TO TRUE.
099920     MOVE WS-RUN-DATE TO BY-RUN-DATE.
099922     CALL 'BILL-CYCLE' USING BILL-CYCLE-PARMS.
099924     MOVE BY-BILL-CYCLE TO WS-DUE-CYCLE.
099926     MOVE BY-DUE-SW TO WS-DUE-SW.
099928     EVALUATE TRUE
099930         WHEN WS-DUE-ONE-CYCLE
099932             DISPLAY 'STATEMENTING BILLING CYCLE ', WS-DUE-CYCLE
099934         WHEN WS-DUE-NONE
099936             DISPLAY 'NO BILLING CYCLE DUE ON ', WS-RUN-DATE,
099938                 ' - HEADERS AND TRAILERS ONLY'
099940         WHEN OTHER
099942             DISPLAY 'NO CYCLE CALENDAR - STATEMENTING EVERY ',
099944                 'CUSTOMER'
099946     END-EVALUATE.
099948 1900-EXIT.
099950     EXIT.
099952*----------------------------------------------------------
099954* 1950-OPEN-CUST-CYCLE - a live run keeps the assignments
099956*     it makes, creating CUSTCYCL on first use; a dry run
099958*     only reads it.
099960*----------------------------------------------------------
099962 1950-OPEN-CUST-CYCLE.
099964     IF DR-DRY-RUN
099966         OPEN INPUT CUST-CYCLE
099968     ELSE
099970         OPEN I-O CUST-CYCLE
099972         IF CY-FILE-STATUS = '35'
099974             OPEN OUTPUT CUST-CYCLE
099976             CLOSE CUST-CYCLE
099978             OPEN I-O CUST-CYCLE
099980         END-IF
099982     END-IF.
099984     IF CY-FILE-STATUS = '00'
099986         MOVE 'Y' TO WS-CYCLE-OPEN-SW
099988     END-IF.
099990 1950-EXIT.
099992     EXIT.
100000*----------------------------------------------------------
100100* 1400-REBUILD-BALANCE-TOTALS - a resumed run picks up the
100200*     trailers' balance totals from the details the
100300*     cancelled run already wrote to either file, up to the
100400*     last customer checkpointed as complete.
100500*----------------------------------------------------------
100600 1400-REBUILD-BALANCE-TOTALS.
100700     MOVE 0 TO WS-RUN-OPEN-TOTAL WS-RUN-CLOSE-TOTAL.
100800     OPEN INPUT STATEMENT-FILE.
100900     IF ST-FILE-STATUS NOT = '00'
101000         GO TO 1400-ESTMT
101100     END-IF.
101200     SET WS-REBUILD-EOF TO FALSE.
101300     PERFORM 1410-REBUILD-ONE-DETAIL THRU 1410-EXIT
101400         UNTIL WS-REBUILD-EOF.
101500     CLOSE STATEMENT-FILE.
101505 1400-ESTMT.
101510     MOVE 0 TO WS-ESTMT-OPEN-TOTAL WS-ESTMT-CLOSE-TOTAL.
101511     IF WS-REGENERATING
101512         GO TO 1400-EXIT
101513     END-IF.
101515     OPEN INPUT ESTATEMENT-FILE.
101520     IF ES-FILE-STATUS NOT = '00'
101525         GO TO 1400-EXIT
101530     END-IF.
101535     SET WS-REBUILD-EOF TO FALSE.
101540     PERFORM 1420-REBUILD-ONE-ESTMT THRU 1420-EXIT
101545         UNTIL WS-REBUILD-EOF.
101550     CLOSE ESTATEMENT-FILE.
101600 1400-EXIT.
101700     EXIT.
101800*----------------------------------------------------------
101900* 1410-REBUILD-ONE-DETAIL
102000*----------------------------------------------------------
102100 1410-REBUILD-ONE-DETAIL.
102200     READ STATEMENT-FILE
102300         AT END
102400             SET WS-REBUILD-EOF TO TRUE
102500             GO TO 1410-EXIT
102600     END-READ.
102700     IF ST-TYPE-DETAIL
102800         AND ST-CUST-ID NOT > WS-LAST-CUST-DONE
102900         ADD ST-OPEN-BALANCE TO WS-RUN-OPEN-TOTAL
103000         ADD ST-CLOSE-BALANCE TO WS-RUN-CLOSE-TOTAL
103100     END-IF.
103110     IF ST-TYPE-MESSAGE
103120         AND ST-CUST-ID NOT > WS-LAST-CUST-DONE
103130         AND ST-MSG-PART = 1
103140         AND ST-MSG-INSERT-CODE NOT = SPACES
103150         MOVE 1 TO WS-IT-FILE-SUB
103160         MOVE ST-MSG-INSERT-CODE TO WS-INSERT-HOLD
103170         PERFORM 2899-TALLY-INSERT THRU 2899-EXIT
103180     END-IF.
103200 1410-EXIT.
103300     EXIT.
103305*----------------------------------------------------------
103310* 1420-REBUILD-ONE-ESTMT
103315*----------------------------------------------------------
103320 1420-REBUILD-ONE-ESTMT.
103325     READ ESTATEMENT-FILE
103330         AT END
103335             SET WS-REBUILD-EOF TO TRUE
103340             GO TO 1420-EXIT
103345     END-READ.
103347     IF ES-TYPE-DETAIL
103349         AND ES-CUST-ID NOT > WS-LAST-CUST-DONE
103351         ADD ES-OPEN-BALANCE TO WS-ESTMT-OPEN-TOTAL
103353         ADD ES-CLOSE-BALANCE TO WS-ESTMT-CLOSE-TOTAL
103355     END-IF.
103357     IF ES-TYPE-MESSAGE
103359         AND ES-CUST-ID NOT > WS-LAST-CUST-DONE
103361         AND ES-MSG-PART = 1
103363         AND ES-MSG-INSERT-CODE NOT = SPACES
103365         MOVE 2 TO WS-IT-FILE-SUB
103367         MOVE ES-MSG-INSERT-CODE TO WS-INSERT-HOLD
103369         PERFORM 2899-TALLY-INSERT THRU 2899-EXIT
103371     END-IF.
103373 1420-EXIT.
103375     EXIT.
103400*----------------------------------------------------------
103500* 2800-TOTAL-LEDGER - first pass over the customer's
103600*     ledger entries: the opening balance is everything a
103700*     prior statement already carried; the closing balance
103800*     adds the entries this statement prints - those not
103900*     yet statement-ed (or stamped by an earlier attempt of
104000*     tonight's run) and posted no later than the run date.
104100*----------------------------------------------------------
104200 2800-TOTAL-LEDGER.
104300     MOVE 0 TO WS-CUST-OPEN-BAL WS-CUST-CLOSE-BAL.
104400     IF NOT WS-LEDGER-OPEN
104500         GO TO 2800-EXIT
104600     END-IF.
104700     PERFORM 2830-START-LEDGER THRU 2830-EXIT.
104800     PERFORM 2810-TOTAL-ONE-ENTRY THRU 2810-EXIT
104900         UNTIL WS-LEDGER-EOF.
105000     ADD WS-CUST-OPEN-BAL TO WS-CUST-CLOSE-BAL.
105100 2800-EXIT.
105200     EXIT.
105300*----------------------------------------------------------
105400* 2810-TOTAL-ONE-ENTRY
105500*----------------------------------------------------------
105600 2810-TOTAL-ONE-ENTRY.
105700     PERFORM 2840-READ-NEXT-ENTRY THRU 2840-EXIT.
105800     IF WS-LEDGER-EOF
105900         GO TO 2810-EXIT
106000     END-IF.
106100     IF LG-STMT-DATE NOT = 0
106200         AND LG-STMT-DATE < WS-RUN-DATE
106300         ADD LG-AMOUNT TO WS-CUST-OPEN-BAL
106400         GO TO 2810-EXIT
106500     END-IF.
106600     IF LG-POST-DATE NOT > WS-RUN-DATE
106700         ADD LG-AMOUNT TO WS-CUST-CLOSE-BAL
106800     END-IF.
106900 2810-EXIT.
107000     EXIT.
107100*----------------------------------------------------------
107200* 2830-START-LEDGER - position on the customer's first
107300*     ledger entry.
107400*----------------------------------------------------------
107500 2830-START-LEDGER.
107600     SET WS-LEDGER-EOF TO FALSE.
107700     MOVE CM-CUST-ID TO LG-CUST-ID.
107800     MOVE ZERO TO LG-POST-DATE LG-POST-SEQ.
107900     START CUST-LEDGER
108000         KEY IS NOT LESS THAN LG-LEDGER-KEY
108100         INVALID KEY
108200             SET WS-LEDGER-EOF TO TRUE
108300     END-START.
108400 2830-EXIT.
108500     EXIT.
108600*----------------------------------------------------------
108700* 2840-READ-NEXT-ENTRY - next ledger entry for the current
108800*     customer; end of the customer's entries is EOF.
108900*----------------------------------------------------------
109000 2840-READ-NEXT-ENTRY.
109100     READ CUST-LEDGER NEXT RECORD
109200         AT END
109300             SET WS-LEDGER-EOF TO TRUE
109400         NOT AT END
109500             IF LG-CUST-ID NOT = CM-CUST-ID
109600                 SET WS-LEDGER-EOF TO TRUE
109700             END-IF
109800     END-READ.
109900 2840-EXIT.
110000     EXIT.
110100*----------------------------------------------------------
110200* 2850-WRITE-ACTIVITY - second pass: one activity record
110300*     per entry the closing balance took in, in posting
110400*     order with the running balance either side of it,
110500*     each stamped as statement-ed tonight so the next
110600*     statement opens with it.
110700*----------------------------------------------------------
110800 2850-WRITE-ACTIVITY.
110900     MOVE 0 TO WS-ACT-LINE-CTR.
111000     MOVE WS-CUST-OPEN-BAL TO WS-RUNNING-BAL.
111100     IF NOT WS-LEDGER-OPEN
111200         GO TO 2850-EXIT
111300     END-IF.
111400     PERFORM 2830-START-LEDGER THRU 2830-EXIT.
111500     PERFORM 2860-WRITE-ONE-ACTIVITY THRU 2860-EXIT
111600         UNTIL WS-LEDGER-EOF.
111700 2850-EXIT.
111800     EXIT.
111900*----------------------------------------------------------
112000* 2860-WRITE-ONE-ACTIVITY
112100*----------------------------------------------------------
112200 2860-WRITE-ONE-ACTIVITY.
112300     PERFORM 2840-READ-NEXT-ENTRY THRU 2840-EXIT.
112400     IF WS-LEDGER-EOF
112500         GO TO 2860-EXIT
112600     END-IF.
112700     IF LG-STMT-DATE NOT = 0
112800         AND LG-STMT-DATE < WS-RUN-DATE
112900         GO TO 2860-EXIT
113000     END-IF.
113100     IF LG-POST-DATE > WS-RUN-DATE
113200         GO TO 2860-EXIT
113300     END-IF.
113400     ADD 1 TO WS-ACT-LINE-CTR.
113500     MOVE 'A' TO ST-RECORD-TYPE.
113510     MOVE WS-RUN-DATE TO ST-RUN-DATE.
113512     IF WS-CUR-ESTMT
113514         MOVE WS-ESTMT-CTR TO ST-ITERATION-NBR
113516     ELSE
113518         MOVE WS-ITERATION-CTR TO ST-ITERATION-NBR
113520     END-IF.
113530     MOVE ZERO TO ST-HASH-TOTAL.
113540     MOVE CM-CUST-ID TO ST-CUST-ID.
113550     MOVE DW-SEQ-NUMBER TO ST-DOC-NUMBER.
113600     MOVE ZERO TO ST-SUPPRESS-COUNT.
113700     MOVE LG-DESCRIPTION TO ST-STATEMENT-TEXT.
113800     MOVE SPACES TO ST-ACTIVITY-FIELDS.
113900     MOVE WS-ACT-LINE-CTR TO ST-ACT-LINE-NBR.
114000     MOVE LG-POST-DATE TO ST-ACT-POST-DATE.
114100     MOVE LG-TRAN-TYPE TO ST-ACT-TRAN-TYPE.
114200     MOVE LG-AMOUNT TO ST-ACT-AMOUNT.
114300     MOVE LG-DOC-REF TO ST-ACT-DOC-REF.
114400     MOVE WS-RUNNING-BAL TO ST-OPEN-BALANCE.
114500     ADD LG-AMOUNT TO WS-RUNNING-BAL.
114600     MOVE WS-RUNNING-BAL TO ST-CLOSE-BALANCE.
114700     PERFORM 2870-WRITE-STATEMENT-LINE THRU 2870-EXIT.
114800     MOVE WS-RUN-DATE TO LG-STMT-DATE.
114900     REWRITE CUST-LEDGER-RECORD
115000         INVALID KEY
115100             CONTINUE
115200     END-REWRITE.
115210     IF LG-FILE-STATUS NOT = '00'
115220         DISPLAY 'CUSTLEDG STATEMENT STAMP FAILED - STATUS ',
115230             LG-FILE-STATUS, ' CUSTOMER ', LG-CUST-ID
115240         MOVE 'PERFORM-TIMES' TO FE-SOURCE-PGM
115250         MOVE 'CUSTLEDG' TO FE-FILE-NAME
115260         MOVE 'REWRITE' TO FE-OPERATION
115270         MOVE LG-FILE-STATUS TO FE-FILE-STATUS
115280         MOVE WS-RUN-DATE TO FE-RUN-DATE
115290         CALL 'FILE-ERR' USING FILE-ERR-PARMS
115295         SET WS-STAMP-FAILED TO TRUE
115298     END-IF.
115300 2860-EXIT.
115400     EXIT.
115500*----------------------------------------------------------
115600* 2870-WRITE-STATEMENT-LINE - a statement or activity
115700*     record built in the STMTOUT layout goes to STMTOUT, or
115800*     for an e-statement customer to ESTMTOUT, whose detail
115900*     carries the email address in the mailing block.
116000*----------------------------------------------------------
116100 2870-WRITE-STATEMENT-LINE.
116200     IF NOT WS-CUR-ESTMT
116300         WRITE STATEMENT-RECORD
116400         GO TO 2870-EXIT
116500     END-IF.
116600     MOVE STATEMENT-RECORD TO ESTATEMENT-RECORD.
116700     IF ES-TYPE-DETAIL
116800         MOVE SPACES TO ES-DELIVERY-BLOCK
116900         MOVE CE-EMAIL-ADDR TO ES-EMAIL-ADDR
117000     END-IF.
117100     WRITE ESTATEMENT-RECORD.
117200 2870-EXIT.
117300     EXIT.
117400*----------------------------------------------------------
117500* 1960-LOAD-MESSAGES - the STMTMSG messages in effect on
117600*     the business date (a zero end date is open-ended),
117700*     in message ID order, held for selection per customer.
117800*     No message file means plain statements, as before.
117900*----------------------------------------------------------
118000 1960-LOAD-MESSAGES.
118100     MOVE 0 TO WS-MSG-COUNT.
118200     OPEN INPUT STMT-MESSAGES.
118300     IF SM-FILE-STATUS NOT = '00'
118400         GO TO 1960-EXIT
118500     END-IF.
118600     SET WS-MSG-EOF TO FALSE.
118700     PERFORM 1970-LOAD-ONE-MESSAGE THRU 1970-EXIT
118800         UNTIL WS-MSG-EOF.
118900     CLOSE STMT-MESSAGES.
119000     IF WS-MSG-COUNT > 0
119100         DISPLAY WS-MSG-COUNT, ' STATEMENT MESSAGE(S) IN EFFECT'
119200     END-IF.
119300 1960-EXIT.
119400     EXIT.
119500*----------------------------------------------------------
119600* 1970-LOAD-ONE-MESSAGE
119700*----------------------------------------------------------
119800 1970-LOAD-ONE-MESSAGE.
119900     READ STMT-MESSAGES NEXT RECORD
120000         AT END
120100             SET WS-MSG-EOF TO TRUE
120200             GO TO 1970-EXIT
120300     END-READ.
120400     IF SM-EFF-FROM-DATE > WS-RUN-DATE
120500         GO TO 1970-EXIT
120600     END-IF.
120700     IF SM-EFF-TO-DATE NOT = 0
120800         AND SM-EFF-TO-DATE < WS-RUN-DATE
120900         GO TO 1970-EXIT
121000     END-IF.
121100     IF WS-MSG-COUNT = 50
121200         DISPLAY 'MORE THAN 50 STATEMENT MESSAGES IN EFFECT - ',
121300             'MESSAGE ', SM-MSG-ID, ' NOT USED'
121400         GO TO 1970-EXIT
121500     END-IF.
121600     ADD 1 TO WS-MSG-COUNT.
121700     MOVE SM-MSG-ID TO WS-MT-MSG-ID (WS-MSG-COUNT).
121800     MOVE SM-BRANCH-CODE TO WS-MT-BRANCH (WS-MSG-COUNT).
121900     MOVE SM-CUST-STATUS TO WS-MT-STATUS (WS-MSG-COUNT).
122000     MOVE SM-HH-CRITERION TO WS-MT-HH-CRITERION (WS-MSG-COUNT).
122100     MOVE SM-INSERT-CODE TO WS-MT-INSERT-CODE (WS-MSG-COUNT).
122200     MOVE SM-TEXT-LINE (1) TO WS-MT-TEXT-LINE (WS-MSG-COUNT, 1).
122300     MOVE SM-TEXT-LINE (2) TO WS-MT-TEXT-LINE (WS-MSG-COUNT, 2).
122400     MOVE SM-TEXT-LINE (3) TO WS-MT-TEXT-LINE (WS-MSG-COUNT, 3).
122500 1970-EXIT.
122600     EXIT.
122700*----------------------------------------------------------
122800* 2880-WRITE-MESSAGES - the message records for each loaded
122900*     message that selects the current customer, numbered
123000*     on from the activity lines so they sort behind them.
123100*----------------------------------------------------------
123200 2880-WRITE-MESSAGES.
123300     IF WS-MSG-COUNT = 0
123400         GO TO 2880-EXIT
123500     END-IF.
123600     PERFORM 2885-RESOLVE-HH-ROLE THRU 2885-EXIT.
123700     MOVE 1 TO WS-MSG-SUB.
123800     PERFORM 2890-SELECT-ONE-MESSAGE THRU 2890-EXIT
123900         UNTIL WS-MSG-SUB > WS-MSG-COUNT.
124000 2880-EXIT.
124100     EXIT.
124200*----------------------------------------------------------
124300* 2885-RESOLVE-HH-ROLE - primary, other member, or in no
124400*     household, whether or not the run consolidates.
124500*----------------------------------------------------------
124600 2885-RESOLVE-HH-ROLE.
124700     SET WS-CUR-HH-ROLE-NONE TO TRUE.
124800     IF NOT WS-HH-OPEN
124900         GO TO 2885-EXIT
125000     END-IF.
125100     MOVE CM-CUST-ID TO HH-CUST-ID.
125200     READ HOUSEHOLD-FILE
125300         KEY IS HH-CUST-ID
125400         INVALID KEY
125500             GO TO 2885-EXIT
125600     END-READ.
125700     IF HH-PRIMARY
125800         SET WS-CUR-HH-ROLE-PRIMARY TO TRUE
125900     ELSE
126000         SET WS-CUR-HH-ROLE-MEMBER TO TRUE
126100     END-IF.
126200 2885-EXIT.
126300     EXIT.
126400*----------------------------------------------------------
126500* 2890-SELECT-ONE-MESSAGE - blank branch, status and
126600*     household select everyone; a message with no text
126700*     still goes on as one blank line to carry its insert.
126800*----------------------------------------------------------
126900 2890-SELECT-ONE-MESSAGE.
127000     SET WS-MSG-SELECTED TO TRUE.
127100     IF WS-MT-BRANCH (WS-MSG-SUB) NOT = SPACES
127200         AND WS-MT-BRANCH (WS-MSG-SUB) NOT = CM-BRANCH-CODE
127300         SET WS-MSG-SELECTED TO FALSE
127400     END-IF.
127500     IF WS-MT-STATUS (WS-MSG-SUB) NOT = SPACE
127600         AND WS-MT-STATUS (WS-MSG-SUB) NOT = WS-CUR-STATUS
127700         SET WS-MSG-SELECTED TO FALSE
127800     END-IF.
127900     EVALUATE WS-MT-HH-CRITERION (WS-MSG-SUB)
128000         WHEN 'H'
128100             IF WS-CUR-HH-ROLE-NONE
128200                 SET WS-MSG-SELECTED TO FALSE
128300             END-IF
128400         WHEN 'P'
128500         WHEN 'M'
128600         WHEN 'N'
128700             IF WS-MT-HH-CRITERION (WS-MSG-SUB)
128800                     NOT = WS-CUR-HH-ROLE
128900                 SET WS-MSG-SELECTED TO FALSE
129000             END-IF
129100     END-EVALUATE.
129200     IF NOT WS-MSG-SELECTED
129300         GO TO 2890-NEXT
129400     END-IF.
129500     MOVE 0 TO WS-MSG-PART-CTR.
129600     MOVE 1 TO WS-MSG-LINE-SUB.
129700     PERFORM 2895-PICK-TEXT-LINE THRU 2895-EXIT
129800         UNTIL WS-MSG-LINE-SUB > 3.
129900     IF WS-MSG-PART-CTR = 0
130000         MOVE SPACES TO WS-MSG-TEXT-HOLD
130100         PERFORM 2897-WRITE-MESSAGE-LINE THRU 2897-EXIT
130200     END-IF.
130300 2890-NEXT.
130400     ADD 1 TO WS-MSG-SUB.
130500 2890-EXIT.
130600     EXIT.
130700*----------------------------------------------------------
130800* 2895-PICK-TEXT-LINE - blank lines of a message are left
130900*     off the statement.
131000*----------------------------------------------------------
131100 2895-PICK-TEXT-LINE.
131200     IF WS-MT-TEXT-LINE (WS-MSG-SUB, WS-MSG-LINE-SUB) NOT = SPACES
131300         MOVE WS-MT-TEXT-LINE (WS-MSG-SUB, WS-MSG-LINE-SUB)
131400             TO WS-MSG-TEXT-HOLD
131500         PERFORM 2897-WRITE-MESSAGE-LINE THRU 2897-EXIT
131600     END-IF.
131700     ADD 1 TO WS-MSG-LINE-SUB.
131800 2895-EXIT.
131900     EXIT.
132000*----------------------------------------------------------
132100* 2897-WRITE-MESSAGE-LINE - the first line of a message
132200*     carries its insert code, and is the one counted for
132300*     the trailer.
132400*----------------------------------------------------------
132500 2897-WRITE-MESSAGE-LINE.
132600     ADD 1 TO WS-MSG-PART-CTR.
132700     ADD 1 TO WS-ACT-LINE-CTR.
132800     MOVE 'M' TO ST-RECORD-TYPE.
132900     MOVE WS-RUN-DATE TO ST-RUN-DATE.
133000     IF WS-CUR-ESTMT
133100         MOVE WS-ESTMT-CTR TO ST-ITERATION-NBR
133200     ELSE
133300         MOVE WS-ITERATION-CTR TO ST-ITERATION-NBR
133400     END-IF.
133500     MOVE ZERO TO ST-HASH-TOTAL.
133600     MOVE CM-CUST-ID TO ST-CUST-ID.
133700     MOVE DW-SEQ-NUMBER TO ST-DOC-NUMBER.
133800     MOVE ZERO TO ST-SUPPRESS-COUNT.
133900     MOVE SPACES TO ST-STATEMENT-TEXT.
134000     MOVE SPACES TO ST-MESSAGE-FIELDS.
134100     MOVE WS-ACT-LINE-CTR TO ST-MSG-LINE-NBR.
134200     MOVE WS-MT-MSG-ID (WS-MSG-SUB) TO ST-MSG-ID.
134300     MOVE WS-MSG-PART-CTR TO ST-MSG-PART.
134400     IF WS-MSG-PART-CTR = 1
134500         MOVE WS-MT-INSERT-CODE (WS-MSG-SUB) TO ST-MSG-INSERT-CODE
134600     END-IF.
134700     MOVE WS-MSG-TEXT-HOLD TO ST-MSG-TEXT.
134800     MOVE ZERO TO ST-OPEN-BALANCE ST-CLOSE-BALANCE.
134900     PERFORM 2870-WRITE-STATEMENT-LINE THRU 2870-EXIT.
135000     IF WS-MSG-PART-CTR = 1
135100         AND WS-MT-INSERT-CODE (WS-MSG-SUB) NOT = SPACES
135200         IF WS-CUR-ESTMT
135300             MOVE 2 TO WS-IT-FILE-SUB
135400         ELSE
135500             MOVE 1 TO WS-IT-FILE-SUB
135600         END-IF
135700         MOVE WS-MT-INSERT-CODE (WS-MSG-SUB) TO WS-INSERT-HOLD
135800         PERFORM 2899-TALLY-INSERT THRU 2899-EXIT
135900     END-IF.
136000 2897-EXIT.
136100     EXIT.
136200*----------------------------------------------------------
136300* 2899-TALLY-INSERT - count WS-INSERT-HOLD against its code
136400*     for the file in WS-IT-FILE-SUB. The trailer has room
136500*     for eight codes, the inserter's station count; any
136600*     further code is counted as overflow.
136700*----------------------------------------------------------
136800 2899-TALLY-INSERT.
136900     MOVE 0 TO WS-IT-HIT-SUB.
137000     MOVE 1 TO WS-IT-SUB.
137100     PERFORM 2898-FIND-INSERT THRU 2898-EXIT
137200         UNTIL WS-IT-SUB > WS-IT-USED (WS-IT-FILE-SUB)
137300             OR WS-IT-HIT-SUB > 0.
137400     IF WS-IT-HIT-SUB = 0
137500         IF WS-IT-USED (WS-IT-FILE-SUB) = 8
137600             ADD 1 TO WS-IT-OVERFLOW (WS-IT-FILE-SUB)
137700             GO TO 2899-EXIT
137800         END-IF
137900         ADD 1 TO WS-IT-USED (WS-IT-FILE-SUB)
138000         MOVE WS-IT-USED (WS-IT-FILE-SUB) TO WS-IT-HIT-SUB
138100         MOVE WS-INSERT-HOLD
138200             TO WS-IT-CODE (WS-IT-FILE-SUB, WS-IT-HIT-SUB)
138300         MOVE 0 TO WS-IT-COUNT (WS-IT-FILE-SUB, WS-IT-HIT-SUB)
138400     END-IF.
138500     ADD 1 TO WS-IT-COUNT (WS-IT-FILE-SUB, WS-IT-HIT-SUB).
138600 2899-EXIT.
138700     EXIT.
138800*----------------------------------------------------------
138900* 2898-FIND-INSERT
139000*----------------------------------------------------------
139100 2898-FIND-INSERT.
139200     IF WS-IT-CODE (WS-IT-FILE-SUB, WS-IT-SUB) = WS-INSERT-HOLD
139300         MOVE WS-IT-SUB TO WS-IT-HIT-SUB
139400     END-IF.
139500     ADD 1 TO WS-IT-SUB.
139600 2898-EXIT.
139700     EXIT.
139800*----------------------------------------------------------
139900* 9050-BUILD-TRAILER-INSERTS - the insert codes and counts
140000*     for the file in WS-IT-FILE-SUB, in trailer layout; an
140100*     overflow is flagged on the console for the inserter.
140200*----------------------------------------------------------
140300 9050-BUILD-TRAILER-INSERTS.
140400     INITIALIZE WS-TRL-INSERTS.
140500     MOVE 1 TO WS-IT-SUB.
140600     PERFORM 9060-BUILD-ONE-INSERT THRU 9060-EXIT
140700         UNTIL WS-IT-SUB > WS-IT-USED (WS-IT-FILE-SUB).
140800     MOVE WS-IT-OVERFLOW (WS-IT-FILE-SUB)
140900         TO WS-TRL-INSERT-OVERFLOW.
141000     IF WS-TRL-INSERT-OVERFLOW > 0
141100         DISPLAY 'MORE THAN 8 INSERT CODES - ',
141200             WS-TRL-INSERT-OVERFLOW, ' INSERT(S) COUNTED AS ',
141300             'OVERFLOW ON THE TRAILER'
141400     END-IF.
141500 9050-EXIT.
141600     EXIT.
141700*----------------------------------------------------------
141800* 9060-BUILD-ONE-INSERT
141900*----------------------------------------------------------
142000 9060-BUILD-ONE-INSERT.
142100     MOVE WS-IT-CODE (WS-IT-FILE-SUB, WS-IT-SUB)
142200         TO WS-TRL-INSERT-CODE (WS-IT-SUB).
142300     MOVE WS-IT-COUNT (WS-IT-FILE-SUB, WS-IT-SUB)
142400         TO WS-TRL-INSERT-COUNT (WS-IT-SUB).
142500     ADD 1 TO WS-IT-SUB.
142600 9060-EXIT.
142700     EXIT.
142800*----------------------------------------------------------
142900* 1160-CHECK-REGENERATION - a run date with a rejected run
143000*     on STMTHOLD is being regenerated. The reject voided
143100*     and unstamped only the held print statements; the
143200*     e-statements went straight out, so ESTMTOUT is left as
143300*     the rejected run built and registered it.
143400*----------------------------------------------------------
143500 1160-CHECK-REGENERATION.
143600     SET WS-REGENERATING TO FALSE.
143700     OPEN INPUT STMT-HOLD.
143800     IF SH-FILE-STATUS NOT = '00'
143900         GO TO 1160-EXIT
144000     END-IF.
144100     SET WS-HOLD-EOF TO FALSE.
144200     PERFORM 1170-CHECK-ONE-HOLD THRU 1170-EXIT
144300         UNTIL WS-HOLD-EOF OR WS-REGENERATING.
144400     CLOSE STMT-HOLD.
144500     IF WS-REGENERATING
144600         DISPLAY 'REGENERATING A REJECTED RUN - E-STATEMENTS ',
144700             'ALREADY SENT ARE NOT REBUILT'
144800     END-IF.
144900 1160-EXIT.
145000     EXIT.
145100*----------------------------------------------------------
145200* 1170-CHECK-ONE-HOLD
145300*----------------------------------------------------------
145400 1170-CHECK-ONE-HOLD.
145500     READ STMT-HOLD
145600         AT END
145700             SET WS-HOLD-EOF TO TRUE
145800             GO TO 1170-EXIT
145900     END-READ.
146000     IF SH-RUN-DATE = WS-RUN-DATE
146100         AND SH-STAT-REJECTED
146200         SET WS-REGENERATING TO TRUE
146300     END-IF.
146400 1170-EXIT.
146500     EXIT.
