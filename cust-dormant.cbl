001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-09-01   DN   Original program.
002110*    2026-10-14   DN   Check the CM-UPDATE-SEQ stamp before an
002120*                      update-mode status change and advance
002130*                      it with the change; a customer rewritten
002140*                      by another user since it was read is
002150*                      listed but not updated, and the
002160*                      collision is logged to CUST-HISTORY.
002170*    2026-10-15   DN   Link each CUSTHIST entry onto the history
002180*                      chain through CHAIN-SVC before it is
002190*                      written.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CS-STATUS-KEY
004000         FILE STATUS IS CS-FILE-STATUS.
004020     SELECT CUST-HISTORY ASSIGN TO 'CUSTHIST'
004040         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS CH-FILE-STATUS.
004100     SELECT OPER-ACTIVITY-LOG ASSIGN TO 'OPERACT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS OV-FILE-STATUS.
006200     LABEL RECORDS ARE STANDARD.
006300     COPY "custstat.cpy".
006400*
006420 FD  CUST-HISTORY
006440     LABEL RECORDS ARE STANDARD.
006460     COPY "custhist.cpy".
006480*
006500 FD  OPER-ACTIVITY-LOG
006600     LABEL RECORDS ARE STANDARD.
006700     COPY "operact.cpy".
007500 01  REPORT-LINE                 PIC X(100).
007600*
007700 WORKING-STORAGE SECTION.
007750 COPY "chainpm.cpy".
007800 01  DM-FILE-STATUS              PIC X(02).
007900 01  CM-FILE-STATUS              PIC X(02).
008000 01  CS-FILE-STATUS              PIC X(02).
008050 01  CH-FILE-STATUS              PIC X(02).
008100 01  OV-FILE-STATUS              PIC X(02).
008200 01  DU-FILE-STATUS              PIC X(02).
008300 01  RO-FILE-STATUS              PIC X(02).
009300 01  WS-STATUS-EOF-SW            PIC X(01).
009400     88  WS-STATUS-EOF           VALUE 'Y' FALSE 'N'.
009500 01  WS-CUR-STATUS               PIC X(01).
009520 01  WS-READ-IMAGE               PIC X(74).
009540 01  WS-READ-SEQ                 PIC 9(07).
009560 01  WS-CHANGE-REFUSED-SW        PIC X(01) VALUE 'N'.
009580     88  WS-CHANGE-REFUSED       VALUE 'Y' FALSE 'N'.
009600*
009700 01  WS-DORMANT-MONTHS           PIC 9(03) VALUE 12.
009800 01  WS-RUN-MODE                 PIC X(01) VALUE 'R'.
019100         CLOSE DORMANT-CONTROL
019200     END-IF.
019300     PERFORM 1100-COMPUTE-CUTOFF THRU 1100-EXIT.
019400     IF WS-UPDATE-MODE
019410         OPEN I-O CUSTOMER-MASTER
019420         OPEN EXTEND CUST-HISTORY
019430         IF CH-FILE-STATUS = '35'
019440             OPEN OUTPUT CUST-HISTORY
019450         END-IF
019460     ELSE
019470         OPEN INPUT CUSTOMER-MASTER
019480     END-IF.
019500     IF CM-FILE-STATUS NOT = '00'
019600         DISPLAY 'CUSTOMER-MASTER NOT AVAILABLE - STATUS ',
019700             CM-FILE-STATUS
041000     ELSE
041100         MOVE 'REPORT ONLY' TO RPD-DISPOSITION
041200     END-IF.
041210     IF WS-UPDATE-MODE
041220         PERFORM 4100-STAMP-CUSTOMER THRU 4100-EXIT
041230         IF WS-CHANGE-REFUSED
041240             MOVE 'CHANGED BY ANOTHER USER' TO RPD-DISPOSITION
041250         END-IF
041260     END-IF.
041300     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
041400     IF NOT WS-UPDATE-MODE OR WS-CHANGE-REFUSED
041500         GO TO 4000-EXIT
041600     END-IF.
041700     MOVE SPACES TO CUST-STATUS-RECORD.
042500     END-WRITE.
042600     ADD 1 TO WS-UPDATED-COUNT.
042700 4000-EXIT.
042701     EXIT.
042702*----------------------------------------------------------
042703* 4100-STAMP-CUSTOMER - the status change was decided on the
042704*     master copy already in the record area. Read it again:
042705*     if another user or job has rewritten it since, the
042706*     change is refused and the collision goes on the
042707*     CUST-HISTORY trail; otherwise the stamp is advanced
042708*     and the master rewritten, so a copy read before this
042709*     change is refused in its turn.
042710*----------------------------------------------------------
042711 4100-STAMP-CUSTOMER.
042712     SET WS-CHANGE-REFUSED TO FALSE.
042713     IF CM-UPDATE-SEQ IS NOT NUMERIC
042714         MOVE ZERO TO CM-UPDATE-SEQ
042715     END-IF.
042716     MOVE CUST-MASTER-RECORD TO WS-READ-IMAGE.
042717     MOVE CM-UPDATE-SEQ TO WS-READ-SEQ.
042718     READ CUSTOMER-MASTER
042719         KEY IS CM-CUST-ID
042720         INVALID KEY
042721             SET WS-CHANGE-REFUSED TO TRUE
042722             GO TO 4100-EXIT
042723     END-READ.
042724     IF CM-UPDATE-SEQ IS NOT NUMERIC
042725         MOVE ZERO TO CM-UPDATE-SEQ
042726     END-IF.
042727     IF CM-UPDATE-SEQ NOT = WS-READ-SEQ
042728         SET WS-CHANGE-REFUSED TO TRUE
042729         DISPLAY 'CUST-DORMANT - RECORD CHANGED BY ANOTHER ',
042730             'USER - ', CM-CUST-ID, ' NOT UPDATED'
042731         MOVE WS-RUN-DATE TO CH-CHANGE-DATE
042732         ACCEPT CH-CHANGE-TIME FROM TIME
042733         MOVE 'CUST-DORMANT' TO CH-SOURCE-PGM
042734         MOVE SPACES TO CH-OPERATOR-ID
042735         MOVE 'X' TO CH-CHANGE-TYPE
042736         MOVE CM-CUST-ID TO CH-CUST-ID
042737         MOVE CUST-MASTER-RECORD TO CH-BEFORE-IMAGE
042738         MOVE WS-READ-IMAGE TO CH-AFTER-IMAGE
042739         MOVE ZERO TO CH-CHAIN-VALUE
042740         SET CV-FUNC-LINK TO TRUE
042741         MOVE 'CUSTHIST' TO CV-LOG-ID
042742         MOVE CUST-HISTORY-RECORD TO CV-RECORD
042743         CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS
042744         MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE
042745         WRITE CUST-HISTORY-RECORD
042746         MOVE 4 TO RETURN-CODE
042747         GO TO 4100-EXIT
042748     END-IF.
042749     IF CM-SEQ-AT-LIMIT
042750         MOVE 1 TO CM-UPDATE-SEQ
042751     ELSE
042752         ADD 1 TO CM-UPDATE-SEQ
042753     END-IF.
042754     REWRITE CUST-MASTER-RECORD
042755         INVALID KEY
042756             SET WS-CHANGE-REFUSED TO TRUE
042757             DISPLAY 'CUST-DORMANT - ERROR REWRITING CUSTOMER ',
042758                 CM-CUST-ID
042759     END-REWRITE.
042760 4100-EXIT.
042800     EXIT.
042900*----------------------------------------------------------
043000* 8000-PRINT-SUMMARY
045100     IF WS-STATUS-OPEN
045200         CLOSE CUST-STATUS
045300     END-IF.
045320     IF WS-UPDATE-MODE
045340         CLOSE CUST-HISTORY
045360     END-IF.
045400     CLOSE REPORT-OUT.
045500     SET JB-FUNC-END TO TRUE.
045600     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
