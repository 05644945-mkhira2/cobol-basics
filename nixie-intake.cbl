001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-09-01   DN   Original program.
002110*    2026-10-14   DN   Judge each return against the address
002120*                      it was mailed to: the statement's run
002130*                      date comes off DOCUSED and the address
002140*                      in force then off the CUSTADRH history
002150*                      through ADDR-HIST. A return mailed to an
002160*                      address since replaced is listed but no
002170*                      longer marks the new address suspect.
002180*                      The worklist shows the mailed address.
002182*    2026-10-15   DN   Work the returns only when the INTKREG
002184*                      intake register has the file registered and
002186*                      not yet processed (INTAKE-SVC), marking it
002188*                      processed at the end; a refused file ends
002190*                      RC 8, and the step's return code now
002192*                      survives the closing JOB-HIST call.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004100     SELECT WORKLIST-OUT ASSIGN TO 'NIXIWORK'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WL-FILE-STATUS.
004320     SELECT DOCUMENT-USE-LOG ASSIGN TO 'DOCUSED'
004340         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS DU-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
005800*
005900 FD  WORKLIST-OUT
006000     LABEL RECORDS ARE STANDARD.
006100 01  WORKLIST-LINE               PIC X(132).
006120*
006140 FD  DOCUMENT-USE-LOG
006160     LABEL RECORDS ARE STANDARD.
006180     COPY "docuserc.cpy".
006200*
006300 WORKING-STORAGE SECTION.
006350 COPY "intkpm.cpy".
006400 01  NX-FILE-STATUS              PIC X(02).
006500 01  CA-FILE-STATUS              PIC X(02).
006600 01  CM-FILE-STATUS              PIC X(02).
006700 01  WL-FILE-STATUS              PIC X(02).
006750 01  DU-FILE-STATUS              PIC X(02).
006800*
006900 01  WS-NIXIE-EOF-SW             PIC X(01) VALUE 'N'.
007000     88  WS-NIXIE-EOF            VALUE 'Y'.
007020 01  WS-INTAKE-REFUSED-SW        PIC X(01) VALUE 'N'.
007040     88  WS-INTAKE-REFUSED       VALUE 'Y'.
007100 01  WS-ADDR-FOUND-SW            PIC X(01).
007200     88  WS-ADDR-FOUND           VALUE 'Y' FALSE 'N'.
007210 01  WS-DU-EOF-SW                PIC X(01).
007220     88  WS-DU-EOF               VALUE 'Y' FALSE 'N'.
007230 01  WS-DOC-FOUND-SW             PIC X(01).
007240     88  WS-DOC-FOUND            VALUE 'Y' FALSE 'N'.
007250 01  WS-SINCE-MOVED-SW           PIC X(01).
007260     88  WS-SINCE-MOVED          VALUE 'Y' FALSE 'N'.
007270 01  WS-MAILED-DATE              PIC 9(08).
007280 01  WS-MAILED-LINE-1            PIC X(30).
007300*
007400 01  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
007500 01  WS-MARKED-COUNT             PIC 9(07) COMP VALUE 0.
007600 01  WS-NOADDR-COUNT             PIC 9(07) COMP VALUE 0.
007650 01  WS-MOVED-COUNT              PIC 9(07) COMP VALUE 0.
007700*
007800 COPY "rundate.cpy".
007900 COPY "jobhstpm.cpy".
008000 COPY "actlogpm.cpy".
008100 COPY "errlogpm.cpy".
008150 COPY "adrhstpm.cpy".
008200*
008300 01  RPT-HEADER-LINE.
008400     05  FILLER                  PIC X(36) VALUE
009800     05  RPD-CUST-NAME           PIC X(20).
009900     05  FILLER                  PIC X(02) VALUE SPACES.
010000     05  RPD-DISPOSITION         PIC X(24).
010020     05  FILLER                  PIC X(02) VALUE SPACES.
010040     05  RPD-MAILED-LINE-1       PIC X(30).
010100*
010200 01  RPT-COUNT-LINE.
010300     05  FILLER                  PIC X(15) VALUE
010900     05  FILLER                  PIC X(14) VALUE
011000         '  NO ADDRESS:'.
011100     05  RPT-NOADDR-COUNT        PIC ZZZ,ZZ9.
011120     05  FILLER                  PIC X(15) VALUE
011140         '  SINCE MOVED:'.
011160     05  RPT-MOVED-COUNT         PIC ZZZ,ZZ9.
011200*
011300 PROCEDURE DIVISION.
011400*----------------------------------------------------------
015100         SET WS-NIXIE-EOF TO TRUE
015200         MOVE 16 TO RETURN-CODE
015300     END-IF.
015320     MOVE SPACE TO IK-RESULT.
015340     IF NOT WS-NIXIE-EOF
015360         PERFORM 1100-CHECK-INTAKE THRU 1100-EXIT
015380     END-IF.
015400     OPEN INPUT CUSTOMER-MASTER.
015500     OPEN OUTPUT WORKLIST-OUT.
015600     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
015800     MOVE ALL '-' TO WORKLIST-LINE.
015900     WRITE WORKLIST-LINE.
016000 1000-EXIT.
016002     EXIT.
016004*----------------------------------------------------------
016006* 1100-CHECK-INTAKE - the returns are worked only when
016008*     INTKREG has the file registered and not yet
016010*     processed.
016012*----------------------------------------------------------
016014 1100-CHECK-INTAKE.
016016     SET IK-FUNC-VERIFY TO TRUE.
016018     MOVE 'NIXIEIN' TO IK-FILE-NAME.
016020     MOVE SPACES TO IK-SENDER.
016022     MOVE WS-RUN-DATE TO IK-BUSINESS-DATE.
016024     MOVE 'NIXIE-INTAKE' TO IK-PROGRAM.
016026     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
016028     IF IK-ACCEPTED
016030         GO TO 1100-EXIT
016032     END-IF.
016034     SET WS-INTAKE-REFUSED TO TRUE.
016036     SET WS-NIXIE-EOF TO TRUE.
016038     IF IK-DUPLICATE
016040         DISPLAY 'NIXIE-INTAKE - RETURNED-MAIL FILE ALREADY ',
016042             'PROCESSED ', IK-PRIOR-DATE, ' - DUPLICATE REFUSED'
016044     ELSE
016046         DISPLAY 'NIXIE-INTAKE - RETURNED-MAIL FILE NOT ',
016048             'REGISTERED ON INTKREG - REFUSED'
016050     END-IF.
016052 1100-EXIT.
016054     EXIT.
016056*----------------------------------------------------------
016058* 1200-MARK-PROCESSED
016060*----------------------------------------------------------
016062 1200-MARK-PROCESSED.
016064     SET IK-FUNC-PROCESSED TO TRUE.
016066     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
016068 1200-EXIT.
016100     EXIT.
016200*----------------------------------------------------------
016300* 2000-READ-NIXIE
018800             SET WS-ADDR-FOUND TO TRUE
018900     END-READ.
019000     IF WS-ADDR-FOUND
019010         PERFORM 2400-CHECK-MAILED-ADDRESS THRU 2400-EXIT
019020     END-IF.
019030     IF WS-ADDR-FOUND AND WS-SINCE-MOVED
019040         ADD 1 TO WS-MOVED-COUNT
019050     END-IF.
019060     IF WS-ADDR-FOUND AND NOT WS-SINCE-MOVED
019100         SET CA-ADDR-SUSPECT TO TRUE
019200         REWRITE CUST-ADDRESS-RECORD
019300             INVALID KEY
021800         NOT INVALID KEY
021900             MOVE CM-CUST-NAME TO RPD-CUST-NAME
022000     END-READ.
022020     MOVE SPACES TO RPD-MAILED-LINE-1.
022100     IF WS-ADDR-FOUND
022200         MOVE WS-MAILED-LINE-1 TO RPD-MAILED-LINE-1
022210     END-IF.
022220     IF NOT WS-ADDR-FOUND
022230         MOVE 'NO ADDRESS RECORD' TO RPD-DISPOSITION
022300     ELSE
022400         IF WS-SINCE-MOVED
022410             MOVE 'ADDRESS SINCE CHANGED' TO RPD-DISPOSITION
022420         ELSE
022430             MOVE 'ADDRESS MARKED SUSPECT' TO RPD-DISPOSITION
022440         END-IF
022500     END-IF.
022600     WRITE WORKLIST-LINE FROM RPT-DETAIL-LINE.
022700 2200-EXIT.
024100 2300-EXIT.
024200     EXIT.
024300*----------------------------------------------------------
024301* 2400-CHECK-MAILED-ADDRESS - the returned piece went to the
024302*     address in force on the statement's run date. The run
024303*     date comes off the DOCUSED entry for the document
024304*     number; the address in force then comes off the
024305*     CUSTADRH history. If either is missing the piece went
024306*     to the address on file. A mailed address that is no
024307*     longer the one on file has already been replaced, and
024308*     the return says nothing about the new one.
024309*----------------------------------------------------------
024310 2400-CHECK-MAILED-ADDRESS.
024311     SET WS-SINCE-MOVED TO FALSE.
024312     MOVE CA-ADDR-LINE-1 TO WS-MAILED-LINE-1.
024313     PERFORM 2500-FIND-RUN-DATE THRU 2500-EXIT.
024314     IF NOT WS-DOC-FOUND
024315         GO TO 2400-EXIT
024316     END-IF.
024317     SET HA-FUNC-LOOKUP TO TRUE.
024318     MOVE NX-CUST-ID TO HA-CUST-ID.
024319     MOVE WS-MAILED-DATE TO HA-AS-OF-DATE.
024320     CALL 'ADDR-HIST' USING ADDR-HIST-PARMS.
024321     IF NOT HA-ADDR-FOUND
024322         GO TO 2400-EXIT
024323     END-IF.
024324     MOVE HA-ADDR-LINE-1 TO WS-MAILED-LINE-1.
024325     IF HA-ADDR-LINE-1 NOT = CA-ADDR-LINE-1
024326             OR HA-ZIP-CODE NOT = CA-ZIP-CODE
024327         SET WS-SINCE-MOVED TO TRUE
024328     END-IF.
024329 2400-EXIT.
024330     EXIT.
024331*----------------------------------------------------------
024332* 2500-FIND-RUN-DATE - the use log is read from the top for
024333*     each return; the day's returns are few.
024334*----------------------------------------------------------
024335 2500-FIND-RUN-DATE.
024336     SET WS-DOC-FOUND TO FALSE.
024337     OPEN INPUT DOCUMENT-USE-LOG.
024338     IF DU-FILE-STATUS NOT = '00'
024339         GO TO 2500-EXIT
024340     END-IF.
024341     SET WS-DU-EOF TO FALSE.
024342     PERFORM 2510-CHECK-ONE-DOCUMENT THRU 2510-EXIT
024343         UNTIL WS-DU-EOF OR WS-DOC-FOUND.
024344     CLOSE DOCUMENT-USE-LOG.
024345 2500-EXIT.
024346     EXIT.
024347*----------------------------------------------------------
024348* 2510-CHECK-ONE-DOCUMENT
024349*----------------------------------------------------------
024350 2510-CHECK-ONE-DOCUMENT.
024351     READ DOCUMENT-USE-LOG
024352         AT END
024353             SET WS-DU-EOF TO TRUE
024354             GO TO 2510-EXIT
024355     END-READ.
024356     IF DU-SERIES-CODE = 'STM'
024357             AND DU-SEQ-NUMBER = NX-DOC-NUMBER
024358         SET WS-DOC-FOUND TO TRUE
024359         MOVE DU-USE-DATE TO WS-MAILED-DATE
024360     END-IF.
024361 2510-EXIT.
024362     EXIT.
024363*----------------------------------------------------------
024400* 8000-PRINT-SUMMARY
024500*----------------------------------------------------------
024600 8000-PRINT-SUMMARY.
024900     MOVE WS-READ-COUNT TO RPT-READ-COUNT.
025000     MOVE WS-MARKED-COUNT TO RPT-MARKED-COUNT.
025100     MOVE WS-NOADDR-COUNT TO RPT-NOADDR-COUNT.
025150     MOVE WS-MOVED-COUNT TO RPT-MOVED-COUNT.
025200     WRITE WORKLIST-LINE FROM RPT-COUNT-LINE.
025300     DISPLAY 'NIXIE-INTAKE - ', WS-READ-COUNT,
025400         ' RETURN(S) READ - ', WS-MARKED-COUNT,
025900* 9000-TERMINATE
026000*----------------------------------------------------------
026100 9000-TERMINATE.
026110     IF IK-ACCEPTED
026120         PERFORM 1200-MARK-PROCESSED THRU 1200-EXIT
026130     END-IF.
026140     IF WS-INTAKE-REFUSED
026150         MOVE 8 TO RETURN-CODE
026160     END-IF.
026200     IF NX-FILE-STATUS = '00' OR NX-FILE-STATUS = '10'
026300         CLOSE NIXIE-INPUT
026400     END-IF.
027300     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
027400     MOVE RETURN-CODE TO JB-RETURN-CODE.
027500     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
027550     MOVE JB-RETURN-CODE TO RETURN-CODE.
027600 9000-EXIT.
027700     EXIT.
