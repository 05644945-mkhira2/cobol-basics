002181*                      carries, so the morning review sees
002182*                      every customer the build considered,
002183*                      suppressed as well as written.
002184*    2026-10-14   DN   Balance the ESTMTOUT e-statement file
002185*                      in a section of its own - details to
002186*                      trailer, trailer to header; the mail
002187*                      gateway sends no acknowledgment.
002188*    2026-10-15   DN   Print the billing cycle covered and hold
002189*                      the stream when the trailer or the
002190*                      e-statement header names another; a
002191*                      night with no cycle due looks for no
002192*                      vendor acknowledgment.
002193*    2026-10-15   DN   Hold the stream when either file's
002194*                      insert counts disagree with its trailer.
002195*    2026-10-15   DN   Count the acknowledgment only when
002196*                      INTKREG has it registered and not yet
002197*                      processed (INTAKE-SVC); a refused one
002198*                      is reported and holds the next send.
002199*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STATEMENT-FILE ASSIGN TO 'STMTOUT'
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS ST-FILE-STATUS.
002720     SELECT ESTATEMENT-FILE ASSIGN TO 'ESTMTOUT'
002740         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS ES-FILE-STATUS.
002800     SELECT STMT-ACK-FILE ASSIGN TO 'STMTACK'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS AK-FILE-STATUS.
004000 FD  STATEMENT-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY "stmtrec.cpy".
004220*
004240 FD  ESTATEMENT-FILE
004260     LABEL RECORDS ARE STANDARD.
004280     COPY "estmtrec.cpy".
004300*
004400 FD  STMT-ACK-FILE
004500     LABEL RECORDS ARE STANDARD.
005400 01  REPORT-LINE                 PIC X(80).
005500*
005600 WORKING-STORAGE SECTION.
005650 COPY "intkpm.cpy".
005700 01  ST-FILE-STATUS              PIC X(02).
005750 01  ES-FILE-STATUS              PIC X(02).
005800 01  AK-FILE-STATUS              PIC X(02).
005900 01  SC-FILE-STATUS              PIC X(02).
006000 01  RO-FILE-STATUS              PIC X(02).
006100*
006200 01  WS-ST-EOF-SW                PIC X(01) VALUE 'N'.
006300     88  WS-ST-EOF               VALUE 'Y'.
006320 01  WS-ES-EOF-SW                PIC X(01) VALUE 'N'.
006340     88  WS-ES-EOF               VALUE 'Y'.
006400 01  WS-SC-EOF-SW                PIC X(01) VALUE 'N'.
006500     88  WS-SC-EOF               VALUE 'Y'.
006600*
007200     88  WS-TRAILER-SEEN         VALUE 'Y'.
007300 01  WS-ACK-SEEN-SW              PIC X(01) VALUE 'N'.
007400     88  WS-ACK-SEEN             VALUE 'Y'.
007420 01  WS-ACK-REFUSED-SW           PIC X(01) VALUE 'N'.
007440     88  WS-ACK-REFUSED          VALUE 'Y'.
007460 01  WS-ACK-REFUSAL              PIC X(60) VALUE SPACES.
007480 01  WS-STEP-RC                  PIC 9(04) VALUE 0.
007500 01  WS-CKPT-TARGET              PIC 9(05) VALUE 0.
007600 01  WS-CKPT-SEEN-SW             PIC X(01) VALUE 'N'.
007700     88  WS-CKPT-SEEN            VALUE 'Y'.
007710 01  WS-HDR-CYCLE                PIC 9(02) VALUE 0.
007720 01  WS-HDR-CYCLE-SW             PIC X(01) VALUE SPACE.
007730     88  WS-HDR-ONE-CYCLE        VALUE 'C'.
007740     88  WS-HDR-NO-CYCLE         VALUE 'N'.
007750 01  WS-TRL-CYCLE                PIC 9(02) VALUE 0.
007760 01  WS-TRL-CYCLE-SW             PIC X(01) VALUE SPACE.
007800*
007900 01  WS-ACK-COUNT                PIC 9(05) VALUE 0.
008000 01  WS-ACK-HASH                 PIC 9(09) VALUE 0.
008100*
008200 01  WS-BALANCED-SW              PIC X(01) VALUE 'Y'.
008300     88  WS-BALANCED             VALUE 'Y' FALSE 'N'.
008310*
008320 01  WS-ES-HDR-EXPECTED          PIC 9(05) VALUE 0.
008330 01  WS-ES-TRL-COUNT             PIC 9(05) VALUE 0.
008340 01  WS-ES-TRL-HASH              PIC 9(09) VALUE 0.
008350 01  WS-ES-DETAIL-COUNT          PIC 9(05) COMP VALUE 0.
008360 01  WS-ES-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
008370     88  WS-ES-TRAILER-SEEN      VALUE 'Y'.
008372 01  WS-ES-HDR-CYCLE             PIC 9(02) VALUE 0.
008374 01  WS-ES-HDR-CYCLE-SW          PIC X(01) VALUE SPACE.
008376 01  WS-ES-HDR-SEEN-SW           PIC X(01) VALUE 'N'.
008378     88  WS-ES-HDR-SEEN          VALUE 'Y'.
008380 01  WS-ES-BALANCED-SW           PIC X(01) VALUE 'Y'.
008390     88  WS-ES-BALANCED          VALUE 'Y' FALSE 'N'.
008400*
008402*    Insert codes counted off each file (1 STMTOUT, 2
008404*    ESTMTOUT), and each trailer's own insert counts.
008406 01  WS-COUNTED-INSERTS.
008408     05  WS-CI-FILE OCCURS 2 TIMES.
008410         10  WS-CI-USED          PIC 9(02) COMP.
008412         10  WS-CI-TOTAL         PIC 9(07) COMP.
008414         10  WS-CI-ENTRY OCCURS 50 TIMES.
008416             15  WS-CI-CODE      PIC X(04).
008418             15  WS-CI-COUNT     PIC 9(05) COMP.
008420 01  WS-TRAILER-INSERTS.
008422     05  WS-TI-FILE OCCURS 2 TIMES.
008424         10  WS-TI-TABLE.
008426             15  WS-TI-ENTRY OCCURS 8 TIMES.
008428                 20  WS-TI-CODE  PIC X(04).
008430                 20  WS-TI-COUNT PIC 9(05).
008432         10  WS-TI-OVERFLOW      PIC 9(05).
008434 01  WS-TI-TOTAL                 PIC 9(07) COMP.
008436 01  WS-FILE-SUB                 PIC 9(01) COMP.
008438 01  WS-INS-SUB                  PIC 9(02) COMP.
008440 01  WS-CI-SUB                   PIC 9(02) COMP.
008442 01  WS-INS-HIT-SUB              PIC 9(02) COMP.
008444 01  WS-INS-HIT-COUNT            PIC 9(05) COMP.
008446 01  WS-INSERT-HOLD              PIC X(04).
008448 01  WS-INSERTS-AGREE-SW         PIC X(01) VALUE 'Y'.
008450     88  WS-INSERTS-AGREE        VALUE 'Y' FALSE 'N'.
008452*
008500 COPY "rundate.cpy".
008510 COPY "jobhstpm.cpy".
008600*
009300 01  RPT-VALUE-LINE.
009400     05  RPV-LABEL               PIC X(34).
009500     05  RPV-VALUE               PIC ZZZ,ZZZ,ZZ9.
009510*
009520 01  RPT-INSERT-LINE.
009530     05  FILLER                  PIC X(07) VALUE 'INSERT '.
009540     05  RPI-INSERT-CODE         PIC X(04).
009550     05  FILLER                  PIC X(11) VALUE '   TRAILER '.
009560     05  RPI-TRL-COUNT           PIC ZZ,ZZ9.
009570     05  FILLER                  PIC X(11) VALUE '   ON FILE '.
009580     05  RPI-FILE-COUNT          PIC ZZ,ZZ9.
009600*
009700 PROCEDURE DIVISION.
009800*----------------------------------------------------------
010400     PERFORM 3000-READ-ACKNOWLEDGMENT THRU 3000-EXIT.
010500     PERFORM 4000-SCAN-STEP-CHECKPOINTS THRU 4000-EXIT.
010600     PERFORM 5000-COMPARE-CONTROLS THRU 5000-EXIT.
010650     PERFORM 6000-CHECK-ESTATEMENTS THRU 6000-EXIT.
010700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010710     SET JB-FUNC-END TO TRUE.
010720     MOVE WS-DETAIL-COUNT TO JB-RECORD-COUNT.
011330     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
011340     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
011350     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
011370     INITIALIZE WS-COUNTED-INSERTS WS-TRAILER-INSERTS.
011400     OPEN OUTPUT REPORT-OUT.
011500     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
011600     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
014900             EVALUATE TRUE
015000                 WHEN ST-TYPE-HEADER
015100                     MOVE ST-ITERATION-NBR TO WS-HDR-EXPECTED
015120                     MOVE ST-BILL-CYCLE TO WS-HDR-CYCLE
015140                     MOVE ST-CYCLE-RUN-SW TO WS-HDR-CYCLE-SW
015200                 WHEN ST-TYPE-DETAIL
015300                     ADD 1 TO WS-DETAIL-COUNT
015310                 WHEN ST-TYPE-MESSAGE
015320                     IF ST-MSG-PART = 1
015330                         AND ST-MSG-INSERT-CODE NOT = SPACES
015340                         MOVE 1 TO WS-FILE-SUB
015350                         MOVE ST-MSG-INSERT-CODE TO WS-INSERT-HOLD
015360                         PERFORM 7000-COUNT-INSERT THRU 7000-EXIT
015370                     END-IF
015400                 WHEN ST-TYPE-TRAILER
015500                     SET WS-TRAILER-SEEN TO TRUE
015600                     MOVE ST-ITERATION-NBR TO WS-TRL-COUNT
015700                     MOVE ST-HASH-TOTAL TO WS-TRL-HASH
015710                     MOVE ST-SUPPRESS-COUNT TO WS-TRL-SUPPRESS
015730                     MOVE ST-BILL-CYCLE TO WS-TRL-CYCLE
015750                     MOVE ST-CYCLE-RUN-SW TO WS-TRL-CYCLE-SW
015770                     MOVE ST-INSERT-COUNTS TO WS-TI-TABLE (1)
015790                     MOVE ST-INSERT-OVERFLOW TO WS-TI-OVERFLOW (1)
015800             END-EVALUATE
015900     END-READ.
016000 2100-EXIT.
016300* 3000-READ-ACKNOWLEDGMENT
016400*----------------------------------------------------------
016500 3000-READ-ACKNOWLEDGMENT.
016550     MOVE SPACE TO IK-RESULT.
016600     OPEN INPUT STMT-ACK-FILE.
016610     IF AK-FILE-STATUS = '00'
016620         PERFORM 3100-CHECK-INTAKE THRU 3100-EXIT
016630     END-IF.
016640     IF WS-ACK-REFUSED
016650         CLOSE STMT-ACK-FILE
016660         GO TO 3000-EXIT
016670     END-IF.
016700     IF AK-FILE-STATUS = '00'
016800         READ STMT-ACK-FILE
016900             AT END
017700     END-IF.
017800 3000-EXIT.
017900     EXIT.
017902*----------------------------------------------------------
017904* 3100-CHECK-INTAKE - the acknowledgment counts only when
017906*     INTKREG has it registered and not yet processed; the
017908*     same acknowledgment loaded a second time must not
017910*     balance a later transmission.
017912*----------------------------------------------------------
017914 3100-CHECK-INTAKE.
017916     SET IK-FUNC-VERIFY TO TRUE.
017918     MOVE 'STMTACK' TO IK-FILE-NAME.
017920     MOVE SPACES TO IK-SENDER.
017922     MOVE WS-RUN-DATE TO IK-BUSINESS-DATE.
017924     MOVE 'STMT-ACK-RECON' TO IK-PROGRAM.
017926     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
017928     IF IK-ACCEPTED
017930         GO TO 3100-EXIT
017932     END-IF.
017934     SET WS-ACK-REFUSED TO TRUE.
017936     IF IK-DUPLICATE
017938         STRING 'VENDOR ACKNOWLEDGMENT REFUSED - ALREADY '
017940             'PROCESSED ' IK-PRIOR-DATE
017942             DELIMITED BY SIZE INTO WS-ACK-REFUSAL
017944     ELSE
017946         MOVE 'VENDOR ACKNOWLEDGMENT REFUSED - NOT REGISTERED'
017948             TO WS-ACK-REFUSAL
017950     END-IF.
017952     DISPLAY 'STMT-ACK-RECON - ', WS-ACK-REFUSAL.
017954 3100-EXIT.
017956     EXIT.
017958*----------------------------------------------------------
017960* 3200-MARK-PROCESSED
017962*----------------------------------------------------------
017964 3200-MARK-PROCESSED.
017966     SET IK-FUNC-PROCESSED TO TRUE.
017968     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
017970 3200-EXIT.
017972     EXIT.
018000*----------------------------------------------------------
018100* 4000-SCAN-STEP-CHECKPOINTS - the statement run's last
018200*     milestone carries the target count the transmission
021710     MOVE 'HEADER EXPECTED COUNT' TO RPV-LABEL.
021720     MOVE WS-HDR-EXPECTED TO RPV-VALUE.
021730     WRITE REPORT-LINE FROM RPT-VALUE-LINE.
021735     EVALUATE TRUE
021740         WHEN WS-HDR-ONE-CYCLE
021745             MOVE 'BILLING CYCLE' TO RPV-LABEL
021750             MOVE WS-HDR-CYCLE TO RPV-VALUE
021755             WRITE REPORT-LINE FROM RPT-VALUE-LINE
021760         WHEN WS-HDR-NO-CYCLE
021765             MOVE 'NO BILLING CYCLE DUE THIS RUN' TO REPORT-LINE
021770             WRITE REPORT-LINE
021775         WHEN OTHER
021780             MOVE 'ALL CUSTOMERS - NO CYCLE CALENDAR'
021785                 TO REPORT-LINE
021790             WRITE REPORT-LINE
021795     END-EVALUATE.
021800     MOVE 'DETAILS ON STATEMENT FILE' TO RPV-LABEL.
021900     MOVE WS-DETAIL-COUNT TO RPV-VALUE.
022000     WRITE REPORT-LINE FROM RPT-VALUE-LINE.
024000         WRITE REPORT-LINE
024100         SET WS-BALANCED TO FALSE
024200     END-IF.
024300     IF WS-ACK-REFUSED
024400         MOVE WS-ACK-REFUSAL TO REPORT-LINE
024405         WRITE REPORT-LINE
024410         SET WS-BALANCED TO FALSE
024415     END-IF.
024420     IF NOT WS-ACK-SEEN AND NOT WS-ACK-REFUSED
024425         IF WS-HDR-NO-CYCLE AND WS-TRL-COUNT = 0
024430             MOVE 'NO CYCLE DUE - NO ACKNOWLEDGMENT EXPECTED'
024435                 TO REPORT-LINE
024440             WRITE REPORT-LINE
024445         ELSE
024450             MOVE 'NO VENDOR ACKNOWLEDGMENT ON FILE'
024455                 TO REPORT-LINE
024460             WRITE REPORT-LINE
024465             SET WS-BALANCED TO FALSE
024470         END-IF
024475     END-IF.
024480     IF WS-TRAILER-SEEN
024485         AND (WS-TRL-CYCLE NOT = WS-HDR-CYCLE
024490             OR WS-TRL-CYCLE-SW NOT = WS-HDR-CYCLE-SW)
024495         MOVE 'TRAILER BILLING CYCLE DISAGREES WITH HEADER'
024500             TO REPORT-LINE
024600         WRITE REPORT-LINE
024700         SET WS-BALANCED TO FALSE
027300         WRITE REPORT-LINE
027400         SET WS-BALANCED TO FALSE
027500     END-IF.
027510     MOVE 1 TO WS-FILE-SUB.
027520     PERFORM 7100-CHECK-INSERTS THRU 7100-EXIT.
027530     IF WS-TRAILER-SEEN AND NOT WS-INSERTS-AGREE
027540         MOVE 'INSERT COUNTS DISAGREE WITH OWN TRAILER'
027550             TO REPORT-LINE
027560         WRITE REPORT-LINE
027570         SET WS-BALANCED TO FALSE
027580     END-IF.
027600     MOVE SPACES TO REPORT-LINE.
027700     WRITE REPORT-LINE.
027800     IF WS-BALANCED
029300*----------------------------------------------------------
029400 9000-TERMINATE.
029500     CLOSE REPORT-OUT.
029510     IF IK-ACCEPTED
029520         MOVE RETURN-CODE TO WS-STEP-RC
029530         PERFORM 3200-MARK-PROCESSED THRU 3200-EXIT
029540         MOVE WS-STEP-RC TO RETURN-CODE
029550     END-IF.
029600 9000-EXIT.
029700     EXIT.
029800*----------------------------------------------------------
029900* 6000-CHECK-ESTATEMENTS - the e-statement file balanced on
030000*     its own controls: a trailer present, the details on
030100*     file agreeing with it, and the header's expected
030200*     count met. Out of balance holds the stream the same
030300*     way a print mismatch does.
030400*----------------------------------------------------------
030500 6000-CHECK-ESTATEMENTS.
030600     OPEN INPUT ESTATEMENT-FILE.
030700     IF ES-FILE-STATUS NOT = '00'
030800         DISPLAY 'E-STATEMENT FILE NOT AVAILABLE - STATUS ',
030900             ES-FILE-STATUS
031000         SET WS-ES-EOF TO TRUE
031100         SET WS-ES-BALANCED TO FALSE
031200     END-IF.
031300     PERFORM 6100-READ-ESTATEMENT THRU 6100-EXIT
031400         UNTIL WS-ES-EOF.
031500     IF ES-FILE-STATUS = '00' OR ES-FILE-STATUS = '10'
031600         CLOSE ESTATEMENT-FILE
031700     END-IF.
031800     MOVE ALL '-' TO REPORT-LINE.
031900     WRITE REPORT-LINE.
032000     MOVE 'E-STATEMENT FILE (ESTMTOUT)' TO REPORT-LINE.
032100     WRITE REPORT-LINE.
032200     MOVE 'HEADER EXPECTED COUNT' TO RPV-LABEL.
032300     MOVE WS-ES-HDR-EXPECTED TO RPV-VALUE.
032400     WRITE REPORT-LINE FROM RPT-VALUE-LINE.
032500     MOVE 'DETAILS ON E-STATEMENT FILE' TO RPV-LABEL.
032600     MOVE WS-ES-DETAIL-COUNT TO RPV-VALUE.
032700     WRITE REPORT-LINE FROM RPT-VALUE-LINE.
032800     MOVE 'TRAILER ACTUAL COUNT' TO RPV-LABEL.
032900     MOVE WS-ES-TRL-COUNT TO RPV-VALUE.
033000     WRITE REPORT-LINE FROM RPT-VALUE-LINE.
033100     MOVE 'TRAILER HASH TOTAL' TO RPV-LABEL.
033200     MOVE WS-ES-TRL-HASH TO RPV-VALUE.
033300     WRITE REPORT-LINE FROM RPT-VALUE-LINE.
033400     MOVE SPACES TO REPORT-LINE.
033500     WRITE REPORT-LINE.
033600     IF NOT WS-ES-TRAILER-SEEN
033700         MOVE 'E-STATEMENT FILE HAS NO TRAILER' TO REPORT-LINE
033800         WRITE REPORT-LINE
033900         SET WS-ES-BALANCED TO FALSE
034000     END-IF.
034100     IF WS-ES-TRAILER-SEEN
034200         AND WS-ES-DETAIL-COUNT NOT = WS-ES-TRL-COUNT
034300         MOVE 'DETAIL COUNT DISAGREES WITH OWN TRAILER'
034400             TO REPORT-LINE
034500         WRITE REPORT-LINE
034600         SET WS-ES-BALANCED TO FALSE
034700     END-IF.
034800     IF WS-ES-TRAILER-SEEN
034900         AND WS-ES-HDR-EXPECTED NOT = WS-ES-TRL-COUNT
035000         MOVE 'HEADER EXPECTED COUNT DISAGREES WITH TRAILER'
035100             TO REPORT-LINE
035200         WRITE REPORT-LINE
035300         SET WS-ES-BALANCED TO FALSE
035400     END-IF.
035500     IF WS-ES-HDR-SEEN
035600         AND (WS-ES-HDR-CYCLE NOT = WS-HDR-CYCLE
035700             OR WS-ES-HDR-CYCLE-SW NOT = WS-HDR-CYCLE-SW)
035800         MOVE 'BILLING CYCLE DISAGREES WITH STATEMENT FILE'
035900             TO REPORT-LINE
036000         WRITE REPORT-LINE
036100         SET WS-ES-BALANCED TO FALSE
036200     END-IF.
036300     MOVE 2 TO WS-FILE-SUB.
036400     PERFORM 7100-CHECK-INSERTS THRU 7100-EXIT.
036500     IF WS-ES-TRAILER-SEEN AND NOT WS-INSERTS-AGREE
036600         MOVE 'INSERT COUNTS DISAGREE WITH OWN TRAILER'
036700             TO REPORT-LINE
036800         WRITE REPORT-LINE
036900         SET WS-ES-BALANCED TO FALSE
037000     END-IF.
037100     MOVE SPACES TO REPORT-LINE.
037200     WRITE REPORT-LINE.
037300     IF WS-ES-BALANCED
037400         MOVE 'E-STATEMENT FILE BALANCED' TO REPORT-LINE
037500         WRITE REPORT-LINE
037600         DISPLAY 'E-STATEMENT FILE BALANCED'
037700     ELSE
037800         MOVE 'E-STATEMENT FILE OUT OF BALANCE - HOLD NEXT SEND'
037900             TO REPORT-LINE
038000         WRITE REPORT-LINE
038100         DISPLAY 'E-STATEMENT FILE OUT OF BALANCE'
038200         MOVE 8 TO RETURN-CODE
038300     END-IF.
038400 6000-EXIT.
038500     EXIT.
038600*----------------------------------------------------------
038700* 6100-READ-ESTATEMENT
038800*----------------------------------------------------------
038900 6100-READ-ESTATEMENT.
039000     READ ESTATEMENT-FILE
039100         AT END
039200             SET WS-ES-EOF TO TRUE
039300         NOT AT END
039400             EVALUATE TRUE
039500                 WHEN ES-TYPE-HEADER
039600                     MOVE ES-ITERATION-NBR TO WS-ES-HDR-EXPECTED
039700                     MOVE ES-BILL-CYCLE TO WS-ES-HDR-CYCLE
039800                     MOVE ES-CYCLE-RUN-SW TO WS-ES-HDR-CYCLE-SW
039900                     SET WS-ES-HDR-SEEN TO TRUE
040000                 WHEN ES-TYPE-DETAIL
040100                     ADD 1 TO WS-ES-DETAIL-COUNT
040200                 WHEN ES-TYPE-MESSAGE
040300                     IF ES-MSG-PART = 1
040400                         AND ES-MSG-INSERT-CODE NOT = SPACES
040500                         MOVE 2 TO WS-FILE-SUB
040600                         MOVE ES-MSG-INSERT-CODE TO WS-INSERT-HOLD
040700                         PERFORM 7000-COUNT-INSERT THRU 7000-EXIT
040800                     END-IF
040900                 WHEN ES-TYPE-TRAILER
041000                     SET WS-ES-TRAILER-SEEN TO TRUE
041100                     MOVE ES-ITERATION-NBR TO WS-ES-TRL-COUNT
041200                     MOVE ES-HASH-TOTAL TO WS-ES-TRL-HASH
041300                     MOVE ES-INSERT-COUNTS TO WS-TI-TABLE (2)
041400                     MOVE ES-INSERT-OVERFLOW TO WS-TI-OVERFLOW (2)
041500             END-EVALUATE
041600     END-READ.
041700 6100-EXIT.
041800     EXIT.
041900*----------------------------------------------------------
042000* 7000-COUNT-INSERT - one statement carrying the insert in
042100*     WS-INSERT-HOLD, on the file in WS-FILE-SUB. A code
042200*     past the table's room still counts in the file total,
042300*     so the trailer comparison catches it.
042400*----------------------------------------------------------
042500 7000-COUNT-INSERT.
042600     ADD 1 TO WS-CI-TOTAL (WS-FILE-SUB).
042700     PERFORM 7200-FIND-COUNTED THRU 7200-EXIT.
042800     IF WS-INS-HIT-SUB = 0
042900         IF WS-CI-USED (WS-FILE-SUB) = 50
043000             GO TO 7000-EXIT
043100         END-IF
043200         ADD 1 TO WS-CI-USED (WS-FILE-SUB)
043300         MOVE WS-CI-USED (WS-FILE-SUB) TO WS-INS-HIT-SUB
043400         MOVE WS-INSERT-HOLD
043500             TO WS-CI-CODE (WS-FILE-SUB, WS-INS-HIT-SUB)
043600         MOVE 0 TO WS-CI-COUNT (WS-FILE-SUB, WS-INS-HIT-SUB)
043700     END-IF.
043800     ADD 1 TO WS-CI-COUNT (WS-FILE-SUB, WS-INS-HIT-SUB).
043900 7000-EXIT.
044000     EXIT.
044100*----------------------------------------------------------
044200* 7100-CHECK-INSERTS - print each insert code the trailer
044300*     of the file in WS-FILE-SUB reports beside the count
044400*     found on the file; every code must agree, and the
044500*     trailer's codes plus overflow must account for every
044600*     insert on the file.
044700*----------------------------------------------------------
044800 7100-CHECK-INSERTS.
044900     SET WS-INSERTS-AGREE TO TRUE.
045000     MOVE 0 TO WS-TI-TOTAL.
045100     MOVE 1 TO WS-INS-SUB.
045200     PERFORM 7110-CHECK-ONE-INSERT THRU 7110-EXIT
045300         UNTIL WS-INS-SUB > 8.
045400     ADD WS-TI-OVERFLOW (WS-FILE-SUB) TO WS-TI-TOTAL.
045500     IF WS-TI-OVERFLOW (WS-FILE-SUB) > 0
045600         MOVE 'TRAILER INSERT OVERFLOW' TO RPV-LABEL
045700         MOVE WS-TI-OVERFLOW (WS-FILE-SUB) TO RPV-VALUE
045800         WRITE REPORT-LINE FROM RPT-VALUE-LINE
045900     END-IF.
046000     IF WS-TI-TOTAL = 0 AND WS-CI-TOTAL (WS-FILE-SUB) = 0
046100         GO TO 7100-EXIT
046200     END-IF.
046300     MOVE 'INSERTS ON FILE' TO RPV-LABEL.
046400     MOVE WS-CI-TOTAL (WS-FILE-SUB) TO RPV-VALUE.
046500     WRITE REPORT-LINE FROM RPT-VALUE-LINE.
046600     IF WS-TI-TOTAL NOT = WS-CI-TOTAL (WS-FILE-SUB)
046700         SET WS-INSERTS-AGREE TO FALSE
046800     END-IF.
046900 7100-EXIT.
047000     EXIT.
047100*----------------------------------------------------------
047200* 7110-CHECK-ONE-INSERT
047300*----------------------------------------------------------
047400 7110-CHECK-ONE-INSERT.
047500     IF WS-TI-CODE (WS-FILE-SUB, WS-INS-SUB) = SPACES
047600         GO TO 7110-NEXT
047700     END-IF.
047800     MOVE WS-TI-CODE (WS-FILE-SUB, WS-INS-SUB) TO WS-INSERT-HOLD.
047900     PERFORM 7200-FIND-COUNTED THRU 7200-EXIT.
048000     MOVE 0 TO WS-INS-HIT-COUNT.
048100     IF WS-INS-HIT-SUB > 0
048200         MOVE WS-CI-COUNT (WS-FILE-SUB, WS-INS-HIT-SUB)
048300             TO WS-INS-HIT-COUNT
048400     END-IF.
048500     MOVE WS-INSERT-HOLD TO RPI-INSERT-CODE.
048600     MOVE WS-TI-COUNT (WS-FILE-SUB, WS-INS-SUB) TO RPI-TRL-COUNT.
048700     MOVE WS-INS-HIT-COUNT TO RPI-FILE-COUNT.
048800     WRITE REPORT-LINE FROM RPT-INSERT-LINE.
048900     ADD WS-TI-COUNT (WS-FILE-SUB, WS-INS-SUB) TO WS-TI-TOTAL.
049000     IF WS-TI-COUNT (WS-FILE-SUB, WS-INS-SUB)
049100             NOT = WS-INS-HIT-COUNT
049200         SET WS-INSERTS-AGREE TO FALSE
049300     END-IF.
049400 7110-NEXT.
049500     ADD 1 TO WS-INS-SUB.
049600 7110-EXIT.
049700     EXIT.
049800*----------------------------------------------------------
049900* 7200-FIND-COUNTED - WS-INS-HIT-SUB comes back zero when
050000*     the code in WS-INSERT-HOLD has not been counted.
050100*----------------------------------------------------------
050200 7200-FIND-COUNTED.
050300     MOVE 0 TO WS-INS-HIT-SUB.
050400     MOVE 1 TO WS-CI-SUB.
050500     PERFORM 7210-TRY-ONE-COUNTED THRU 7210-EXIT
050600         UNTIL WS-CI-SUB > WS-CI-USED (WS-FILE-SUB)
050700             OR WS-INS-HIT-SUB > 0.
050800 7200-EXIT.
050900     EXIT.
051000*----------------------------------------------------------
051100* 7210-TRY-ONE-COUNTED
051200*----------------------------------------------------------
051300 7210-TRY-ONE-COUNTED.
051400     IF WS-CI-CODE (WS-FILE-SUB, WS-CI-SUB) = WS-INSERT-HOLD
051500         MOVE WS-CI-SUB TO WS-INS-HIT-SUB
051600     END-IF.
051700     ADD 1 TO WS-CI-SUB.
051800 7210-EXIT.
051900     EXIT.
