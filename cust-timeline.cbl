001800*    MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-09-01   DN   Original program.
002020*    2026-10-14   DN   Describe the address changes
002040*                      NCOA-UPDATE logs to CUST-HISTORY.
002045*    2026-10-14   DN   Show the address each statement went
002050*                      to - the one in force on its run date,
002055*                      off the CUSTADRH history through
002060*                      ADDR-HIST, else the address on file -
002065*                      and the new address on an address
002070*                      change. Descriptions widened to suit.
002075*    2026-10-15   DN   Mask the house and unit numbers in the
002080*                      addresses shown unless the operator is
002085*                      cleared for full data (PII-MASK), and
002090*                      log a PIIVIEW action to OPERACT when a
002095*                      full address was shown.
002096*    2026-10-15   DN   Show each service case's opening,
002097*                      reassignments, status changes,
002098*                      resolution and reopening off CASEHIST.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003700     SELECT NOTIF-LOG ASSIGN TO 'NOTIFLOG'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS NL-FILE-STATUS.
003910     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS CA-CUST-ID
003950         FILE STATUS IS CA-FILE-STATUS.
003960     SELECT CASE-HISTORY ASSIGN TO 'CASEHIST'
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS KH-FILE-STATUS.
004000     SELECT TIMELINE-WORK ASSIGN TO 'TIMLNWK'.
004100*
004200 DATA DIVISION.
006100     LABEL RECORDS ARE STANDARD.
006200     COPY "ntflog.cpy".
006300*
006310 FD  CUST-ADDRESS
006320     LABEL RECORDS ARE STANDARD.
006330     COPY "custaddr.cpy".
006340*
006350 FD  CASE-HISTORY
006360     LABEL RECORDS ARE STANDARD.
006370     COPY "casehist.cpy".
006380*
006400 SD  TIMELINE-WORK.
006500 01  TL-SORT-RECORD.
006600     05  TL-DATE                 PIC 9(08).
006700     05  TL-TIME                 PIC 9(08).
006800     05  TL-SOURCE               PIC X(15).
006900     05  TL-OPERATOR             PIC X(08).
007000     05  TL-DESC                 PIC X(72).
007100*
007200 WORKING-STORAGE SECTION.
007300 01  CH-FILE-STATUS              PIC X(02).
007500 01  OV-FILE-STATUS              PIC X(02).
007600 01  DU-FILE-STATUS              PIC X(02).
007700 01  NL-FILE-STATUS              PIC X(02).
007750 01  CA-FILE-STATUS              PIC X(02).
007760 01  KH-FILE-STATUS              PIC X(02).
007800*
007900 01  WS-EOF-SW                   PIC X(01).
008000     88  WS-EOF                  VALUE 'Y' FALSE 'N'.
008400 01  WS-REQUESTED-ID             PIC 9(06).
008500 01  WS-CUST-ID-DISP             PIC 9(06).
008600 01  WS-EVENT-COUNT              PIC 9(05) COMP VALUE 0.
008620 01  WS-CUR-ADDR-LINE-1          PIC X(30) VALUE SPACES.
008640 01  WS-CUR-ZIP-CODE             PIC X(10) VALUE SPACES.
008660 01  WS-SENT-ADDR-LINE-1         PIC X(30).
008680 01  WS-SENT-ZIP-CODE            PIC X(10).
008685 01  WS-SHOW-STREET              PIC X(30).
008690 01  WS-ADDR-SHOWN-SW            PIC X(01) VALUE 'N'.
008695     88  WS-ADDR-SHOWN           VALUE 'Y' FALSE 'N'.
008696 01  WS-CASE-DUE-EDIT            PIC 9999/99/99.
008697 01  WS-CASE-STATUS-TEXT         PIC X(16).
008698 01  WS-DESC-PTR                 PIC 9(03) COMP.
008700*
008800 COPY "rundate.cpy".
008900 COPY "ckdigpm.cpy".
008950 COPY "adrhstpm.cpy".
008960 COPY "piimskpm.cpy".
008970 COPY "signonws.cpy".
008980 COPY "actlogpm.cpy".
009000*
009100 PROCEDURE DIVISION.
009200*----------------------------------------------------------
009400*----------------------------------------------------------
009500 0000-MAINLINE.
009600     CALL 'BUS-DATE' USING WS-RUN-DATE.
009620     SET PM-FUNC-CLEARANCE TO TRUE.
009640     CALL 'PII-MASK' USING PII-MASK-PARMS.
009700     DISPLAY 'Enter customer ID for timeline: '.
009800     ACCEPT WS-REQUESTED-ID.
009900     SET CD-FUNC-VALIDATE TO TRUE.
010500         GOBACK
010600     END-IF.
010700     MOVE WS-REQUESTED-ID TO WS-CUST-ID-DISP.
010750     PERFORM 1100-READ-CURRENT-ADDRESS THRU 1100-EXIT.
010800     SORT TIMELINE-WORK
010900         ON ASCENDING KEY TL-DATE TL-TIME
011000         INPUT PROCEDURE IS 2000-GATHER-EVENTS
011300             THRU 3000-EXIT.
011400     DISPLAY WS-EVENT-COUNT, ' EVENT(S) FOR CUSTOMER ',
011500         WS-REQUESTED-ID.
011520     IF PM-FULL-VIEW AND WS-ADDR-SHOWN
011540         PERFORM 1200-LOG-FULL-VIEW THRU 1200-EXIT
011560     END-IF.
011600     GOBACK.
011602*----------------------------------------------------------
011604* 1100-READ-CURRENT-ADDRESS - the address on file stands for
011606*     any date the history has no change on record for.
011608*----------------------------------------------------------
011610 1100-READ-CURRENT-ADDRESS.
011612     OPEN INPUT CUST-ADDRESS.
011614     IF CA-FILE-STATUS NOT = '00'
011616         GO TO 1100-EXIT
011618     END-IF.
011620     MOVE WS-REQUESTED-ID TO CA-CUST-ID.
011622     READ CUST-ADDRESS
011624         KEY IS CA-CUST-ID
011626         INVALID KEY
011628             CONTINUE
011630         NOT INVALID KEY
011632             MOVE CA-ADDR-LINE-1 TO WS-CUR-ADDR-LINE-1
011634             MOVE CA-ZIP-CODE TO WS-CUR-ZIP-CODE
011636     END-READ.
011638     CLOSE CUST-ADDRESS.
011640 1100-EXIT.
011642     EXIT.
011644*----------------------------------------------------------
011646* 1200-LOG-FULL-VIEW - an unmasked address went to the
011648*     screen, so it goes on the OPERACT trail.
011650*----------------------------------------------------------
011652 1200-LOG-FULL-VIEW.
011654     MOVE SO-OPERATOR-ID TO AY-OPERATOR-ID.
011656     MOVE 'CUST-TIMELINE' TO AY-SOURCE-PGM.
011658     MOVE 'PIIVIEW' TO AY-ACTION-CODE.
011660     MOVE WS-CUST-ID-DISP TO AY-ACTION-KEY.
011662     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
011664     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
011666 1200-EXIT.
011668     EXIT.
011700*----------------------------------------------------------
011800* 2000-GATHER-EVENTS - each trail in turn; absent files
011900*     simply contribute nothing.
012400     PERFORM 2300-GATHER-ACTIVITY THRU 2300-EXIT.
012500     PERFORM 2400-GATHER-DOCUMENTS THRU 2400-EXIT.
012600     PERFORM 2500-GATHER-NOTICES THRU 2500-EXIT.
012650     PERFORM 2600-GATHER-CASES THRU 2600-EXIT.
012700 2000-EXIT.
012800     EXIT.
012900*----------------------------------------------------------
016600             MOVE 'MASTER RECORD DELETED' TO TL-DESC
016700         WHEN CH-TYPE-MERGE
016800             MOVE 'MASTER RECORD MERGED' TO TL-DESC
016820     WHEN CH-TYPE-ADDRESS
016825         MOVE CH-AA-ADDR-LINE-1 TO WS-SHOW-STREET
016830         PERFORM 2900-MASK-STREET THRU 2900-EXIT
016835         MOVE SPACES TO TL-DESC
016840         STRING 'MAILING ADDRESS CHANGED TO '
016845                    DELIMITED BY SIZE
016850                WS-SHOW-STREET DELIMITED BY '  '
016855                ' ' DELIMITED BY SIZE
016860                CH-AA-ZIP-CODE DELIMITED BY SPACE
016865             INTO TL-DESC
016870         END-STRING
016875         SET WS-ADDR-SHOWN TO TRUE
016900         WHEN OTHER
017000             MOVE 'MASTER RECORD CHANGE' TO TL-DESC
017100     END-EVALUATE.
024000     IF OV-ACTION-KEY (1:6) NOT = WS-CUST-ID-DISP
024100         GO TO 2310-EXIT
024200     END-IF.
024210*    CASEHIST carries the case actions in full.
024220     IF OV-ACTION-CODE (1:4) = 'CASE'
024230         GO TO 2310-EXIT
024240     END-IF.
024300     MOVE OV-ACTIVITY-DATE TO TL-DATE.
024400     MOVE OV-ACTIVITY-TIME TO TL-TIME.
024500     MOVE OV-SOURCE-PGM TO TL-SOURCE.
028500     MOVE 0 TO TL-TIME.
028600     MOVE 'PERFORM-TIMES' TO TL-SOURCE.
028700     MOVE SPACES TO TL-OPERATOR.
028720     PERFORM 2420-ADDRESS-AS-OF THRU 2420-EXIT.
028800     MOVE SPACES TO TL-DESC.
028900     IF WS-SENT-ADDR-LINE-1 = SPACES
029000         STRING 'STATEMENT DOC ' DELIMITED BY SIZE
029100                DU-SEQ-NUMBER DELIMITED BY SIZE
029200             INTO TL-DESC
029205         END-STRING
029210     ELSE
029215         STRING 'STATEMENT DOC ' DELIMITED BY SIZE
029220                DU-SEQ-NUMBER DELIMITED BY SIZE
029225                ' TO ' DELIMITED BY SIZE
029230                WS-SENT-ADDR-LINE-1 DELIMITED BY '  '
029235                ' ' DELIMITED BY SIZE
029240                WS-SENT-ZIP-CODE DELIMITED BY SPACE
029245             INTO TL-DESC
029250         END-STRING
029255         SET WS-ADDR-SHOWN TO TRUE
029260     END-IF.
029300     RELEASE TL-SORT-RECORD.
029400 2410-EXIT.
029402     EXIT.
029404*----------------------------------------------------------
029406* 2420-ADDRESS-AS-OF - the address in force on the
029408*     statement's run date.
029410*----------------------------------------------------------
029412 2420-ADDRESS-AS-OF.
029414     SET HA-FUNC-LOOKUP TO TRUE.
029416     MOVE WS-REQUESTED-ID TO HA-CUST-ID.
029418     MOVE DU-USE-DATE TO HA-AS-OF-DATE.
029420     CALL 'ADDR-HIST' USING ADDR-HIST-PARMS.
029422     IF HA-ADDR-FOUND
029424         MOVE HA-ADDR-LINE-1 TO WS-SENT-ADDR-LINE-1
029426         MOVE HA-ZIP-CODE TO WS-SENT-ZIP-CODE
029428     ELSE
029430         MOVE WS-CUR-ADDR-LINE-1 TO WS-SENT-ADDR-LINE-1
029432         MOVE WS-CUR-ZIP-CODE TO WS-SENT-ZIP-CODE
029434     END-IF.
029436     MOVE WS-SENT-ADDR-LINE-1 TO WS-SHOW-STREET.
029438     PERFORM 2900-MASK-STREET THRU 2900-EXIT.
029440     MOVE WS-SHOW-STREET TO WS-SENT-ADDR-LINE-1.
029442 2420-EXIT.
029500     EXIT.
029600*----------------------------------------------------------
029700* 2500-GATHER-NOTICES
033200 2510-EXIT.
033300     EXIT.
033400*----------------------------------------------------------
033405* 2900-MASK-STREET - house and unit numbers come out of
033410*     WS-SHOW-STREET unless the operator is cleared for
033415*     full data.
033420*----------------------------------------------------------
033425 2900-MASK-STREET.
033430     IF PM-FULL-VIEW
033435         GO TO 2900-EXIT
033440     END-IF.
033445     SET PM-FUNC-STREET TO TRUE.
033450     MOVE WS-SHOW-STREET TO PM-FIELD.
033455     CALL 'PII-MASK' USING PII-MASK-PARMS.
033460     MOVE PM-FIELD TO WS-SHOW-STREET.
033465 2900-EXIT.
033470     EXIT.
033475*----------------------------------------------------------
033500* 3000-PRINT-TIMELINE
033600*----------------------------------------------------------
033700 3000-PRINT-TIMELINE.
035500         TL-OPERATOR, ' ', TL-DESC.
035600 3100-EXIT.
035700     EXIT.
035800*----------------------------------------------------------
035900* 2600-GATHER-CASES - every CASEHIST event on the
036000*     customer's service cases, with the comment keyed
036100*     against it where there is room.
036200*----------------------------------------------------------
036300 2600-GATHER-CASES.
036400     OPEN INPUT CASE-HISTORY.
036500     IF KH-FILE-STATUS NOT = '00'
036600         GO TO 2600-EXIT
036700     END-IF.
036800     SET WS-EOF TO FALSE.
036900     PERFORM 2610-RELEASE-ONE-CASE-EVENT THRU 2610-EXIT
037000         UNTIL WS-EOF.
037100     CLOSE CASE-HISTORY.
037200 2600-EXIT.
037300     EXIT.
037400*----------------------------------------------------------
037500* 2610-RELEASE-ONE-CASE-EVENT
037600*----------------------------------------------------------
037700 2610-RELEASE-ONE-CASE-EVENT.
037800     READ CASE-HISTORY
037900         AT END
038000             SET WS-EOF TO TRUE
038100             GO TO 2610-EXIT
038200     END-READ.
038300     IF KH-CUST-ID NOT = WS-REQUESTED-ID
038400         GO TO 2610-EXIT
038500     END-IF.
038600     MOVE KH-EVENT-DATE TO TL-DATE.
038700     MOVE KH-EVENT-TIME TO TL-TIME.
038800     MOVE 'CUST-CASE' TO TL-SOURCE.
038900     MOVE KH-OPERATOR-ID TO TL-OPERATOR.
039000     MOVE SPACES TO TL-DESC.
039100     MOVE 1 TO WS-DESC-PTR.
039200     STRING 'CASE ' DELIMITED BY SIZE
039300            KH-CASE-NUMBER DELIMITED BY SIZE
039400            ' ' DELIMITED BY SIZE
039500         INTO TL-DESC
039600         WITH POINTER WS-DESC-PTR
039700     END-STRING.
039800     EVALUATE TRUE
039900         WHEN KH-EVT-OPENED
040000             MOVE KH-TARGET-DATE TO WS-CASE-DUE-EDIT
040100             STRING 'OPENED - ' DELIMITED BY SIZE
040200                    KH-CATEGORY DELIMITED BY SIZE
040300                    ', DUE ' DELIMITED BY SIZE
040400                    WS-CASE-DUE-EDIT DELIMITED BY SIZE
040500                    ', TO ' DELIMITED BY SIZE
040600                    KH-ASSIGNED-OPER DELIMITED BY SPACE
040700                 INTO TL-DESC
040800                 WITH POINTER WS-DESC-PTR
040900             END-STRING
041000         WHEN KH-EVT-ASSIGNED
041100             STRING 'ASSIGNED TO ' DELIMITED BY SIZE
041200                    KH-ASSIGNED-OPER DELIMITED BY SPACE
041300                 INTO TL-DESC
041400                 WITH POINTER WS-DESC-PTR
041500             END-STRING
041600         WHEN KH-EVT-STATUS
041700             IF KH-NEW-STATUS = 'P'
041800                 MOVE 'PENDING CUSTOMER' TO WS-CASE-STATUS-TEXT
041900             ELSE
042000                 MOVE 'WORKING' TO WS-CASE-STATUS-TEXT
042100             END-IF
042200             STRING 'NOW ' DELIMITED BY SIZE
042300                    WS-CASE-STATUS-TEXT DELIMITED BY '  '
042400                 INTO TL-DESC
042500                 WITH POINTER WS-DESC-PTR
042600             END-STRING
042700         WHEN KH-EVT-RESOLVED
042800             STRING 'RESOLVED ' DELIMITED BY SIZE
042900                    KH-RESOLVE-CODE DELIMITED BY SIZE
043000                 INTO TL-DESC
043100                 WITH POINTER WS-DESC-PTR
043200             END-STRING
043300         WHEN KH-EVT-REOPENED
043400             STRING 'REOPENED' DELIMITED BY SIZE
043500                 INTO TL-DESC
043600                 WITH POINTER WS-DESC-PTR
043700             END-STRING
043800     END-EVALUATE.
043900     IF KH-COMMENT NOT = SPACES
044000         AND NOT KH-EVT-OPENED
044100         STRING ': ' DELIMITED BY SIZE
044200                KH-COMMENT DELIMITED BY SIZE
044300             INTO TL-DESC
044400             WITH POINTER WS-DESC-PTR
044500         END-STRING
044600     END-IF.
044700     RELEASE TL-SORT-RECORD.
044800 2610-EXIT.
044900     EXIT.
