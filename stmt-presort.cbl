001500* pieces per three-digit ZIP group for the bulk-rate
001600* claim; a detail with no address record sorts to the
001700* back and counts as unqualified single-piece mail.
001710* Each piece is also tiered for postage - a five-digit ZIP
001720* holding the POSTRATE minimum, else the rest of its
001730* three-digit group holding that tier's minimum, else
001740* mixed; no address is single-piece - and costed at the
001750* rate in effect, by tier and by the customer's branch,
001760* to the report and the POSTCOST summary GL-POST posts.
001800*----------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-09-01   DN   Original program.
002110*    2026-10-14   DN   Carry each statement's ledger activity
002120*                      records through the sort behind their
002130*                      detail - keyed ZIP, document number,
002140*                      activity line - and widen the held
002150*                      header/trailer images to the longer
002160*                      statement record. Only details count
002170*                      as pieces.
002171*    2026-10-15   DN   Name on the qualification report the
002172*                      billing cycle the statement header says
002173*                      the file covers, so a night's bulk-rate
002174*                      claim is filed against its cycle.
002175*    2026-10-15   DN   Carry the statement message records
002176*                      through the sort behind their detail's
002177*                      activity lines, as the activity is.
002178*    2026-10-15   DN   Cost the mailing: tier every piece by
002179*                      its five- and three-digit ZIP group
002180*                      against the POSTRATE minimums, price
002181*                      it at the rate in effect on the
002182*                      business date, print postage by tier
002183*                      and by branch, and write the POSTCOST
002184*                      summary for the ledger feed. A tier
002185*                      with pieces but no rate ends RC 4.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003800     SELECT REPORT-OUT ASSIGN TO 'STMTPRSR'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS RO-FILE-STATUS.
004005     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
004010         ORGANIZATION IS INDEXED
004015         ACCESS MODE IS DYNAMIC
004020         RECORD KEY IS CM-CUST-ID
004025         ALTERNATE RECORD KEY IS CM-CUST-NAME
004030             WITH DUPLICATES
004035         FILE STATUS IS CM-FILE-STATUS.
004040     SELECT POSTAGE-RATES ASSIGN TO 'POSTRATE'
004045         ORGANIZATION IS INDEXED
004050         ACCESS MODE IS SEQUENTIAL
004055         RECORD KEY IS PR-KEY
004060         FILE STATUS IS PR-FILE-STATUS.
004065     SELECT POSTAGE-COST ASSIGN TO 'POSTCOST'
004070         ORGANIZATION IS LINE SEQUENTIAL
004075         FILE STATUS IS PC-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
005200 SD  PRESORT-WORK.
005300 01  PW-SORT-RECORD.
005400     05  PW-ZIP-CODE             PIC X(10).
005500     05  PW-DOC-NUMBER           PIC 9(09).
005510     05  PW-LINE-NBR             PIC 9(03).
005520     05  PW-BRANCH-CODE          PIC X(03).
005530     05  PW-STATEMENT-IMAGE      PIC X(199).
005600*
005700 FD  SORTED-STATEMENTS
005800     LABEL RECORDS ARE STANDARD.
007030             ==ST-CITY== BY ==SR-CITY==
007040             ==ST-STATE== BY ==SR-STATE==
007050             ==ST-ZIP-CODE== BY ==SR-ZIP-CODE==
007052             ==ST-TYPE-ACTIVITY== BY ==SR-TYPE-ACTIVITY==
007054             ==ST-MAILING-BLOCK== BY ==SR-MAILING-BLOCK==
007056             ==ST-ACTIVITY-FIELDS== BY ==SR-ACTIVITY-FIELDS==
007058             ==ST-ACT-LINE-NBR== BY ==SR-ACT-LINE-NBR==
007060             ==ST-ACT-POST-DATE== BY ==SR-ACT-POST-DATE==
007062             ==ST-ACT-TRAN-TYPE== BY ==SR-ACT-TRAN-TYPE==
007064             ==ST-ACT-AMOUNT== BY ==SR-ACT-AMOUNT==
007066             ==ST-ACT-DOC-REF== BY ==SR-ACT-DOC-REF==
007068             ==ST-OPEN-BALANCE== BY ==SR-OPEN-BALANCE==
007070             ==ST-CLOSE-BALANCE== BY ==SR-CLOSE-BALANCE==
007072             ==ST-CYCLE-FIELDS== BY ==SR-CYCLE-FIELDS==
007074             ==ST-BILL-CYCLE== BY ==SR-BILL-CYCLE==
007076             ==ST-CYCLE-RUN-SW== BY ==SR-CYCLE-RUN-SW==
007078             ==ST-CYCLE-ONE== BY ==SR-CYCLE-ONE==
007080             ==ST-CYCLE-ALL== BY ==SR-CYCLE-ALL==
007082             ==ST-CYCLE-NONE== BY ==SR-CYCLE-NONE==
007083             ==ST-TYPE-MESSAGE== BY ==SR-TYPE-MESSAGE==
007084             ==ST-INSERT-COUNTS== BY ==SR-INSERT-COUNTS==
007085             ==ST-INSERT-ENTRY== BY ==SR-INSERT-ENTRY==
007086             ==ST-INSERT-CODE== BY ==SR-INSERT-CODE==
007087             ==ST-INSERT-COUNT== BY ==SR-INSERT-COUNT==
007088             ==ST-INSERT-OVERFLOW== BY ==SR-INSERT-OVERFLOW==
007089             ==ST-MESSAGE-FIELDS== BY ==SR-MESSAGE-FIELDS==
007090             ==ST-MSG-LINE-NBR== BY ==SR-MSG-LINE-NBR==
007091             ==ST-MSG-ID== BY ==SR-MSG-ID==
007092             ==ST-MSG-PART== BY ==SR-MSG-PART==
007093             ==ST-MSG-INSERT-CODE== BY ==SR-MSG-INSERT-CODE==
007094             ==ST-MSG-TEXT== BY ==SR-MSG-TEXT==
007100             ==ST-STATEMENT-TEXT== BY ==SR-STATEMENT-TEXT==.
007200*
007300 FD  REPORT-OUT
007400     LABEL RECORDS ARE STANDARD.
007500 01  REPORT-LINE                 PIC X(80).
007600*
007605 FD  CUSTOMER-MASTER
007610     LABEL RECORDS ARE STANDARD.
007615     COPY "custrec.cpy".
007620*
007625 FD  POSTAGE-RATES
007630     LABEL RECORDS ARE STANDARD.
007635     COPY "pstrate.cpy".
007640*
007645 FD  POSTAGE-COST
007650     LABEL RECORDS ARE STANDARD.
007655     COPY "pstcost.cpy".
007660*
007700 WORKING-STORAGE SECTION.
007800 01  ST-FILE-STATUS              PIC X(02).
007900 01  CA-FILE-STATUS              PIC X(02).
008000 01  SO-FILE-STATUS              PIC X(02).
008100 01  RO-FILE-STATUS              PIC X(02).
008120 01  CM-FILE-STATUS              PIC X(02).
008140 01  PR-FILE-STATUS              PIC X(02).
008160 01  PC-FILE-STATUS              PIC X(02).
008200*
008300 01  WS-ST-EOF-SW                PIC X(01) VALUE 'N'.
008400     88  WS-ST-EOF               VALUE 'Y' FALSE 'N'.
008600     88  WS-SORT-EOF             VALUE 'Y' FALSE 'N'.
008700 01  WS-ADDR-OPEN-SW             PIC X(01) VALUE 'N'.
008800     88  WS-ADDR-OPEN            VALUE 'Y'.
008820 01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
008840     88  WS-CUST-OPEN            VALUE 'Y'.
008900*
009000 01  WS-HEADER-IMAGE             PIC X(199).
009100 01  WS-TRAILER-IMAGE            PIC X(199).
009150 01  WS-LAST-ZIP                 PIC X(10) VALUE ALL '9'.
009200 01  WS-HEADER-SEEN-SW           PIC X(01) VALUE 'N'.
009300     88  WS-HEADER-SEEN          VALUE 'Y' FALSE 'N'.
009400 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
009500     88  WS-TRAILER-SEEN         VALUE 'Y' FALSE 'N'.
009520 01  WS-RUN-CYCLE                PIC 9(02) VALUE 0.
009540 01  WS-RUN-CYCLE-SW             PIC X(01) VALUE SPACE.
009560     88  WS-RUN-ONE-CYCLE        VALUE 'C'.
009580     88  WS-RUN-NO-CYCLE         VALUE 'N'.
009600*
009700 01  WS-CUR-GROUP                PIC X(03) VALUE SPACES.
009800 01  WS-GROUP-COUNT              PIC 9(05) COMP VALUE 0.
009900 01  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE 0.
010000 01  WS-NOADDR-COUNT             PIC 9(05) COMP VALUE 0.
010100 01  WS-GROUPS-SEEN              PIC 9(04) COMP VALUE 0.
010102*
010104*    The rate in effect on the business date for each tier,
010106*    in tier order 5D, 3D, MX, SP. A five- or three-digit
010108*    tier with no rate cannot be claimed and its pieces fall
010110*    to the next tier down.
010112 01  WS-RATE-TABLE.
010114     05  WS-RT-ENTRY OCCURS 4 TIMES.
010116         10  WS-RT-TIER          PIC X(02).
010118         10  WS-RT-DESC          PIC X(12).
010120         10  WS-RT-EFF-DATE      PIC 9(08).
010122         10  WS-RT-RATE          PIC 9(01)V9(04).
010124         10  WS-RT-MIN-PIECES    PIC 9(05).
010126         10  WS-RT-FOUND-SW      PIC X(01).
010128             88  WS-RT-FOUND     VALUE 'Y' FALSE 'N'.
010130         10  WS-RT-PIECES        PIC 9(07) COMP.
010132         10  WS-RT-COST          PIC 9(07)V99.
010134 01  WS-TIER-SUB                 PIC 9(01) COMP.
010136 01  WS-RATE-EOF-SW              PIC X(01) VALUE 'N'.
010138     88  WS-RATE-EOF             VALUE 'Y' FALSE 'N'.
010140*
010142*    Pieces by the customer's branch: in the five-digit ZIP
010144*    being read, left over in the three-digit group being
010146*    read, and settled by tier. The slot past the limit
010148*    takes every branch the table has no room for as '***'.
010150 01  WS-POST-BRANCH-TABLE.
010152     05  WS-PB-ENTRY OCCURS 11 TIMES.
010154         10  WS-PB-CODE          PIC X(03).
010156         10  WS-PB-ZIP5-CT       PIC 9(07) COMP.
010158         10  WS-PB-ZIP3-CT       PIC 9(07) COMP.
010160         10  WS-PB-TIER OCCURS 4 TIMES.
010162             15  WS-PB-PIECES    PIC 9(07) COMP.
010164             15  WS-PB-COST      PIC 9(07)V99.
010166         10  WS-PB-TOT-PIECES    PIC 9(07) COMP.
010168         10  WS-PB-TOT-COST      PIC 9(07)V99.
010170 77  WS-PB-LIMIT                 PIC 9(02) COMP VALUE 10.
010172 77  WS-PB-OVFLW-SLOT            PIC 9(02) COMP VALUE 11.
010174 01  WS-PB-SUB                   PIC 9(02) COMP.
010176 01  WS-PB-HIT-SUB               PIC 9(02) COMP.
010178 01  WS-PB-WORK-CODE             PIC X(03).
010180 01  WS-PB-OVFLW-SW              PIC X(01) VALUE 'N'.
010182     88  WS-PB-OVERFLOW          VALUE 'Y' FALSE 'N'.
010184 01  WS-CUR-ZIP5                 PIC X(05) VALUE SPACES.
010186 01  WS-ZIP5-COUNT               PIC 9(07) COMP VALUE 0.
010188 01  WS-ZIP3-COUNT               PIC 9(07) COMP VALUE 0.
010190 01  WS-POSTAGE-PIECES           PIC 9(07) COMP VALUE 0.
010192 01  WS-POSTAGE-TOTAL            PIC 9(07)V99 VALUE 0.
010200*
010300 COPY "rundate.cpy".
010400 COPY "jobhstpm.cpy".
012800         '  NO ADDRESS:'.
012900     05  RPT-NOADDR-COUNT        PIC ZZ,ZZ9.
013000*
013002 01  RPT-CYCLE-LINE.
013004     05  FILLER                  PIC X(16) VALUE
013006         'BILLING CYCLE:'.
013008     05  RPT-BILL-CYCLE          PIC Z9.
013010*
013012 01  RPT-TIER-LINE.
013014     05  FILLER                  PIC X(05) VALUE 'TIER '.
013016     05  RPT-TIER                PIC X(02).
013018     05  FILLER                  PIC X(01) VALUE SPACE.
013020     05  RPT-TIER-DESC           PIC X(12).
013022     05  FILLER                  PIC X(09) VALUE '  PIECES '.
013024     05  RPT-TIER-PIECES         PIC ZZZ,ZZ9.
013026     05  FILLER                  PIC X(07) VALUE '  RATE '.
013028     05  RPT-TIER-RATE           PIC 9.9999.
013030     05  FILLER                  PIC X(07) VALUE '  COST '.
013032     05  RPT-TIER-COST           PIC Z,ZZZ,ZZ9.99.
013034*
013036 01  RPT-BRANCH-COST-LINE.
013038     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
013040     05  RPT-BRANCH              PIC X(03).
013042     05  FILLER                  PIC X(10) VALUE SPACES.
013044     05  FILLER                  PIC X(09) VALUE '  PIECES '.
013046     05  RPT-BRANCH-PIECES       PIC ZZZ,ZZ9.
013048     05  FILLER                  PIC X(20) VALUE SPACES.
013050     05  RPT-BRANCH-COST         PIC Z,ZZZ,ZZ9.99.
013052*
013054 01  RPT-POSTAGE-TOTAL-LINE.
013056     05  FILLER                  PIC X(20) VALUE
013058         'TOTAL POSTAGE'.
013060     05  FILLER                  PIC X(09) VALUE '  PIECES '.
013062     05  RPT-TOTAL-PIECES        PIC ZZZ,ZZ9.
013064     05  FILLER                  PIC X(20) VALUE SPACES.
013066     05  RPT-TOTAL-COST          PIC Z,ZZZ,ZZ9.99.
013068*
013100 PROCEDURE DIVISION.
013200*----------------------------------------------------------
013300* 0000-MAINLINE
013600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013700     SORT PRESORT-WORK
013800         ON ASCENDING KEY PW-ZIP-CODE
013820                            PW-DOC-NUMBER
013840                            PW-LINE-NBR
013900         INPUT PROCEDURE IS 2000-RELEASE-DETAILS
014000             THRU 2000-EXIT
014100         OUTPUT PROCEDURE IS 3000-WRITE-SORTED
015700     IF CA-FILE-STATUS = '00'
015800         MOVE 'Y' TO WS-ADDR-OPEN-SW
015900     END-IF.
015910     OPEN INPUT CUSTOMER-MASTER.
015920     IF CM-FILE-STATUS = '00'
015930         MOVE 'Y' TO WS-CUST-OPEN-SW
015940     END-IF.
015950     INITIALIZE WS-POST-BRANCH-TABLE.
015960     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
015970     OPEN OUTPUT POSTAGE-COST.
016000     OPEN OUTPUT REPORT-OUT.
016100     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
016200     WRITE REPORT-LINE FROM RPT-HEADER-LINE.
019600         WHEN ST-TYPE-HEADER
019700             MOVE STATEMENT-RECORD TO WS-HEADER-IMAGE
019800             SET WS-HEADER-SEEN TO TRUE
019820             MOVE ST-BILL-CYCLE TO WS-RUN-CYCLE
019840             MOVE ST-CYCLE-RUN-SW TO WS-RUN-CYCLE-SW
019900         WHEN ST-TYPE-TRAILER
020000             MOVE STATEMENT-RECORD TO WS-TRAILER-IMAGE
020100             SET WS-TRAILER-SEEN TO TRUE
020200         WHEN ST-TYPE-DETAIL
020300             PERFORM 2200-JOIN-AND-RELEASE THRU 2200-EXIT
020320         WHEN ST-TYPE-ACTIVITY
020330         WHEN ST-TYPE-MESSAGE
020340             PERFORM 2300-RELEASE-ACTIVITY THRU 2300-EXIT
020400         WHEN OTHER
020500             CONTINUE
020600     END-EVALUATE.
022900         ADD 1 TO WS-NOADDR-COUNT
023000     END-IF.
023100     MOVE STATEMENT-RECORD TO PW-STATEMENT-IMAGE.
023120     MOVE PW-ZIP-CODE TO WS-LAST-ZIP.
023140     MOVE ST-DOC-NUMBER TO PW-DOC-NUMBER.
023160     MOVE ZERO TO PW-LINE-NBR.
023180     PERFORM 2250-FIND-CUST-BRANCH THRU 2250-EXIT.
023200     RELEASE PW-SORT-RECORD.
023300 2200-EXIT.
023305     EXIT.
023310*----------------------------------------------------------
023315* 2300-RELEASE-ACTIVITY - an activity or message record
023320*     sorts under the ZIP of the detail it follows, behind
023325*     it by line.
023330*----------------------------------------------------------
023335 2300-RELEASE-ACTIVITY.
023340     MOVE WS-LAST-ZIP TO PW-ZIP-CODE.
023345     MOVE ST-DOC-NUMBER TO PW-DOC-NUMBER.
023350     MOVE SPACES TO PW-BRANCH-CODE.
023355     MOVE ST-ACT-LINE-NBR TO PW-LINE-NBR.
023360     IF ST-TYPE-MESSAGE
023365         MOVE ST-MSG-LINE-NBR TO PW-LINE-NBR
023370     END-IF.
023375     MOVE STATEMENT-RECORD TO PW-STATEMENT-IMAGE.
023380     RELEASE PW-SORT-RECORD.
023385 2300-EXIT.
023400     EXIT.
023500*----------------------------------------------------------
023600* 3000-WRITE-SORTED - original header, details in ZIP
026200             SET WS-SORT-EOF TO TRUE
026300             GO TO 3100-EXIT
026400     END-RETURN.
026410     MOVE PW-STATEMENT-IMAGE TO SORTED-RECORD.
026420     IF NOT SR-TYPE-DETAIL
026430         WRITE SORTED-RECORD
026440         GO TO 3100-EXIT
026450     END-IF.
026500     IF PW-ZIP-CODE (1:3) NOT = WS-CUR-GROUP
026600         PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
026700         MOVE PW-ZIP-CODE (1:3) TO WS-CUR-GROUP
026900     END-IF.
027000     ADD 1 TO WS-GROUP-COUNT.
027100     ADD 1 TO WS-DETAIL-COUNT.
027200     PERFORM 3200-TALLY-PIECE THRU 3200-EXIT.
027300     WRITE SORTED-RECORD.
027400 3100-EXIT.
027500     EXIT.
027700* 3300-CLOSE-GROUP
027800*----------------------------------------------------------
027900 3300-CLOSE-GROUP.
027920     PERFORM 3400-CLOSE-ZIP5 THRU 3400-EXIT.
027940     PERFORM 3450-CLOSE-ZIP3 THRU 3450-EXIT.
028000     IF WS-CUR-GROUP NOT = SPACES
028100         AND WS-GROUP-COUNT > 0
028200         MOVE WS-CUR-GROUP TO RPG-GROUP
029200 8000-PRINT-SUMMARY.
029300     MOVE SPACES TO REPORT-LINE.
029400     WRITE REPORT-LINE.
029405     EVALUATE TRUE
029410         WHEN WS-RUN-ONE-CYCLE
029415             MOVE WS-RUN-CYCLE TO RPT-BILL-CYCLE
029420             WRITE REPORT-LINE FROM RPT-CYCLE-LINE
029425         WHEN WS-RUN-NO-CYCLE
029430             MOVE 'NO BILLING CYCLE DUE THIS RUN' TO REPORT-LINE
029435             WRITE REPORT-LINE
029440         WHEN OTHER
029445             MOVE 'ALL CUSTOMERS - NO CYCLE CALENDAR'
029450                 TO REPORT-LINE
029455             WRITE REPORT-LINE
029460     END-EVALUATE.
029500     MOVE WS-DETAIL-COUNT TO RPT-DETAIL-COUNT.
029600     MOVE WS-GROUPS-SEEN TO RPT-GROUPS-SEEN.
029700     MOVE WS-NOADDR-COUNT TO RPT-NOADDR-COUNT.
029800     WRITE REPORT-LINE FROM RPT-COUNT-LINE.
029900     DISPLAY 'STMT-PRESORT - ', WS-DETAIL-COUNT,
030000         ' PIECE(S) IN ', WS-GROUPS-SEEN, ' ZIP GROUP(S)'.
030050     PERFORM 8200-COST-POSTAGE THRU 8200-EXIT.
030100 8000-EXIT.
030200     EXIT.
030300*----------------------------------------------------------
030700     IF WS-ADDR-OPEN
030800         CLOSE CUST-ADDRESS
030900     END-IF.
030920     IF WS-CUST-OPEN
030940         CLOSE CUSTOMER-MASTER
030960     END-IF.
030980     CLOSE POSTAGE-COST.
031000     CLOSE REPORT-OUT.
031100     SET JB-FUNC-END TO TRUE.
031200     MOVE WS-DETAIL-COUNT TO JB-RECORD-COUNT.
031400     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
031500 9000-EXIT.
031600     EXIT.
031700*----------------------------------------------------------
031800* 1100-LOAD-RATES - the file reads back tier by tier in
031900*     date order, so the last rate on or before the
032000*     business date read for a tier is the one in effect.
032100*----------------------------------------------------------
032200 1100-LOAD-RATES.
032300     INITIALIZE WS-RATE-TABLE.
032400     MOVE '5D' TO WS-RT-TIER (1).
032500     MOVE '5-DIGIT' TO WS-RT-DESC (1).
032600     MOVE '3D' TO WS-RT-TIER (2).
032700     MOVE '3-DIGIT' TO WS-RT-DESC (2).
032800     MOVE 'MX' TO WS-RT-TIER (3).
032900     MOVE 'MIXED' TO WS-RT-DESC (3).
033000     MOVE 'SP' TO WS-RT-TIER (4).
033100     MOVE 'SINGLE-PIECE' TO WS-RT-DESC (4).
033200     OPEN INPUT POSTAGE-RATES.
033300     IF PR-FILE-STATUS NOT = '00'
033400         DISPLAY 'STMT-PRESORT - NO POSTRATE RATE TABLE - ',
033500             'POSTAGE NOT COSTED'
033600         GO TO 1100-EXIT
033700     END-IF.
033800     PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
033900         UNTIL WS-RATE-EOF.
034000     CLOSE POSTAGE-RATES.
034100 1100-EXIT.
034200     EXIT.
034300*----------------------------------------------------------
034400* 1110-LOAD-ONE-RATE
034500*----------------------------------------------------------
034600 1110-LOAD-ONE-RATE.
034700     READ POSTAGE-RATES
034800         AT END
034900             SET WS-RATE-EOF TO TRUE
035000             GO TO 1110-EXIT
035100     END-READ.
035200     IF PR-EFF-DATE > WS-RUN-DATE
035300         GO TO 1110-EXIT
035400     END-IF.
035500     EVALUATE TRUE
035600         WHEN PR-TIER-5-DIGIT
035700             MOVE 1 TO WS-TIER-SUB
035800         WHEN PR-TIER-3-DIGIT
035900             MOVE 2 TO WS-TIER-SUB
036000         WHEN PR-TIER-MIXED
036100             MOVE 3 TO WS-TIER-SUB
036200         WHEN PR-TIER-SINGLE
036300             MOVE 4 TO WS-TIER-SUB
036400         WHEN OTHER
036500             GO TO 1110-EXIT
036600     END-EVALUATE.
036700     MOVE PR-EFF-DATE TO WS-RT-EFF-DATE (WS-TIER-SUB).
036800     MOVE PR-PIECE-RATE TO WS-RT-RATE (WS-TIER-SUB).
036900     MOVE PR-MIN-PIECES TO WS-RT-MIN-PIECES (WS-TIER-SUB).
037000     SET WS-RT-FOUND (WS-TIER-SUB) TO TRUE.
037100 1110-EXIT.
037200     EXIT.
037300*----------------------------------------------------------
037400* 2250-FIND-CUST-BRANCH - the branch the customer belongs
037500*     to carries the postage; '---' where there is none.
037600*----------------------------------------------------------
037700 2250-FIND-CUST-BRANCH.
037800     MOVE '---' TO PW-BRANCH-CODE.
037900     IF NOT WS-CUST-OPEN
038000         GO TO 2250-EXIT
038100     END-IF.
038200     MOVE ST-CUST-ID TO CM-CUST-ID.
038300     READ CUSTOMER-MASTER
038400         KEY IS CM-CUST-ID
038500         INVALID KEY
038600             GO TO 2250-EXIT
038700     END-READ.
038800     IF CM-BRANCH-CODE NOT = SPACES
038900         MOVE CM-BRANCH-CODE TO PW-BRANCH-CODE
039000     END-IF.
039100 2250-EXIT.
039200     EXIT.
039300*----------------------------------------------------------
039400* 3200-TALLY-PIECE - a piece with no address mails at
039500*     single-piece; the rest wait in their five-digit ZIP
039600*     until the ZIP closes and its size settles the tier.
039700*----------------------------------------------------------
039800 3200-TALLY-PIECE.
039900     MOVE PW-BRANCH-CODE TO WS-PB-WORK-CODE.
040000     PERFORM 3250-FIND-BRANCH THRU 3250-EXIT.
040100     IF PW-ZIP-CODE = ALL '9'
040200         ADD 1 TO WS-PB-PIECES (WS-PB-HIT-SUB, 4)
040300         GO TO 3200-EXIT
040400     END-IF.
040500     IF PW-ZIP-CODE (1:5) NOT = WS-CUR-ZIP5
040600         PERFORM 3400-CLOSE-ZIP5 THRU 3400-EXIT
040700         MOVE PW-ZIP-CODE (1:5) TO WS-CUR-ZIP5
040800     END-IF.
040900     ADD 1 TO WS-PB-ZIP5-CT (WS-PB-HIT-SUB).
041000     ADD 1 TO WS-ZIP5-COUNT.
041100 3200-EXIT.
041200     EXIT.
041300*----------------------------------------------------------
041400* 3250-FIND-BRANCH - a branch the table has no room for
041500*     is costed in the overflow slot as '***' and the run
041600*     ends RC 4.
041700*----------------------------------------------------------
041800 3250-FIND-BRANCH.
041900     MOVE 0 TO WS-PB-HIT-SUB.
042000     PERFORM 3260-MATCH-BRANCH THRU 3260-EXIT
042100         VARYING WS-PB-SUB FROM 1 BY 1
042200         UNTIL WS-PB-SUB > WS-PB-LIMIT OR WS-PB-HIT-SUB > 0.
042300     IF WS-PB-HIT-SUB > 0
042400         GO TO 3250-EXIT
042500     END-IF.
042600     MOVE WS-PB-OVFLW-SLOT TO WS-PB-HIT-SUB.
042700     MOVE '***' TO WS-PB-CODE (WS-PB-HIT-SUB).
042800     IF NOT WS-PB-OVERFLOW
042900         SET WS-PB-OVERFLOW TO TRUE
043000         DISPLAY 'STMT-PRESORT - MORE THAN ', WS-PB-LIMIT,
043100             ' BRANCHES - BRANCH ', WS-PB-WORK-CODE,
043200             ' AND LATER COSTED UNDER ***'
043300         IF RETURN-CODE < 4
043400             MOVE 4 TO RETURN-CODE
043500         END-IF
043600     END-IF.
043700 3250-EXIT.
043800     EXIT.
043900*----------------------------------------------------------
044000* 3260-MATCH-BRANCH
044100*----------------------------------------------------------
044200 3260-MATCH-BRANCH.
044300     IF WS-PB-CODE (WS-PB-SUB) = WS-PB-WORK-CODE
044400         MOVE WS-PB-SUB TO WS-PB-HIT-SUB
044500     ELSE
044600         IF WS-PB-CODE (WS-PB-SUB) = SPACES
044700             MOVE WS-PB-WORK-CODE TO WS-PB-CODE (WS-PB-SUB)
044800             MOVE WS-PB-SUB TO WS-PB-HIT-SUB
044900         END-IF
045000     END-IF.
045100 3260-EXIT.
045200     EXIT.
045300*----------------------------------------------------------
045400* 3400-CLOSE-ZIP5 - a five-digit ZIP holding the 5D
045500*     minimum mails at 5D; a smaller one leaves its pieces
045600*     to the rest of the three-digit group.
045700*----------------------------------------------------------
045800 3400-CLOSE-ZIP5.
045900     IF WS-ZIP5-COUNT = 0
046000         GO TO 3400-EXIT
046100     END-IF.
046200     MOVE 0 TO WS-TIER-SUB.
046300     IF WS-RT-FOUND (1)
046400         AND WS-ZIP5-COUNT NOT < WS-RT-MIN-PIECES (1)
046500         MOVE 1 TO WS-TIER-SUB
046600     ELSE
046700         ADD WS-ZIP5-COUNT TO WS-ZIP3-COUNT
046800     END-IF.
046900     PERFORM 3410-SETTLE-ZIP5-BRANCH THRU 3410-EXIT
047000         VARYING WS-PB-SUB FROM 1 BY 1
047100         UNTIL WS-PB-SUB > WS-PB-OVFLW-SLOT.
047200     MOVE 0 TO WS-ZIP5-COUNT.
047300 3400-EXIT.
047400     EXIT.
047500*----------------------------------------------------------
047600* 3410-SETTLE-ZIP5-BRANCH
047700*----------------------------------------------------------
047800 3410-SETTLE-ZIP5-BRANCH.
047900     IF WS-TIER-SUB = 0
048000         ADD WS-PB-ZIP5-CT (WS-PB-SUB)
048100             TO WS-PB-ZIP3-CT (WS-PB-SUB)
048200     ELSE
048300         ADD WS-PB-ZIP5-CT (WS-PB-SUB)
048400             TO WS-PB-PIECES (WS-PB-SUB, WS-TIER-SUB)
048500     END-IF.
048600     MOVE 0 TO WS-PB-ZIP5-CT (WS-PB-SUB).
048700 3410-EXIT.
048800     EXIT.
048900*----------------------------------------------------------
049000* 3450-CLOSE-ZIP3 - what is left of a three-digit group
049100*     mails at 3D when it holds the 3D minimum, otherwise
049200*     mixed.
049300*----------------------------------------------------------
049400 3450-CLOSE-ZIP3.
049500     IF WS-ZIP3-COUNT = 0
049600         GO TO 3450-EXIT
049700     END-IF.
049800     MOVE 3 TO WS-TIER-SUB.
049900     IF WS-RT-FOUND (2)
050000         AND WS-ZIP3-COUNT NOT < WS-RT-MIN-PIECES (2)
050100         MOVE 2 TO WS-TIER-SUB
050200     END-IF.
050300     PERFORM 3460-SETTLE-ZIP3-BRANCH THRU 3460-EXIT
050400         VARYING WS-PB-SUB FROM 1 BY 1
050500         UNTIL WS-PB-SUB > WS-PB-OVFLW-SLOT.
050600     MOVE 0 TO WS-ZIP3-COUNT.
050700 3450-EXIT.
050800     EXIT.
050900*----------------------------------------------------------
051000* 3460-SETTLE-ZIP3-BRANCH
051100*----------------------------------------------------------
051200 3460-SETTLE-ZIP3-BRANCH.
051300     ADD WS-PB-ZIP3-CT (WS-PB-SUB)
051400         TO WS-PB-PIECES (WS-PB-SUB, WS-TIER-SUB).
051500     MOVE 0 TO WS-PB-ZIP3-CT (WS-PB-SUB).
051600 3460-EXIT.
051700     EXIT.
051800*----------------------------------------------------------
051900* 8200-COST-POSTAGE - each branch's pieces in each tier at
052000*     the tier's rate, one POSTCOST line apiece, then the
052100*     report by tier and by branch.
052200*----------------------------------------------------------
052300 8200-COST-POSTAGE.
052400     PERFORM 8210-COST-ONE-BRANCH THRU 8210-EXIT
052500         VARYING WS-PB-SUB FROM 1 BY 1
052600         UNTIL WS-PB-SUB > WS-PB-OVFLW-SLOT.
052700     MOVE SPACES TO REPORT-LINE.
052800     WRITE REPORT-LINE.
052900     MOVE 'POSTAGE COST BY TIER' TO REPORT-LINE.
053000     WRITE REPORT-LINE.
053100     PERFORM 8250-PRINT-ONE-TIER THRU 8250-EXIT
053200         VARYING WS-TIER-SUB FROM 1 BY 1
053300         UNTIL WS-TIER-SUB > 4.
053400     MOVE WS-POSTAGE-PIECES TO RPT-TOTAL-PIECES.
053500     MOVE WS-POSTAGE-TOTAL TO RPT-TOTAL-COST.
053600     WRITE REPORT-LINE FROM RPT-POSTAGE-TOTAL-LINE.
053700     MOVE SPACES TO REPORT-LINE.
053800     WRITE REPORT-LINE.
053900     MOVE 'POSTAGE COST BY BRANCH' TO REPORT-LINE.
054000     WRITE REPORT-LINE.
054100     PERFORM 8260-PRINT-ONE-BRANCH THRU 8260-EXIT
054200         VARYING WS-PB-SUB FROM 1 BY 1
054300         UNTIL WS-PB-SUB > WS-PB-OVFLW-SLOT.
054400     DISPLAY 'STMT-PRESORT - POSTAGE ', WS-POSTAGE-TOTAL,
054500         ' ON ', WS-POSTAGE-PIECES, ' PIECE(S)'.
054600 8200-EXIT.
054700     EXIT.
054800*----------------------------------------------------------
054900* 8210-COST-ONE-BRANCH
055000*----------------------------------------------------------
055100 8210-COST-ONE-BRANCH.
055200     IF WS-PB-CODE (WS-PB-SUB) = SPACES
055300         GO TO 8210-EXIT
055400     END-IF.
055500     PERFORM 8220-COST-ONE-CELL THRU 8220-EXIT
055600         VARYING WS-TIER-SUB FROM 1 BY 1
055700         UNTIL WS-TIER-SUB > 4.
055800 8210-EXIT.
055900     EXIT.
056000*----------------------------------------------------------
056100* 8220-COST-ONE-CELL - pieces in a tier with no rate in
056200*     effect still go on POSTCOST, at zero, so the pieces
056300*     tie to the statement file; the run ends RC 4.
056400*----------------------------------------------------------
056500 8220-COST-ONE-CELL.
056600     IF WS-PB-PIECES (WS-PB-SUB, WS-TIER-SUB) = 0
056700         GO TO 8220-EXIT
056800     END-IF.
056900     IF NOT WS-RT-FOUND (WS-TIER-SUB)
057000         DISPLAY 'STMT-PRESORT - NO ', WS-RT-TIER (WS-TIER-SUB),
057100             ' POSTAGE RATE IN EFFECT - BRANCH ',
057200             WS-PB-CODE (WS-PB-SUB), ' PIECES NOT COSTED'
057300         IF RETURN-CODE < 4
057400             MOVE 4 TO RETURN-CODE
057500         END-IF
057600     END-IF.
057700     COMPUTE WS-PB-COST (WS-PB-SUB, WS-TIER-SUB) ROUNDED =
057800         WS-PB-PIECES (WS-PB-SUB, WS-TIER-SUB)
057900         * WS-RT-RATE (WS-TIER-SUB).
058000     ADD WS-PB-PIECES (WS-PB-SUB, WS-TIER-SUB)
058100         TO WS-PB-TOT-PIECES (WS-PB-SUB)
058200            WS-RT-PIECES (WS-TIER-SUB)
058300            WS-POSTAGE-PIECES.
058400     ADD WS-PB-COST (WS-PB-SUB, WS-TIER-SUB)
058500         TO WS-PB-TOT-COST (WS-PB-SUB)
058600            WS-RT-COST (WS-TIER-SUB)
058700            WS-POSTAGE-TOTAL.
058800     MOVE WS-RUN-DATE TO PC-RUN-DATE.
058900     MOVE WS-PB-CODE (WS-PB-SUB) TO PC-BRANCH-CODE.
059000     MOVE WS-RT-TIER (WS-TIER-SUB) TO PC-TIER.
059100     MOVE WS-PB-PIECES (WS-PB-SUB, WS-TIER-SUB) TO PC-PIECES.
059200     MOVE WS-RT-RATE (WS-TIER-SUB) TO PC-PIECE-RATE.
059300     MOVE WS-PB-COST (WS-PB-SUB, WS-TIER-SUB) TO PC-AMOUNT.
059400     WRITE POSTAGE-COST-RECORD.
059500 8220-EXIT.
059600     EXIT.
059700*----------------------------------------------------------
059800* 8250-PRINT-ONE-TIER
059900*----------------------------------------------------------
060000 8250-PRINT-ONE-TIER.
060100     MOVE WS-RT-TIER (WS-TIER-SUB) TO RPT-TIER.
060200     MOVE WS-RT-DESC (WS-TIER-SUB) TO RPT-TIER-DESC.
060300     MOVE WS-RT-PIECES (WS-TIER-SUB) TO RPT-TIER-PIECES.
060400     MOVE WS-RT-RATE (WS-TIER-SUB) TO RPT-TIER-RATE.
060500     MOVE WS-RT-COST (WS-TIER-SUB) TO RPT-TIER-COST.
060600     WRITE REPORT-LINE FROM RPT-TIER-LINE.
060700 8250-EXIT.
060800     EXIT.
060900*----------------------------------------------------------
061000* 8260-PRINT-ONE-BRANCH
061100*----------------------------------------------------------
061200 8260-PRINT-ONE-BRANCH.
061300     IF WS-PB-CODE (WS-PB-SUB) = SPACES
061400         GO TO 8260-EXIT
061500     END-IF.
061600     MOVE WS-PB-CODE (WS-PB-SUB) TO RPT-BRANCH.
061700     MOVE WS-PB-TOT-PIECES (WS-PB-SUB) TO RPT-BRANCH-PIECES.
061800     MOVE WS-PB-TOT-COST (WS-PB-SUB) TO RPT-BRANCH-COST.
061900     WRITE REPORT-LINE FROM RPT-BRANCH-COST-LINE.
062000 8260-EXIT.
062100     EXIT.
