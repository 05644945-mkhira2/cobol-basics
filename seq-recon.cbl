004282*                      only and skip the orphan check, which
004286*                      is only meaningful across the whole
004290*                      log.
004291*    2026-10-15   DN   Trace numbers to their SEQBLOCK blocks.
004292*    2026-10-15   DN   A used number voided by a proof reject
004293*                      reports as 'VOIDED - RUN REJECTED'.
004294*----------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
006250     SELECT SORTED-VOIDS ASSIGN TO 'VOIDSRTD'
006260         ORGANIZATION IS LINE SEQUENTIAL
006270         FILE STATUS IS VS-FILE-STATUS.
006275     SELECT SEQ-BLOCK-FILE ASSIGN TO 'SEQBLOCK'
006280         ORGANIZATION IS INDEXED
006285         ACCESS MODE IS SEQUENTIAL
006290         RECORD KEY IS SB-BLOCK-KEY
006295         FILE STATUS IS SB-FILE-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
010482     05  VS-ACTION-DATE          PIC 9(08).
010483     05  VS-ACTION-TIME          PIC 9(08).
010484     05  VS-RECORD-TYPE          PIC X(01).
010486*
010488 FD  SEQ-BLOCK-FILE
010490     LABEL RECORDS ARE STANDARD.
010492     COPY "seqblkrc.cpy".
010500*
010600 WORKING-STORAGE SECTION.
010700 01  SN-FILE-STATUS              PIC X(02).
011100 01  US-FILE-STATUS              PIC X(02).
011110 01  VD-FILE-STATUS              PIC X(02).
011120 01  VS-FILE-STATUS              PIC X(02).
011170 01  SB-FILE-STATUS              PIC X(02).
011200*
011300 01  WS-GEN-EOF-SW               PIC X(01) VALUE 'N'.
011400     88  WS-GEN-EOF              VALUE 'Y'.
012800 01  WS-ORPHAN-COUNT             PIC 9(07) COMP VALUE 0.
012810 01  WS-VOIDED-COUNT             PIC 9(07) COMP VALUE 0.
012820 01  WS-MATCHED-COUNT            PIC 9(07) COMP VALUE 0.
012825 01  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE 0.
012830*
012840 01  WS-SCOPE-DATE-IN            PIC X(08).
012850 01  WS-SCOPE-DATE-NUM REDEFINES WS-SCOPE-DATE-IN
012870 01  WS-SCOPE-DATE               PIC 9(08) VALUE 0.
012880 01  WS-REL-EOF-SW               PIC X(01).
012890     88  WS-REL-EOF              VALUE 'Y' FALSE 'N'.
012891 01  WS-BLK-EOF-SW               PIC X(01).
012892     88  WS-BLK-EOF              VALUE 'Y' FALSE 'N'.
012893 01  WS-BT-SUB                   PIC 9(04) COMP.
012894 01  WS-BLOCK-SUB                PIC 9(04) COMP.
012895 01  WS-LOCATE-KEY.
012896     05  WS-LOCATE-SERIES        PIC X(03).
012897     05  WS-LOCATE-NUMBER        PIC 9(09).
012900*
013000 COPY "rundate.cpy".
013010 COPY "jobhstpm.cpy".
013060 COPY "seqblktb.cpy".
013100*
013200 01  RR-HEADER-LINE.
013300     05  FILLER                  PIC X(28) VALUE
014200     05  RR-SEQ-NUMBER           PIC Z(8)9.
014300     05  FILLER                  PIC X(03) VALUE SPACES.
014400     05  RR-STATUS               PIC X(30).
014420     05  FILLER                  PIC X(09) VALUE '  BRANCH '.
014440     05  RR-BRANCH-CODE          PIC X(03).
014500*
014600 01  RR-SUMMARY-LINE.
014700     05  RR-SUMMARY-LABEL        PIC X(30).
014800     05  RR-SUMMARY-COUNT        PIC Z(8)9.
014805*
014810 01  RR-BLOCK-LINE.
014815     05  RB-SERIES-CODE          PIC X(03).
014820     05  FILLER                  PIC X(01) VALUE SPACE.
014825     05  RB-BLOCK-START          PIC Z(8)9.
014830     05  FILLER                  PIC X(01) VALUE '-'.
014835     05  RB-BLOCK-END            PIC Z(8)9.
014840     05  FILLER                  PIC X(04) VALUE ' BR '.
014845     05  RB-BRANCH-CODE          PIC X(03).
014850     05  FILLER                  PIC X(04) VALUE ' GEN'.
014855     05  RB-GEN-COUNT            PIC Z(6)9.
014860     05  FILLER                  PIC X(05) VALUE ' USED'.
014865     05  RB-USED-COUNT           PIC Z(6)9.
014870     05  FILLER                  PIC X(05) VALUE ' VOID'.
014875     05  RB-VOID-COUNT           PIC Z(6)9.
014880     05  FILLER                  PIC X(04) VALUE ' GAP'.
014885     05  RB-GAP-COUNT            PIC Z(6)9.
014900*
015000 PROCEDURE DIVISION.
015100*----------------------------------------------------------
017170         END-STRING
017180         WRITE RR-LINE
017190     END-IF.
017195     PERFORM 1400-LOAD-BLOCKS THRU 1400-EXIT.
017200     PERFORM 1050-SORT-GENERATED THRU 1050-EXIT.
017300     PERFORM 1060-SORT-USED THRU 1060-EXIT.
017310     PERFORM 1070-SORT-VOIDS THRU 1070-EXIT.
018700     END-IF.
018800 1000-EXIT.
018900     EXIT.
018902*----------------------------------------------------------
018904* 1400-LOAD-BLOCKS - every branch block on SEQBLOCK, in
018906*     series/number order; no file means no blocks and no
018908*     per-block section.
018910*----------------------------------------------------------
018912 1400-LOAD-BLOCKS.
018914     MOVE 0 TO BT-BLOCK-COUNT.
018916     OPEN INPUT SEQ-BLOCK-FILE.
018918     IF SB-FILE-STATUS NOT = '00'
018920         GO TO 1400-EXIT
018922     END-IF.
018924     SET WS-BLK-EOF TO FALSE.
018926     PERFORM 1410-LOAD-ONE-BLOCK THRU 1410-EXIT
018928         UNTIL WS-BLK-EOF.
018930     CLOSE SEQ-BLOCK-FILE.
018932 1400-EXIT.
018934     EXIT.
018936*----------------------------------------------------------
018938* 1410-LOAD-ONE-BLOCK
018940*----------------------------------------------------------
018942 1410-LOAD-ONE-BLOCK.
018944     READ SEQ-BLOCK-FILE
018946         AT END
018948             SET WS-BLK-EOF TO TRUE
018950             GO TO 1410-EXIT
018952     END-READ.
018954     IF BT-BLOCK-COUNT NOT < BT-BLOCK-MAX
018956         SET WS-BLK-EOF TO TRUE
018958         GO TO 1410-EXIT
018960     END-IF.
018962     ADD 1 TO BT-BLOCK-COUNT.
018964     MOVE SB-SERIES-CODE TO BT-SERIES-CODE (BT-BLOCK-COUNT).
018966     MOVE SB-BLOCK-START TO BT-BLOCK-START (BT-BLOCK-COUNT).
018968     MOVE SB-BLOCK-END TO BT-BLOCK-END (BT-BLOCK-COUNT).
018970     MOVE SB-BRANCH-CODE TO BT-BRANCH-CODE (BT-BLOCK-COUNT).
018972     MOVE 0 TO BT-GEN-COUNT (BT-BLOCK-COUNT)
018974               BT-USED-COUNT (BT-BLOCK-COUNT)
018976               BT-VOID-COUNT (BT-BLOCK-COUNT)
018978               BT-GAP-COUNT (BT-BLOCK-COUNT).
018980 1410-EXIT.
018982     EXIT.
019000*----------------------------------------------------------
019100* 1050-SORT-GENERATED - series first, number within series,
019200*     so the sequential match walks one series at a time.
023045             MOVE SS-SERIES-CODE TO WS-GEN-SERIES
023050             MOVE SS-SEQ-NUMBER TO WS-GEN-NUMBER
023055             ADD 1 TO WS-GEN-COUNT
023057             PERFORM 2420-COUNT-GENERATED THRU 2420-EXIT
023060     END-READ.
023065 1100-EXIT.
023070     EXIT.
025600* 2000-MATCH-RECORDS - classic sequential match/merge on the
025700*     series/number pair: the lower key of the two is the one
025800*     that's out of step, and gets reported; equal keys are a
025900*     clean match unless the number's void stands.
026000*----------------------------------------------------------
026100 2000-MATCH-RECORDS.
026200     EVALUATE TRUE
027210             IF WS-SCOPE-DATE = 0
027300                 MOVE WS-USED-SERIES TO RR-SERIES-CODE
027400                 MOVE WS-USED-NUMBER TO RR-SEQ-NUMBER
027410                 MOVE WS-USED-KEY TO WS-LOCATE-KEY
027420                 PERFORM 2400-LOCATE-BLOCK THRU 2400-EXIT
027500                 MOVE 'USED BUT NEVER GENERATED' TO RR-STATUS
027600                 WRITE RR-LINE FROM RR-DETAIL-LINE
027700                 ADD 1 TO WS-ORPHAN-COUNT
027900                 PERFORM 1200-READ-USED THRU 1200-EXIT
028000             END-IF
028100         WHEN OTHER
028110             PERFORM 2200-CLASSIFY-MATCHED THRU 2200-EXIT
028200             IF NOT WS-GEN-EOF
028300                 PERFORM 1100-READ-GENERATED THRU 1100-EXIT
028400             END-IF
028700             END-IF
028800     END-EVALUATE.
028900 2000-EXIT.
028902     EXIT.
028904*----------------------------------------------------------
028906* 2200-CLASSIFY-MATCHED - a consumed number is matched,
028908*     unless it still has a standing void: the document it
028910*     went on was on a statement run rejected at proof
028912*     (STMT-RELEASE), and the number is accounted for as
028914*     voided with the run.
028916*----------------------------------------------------------
028918 2200-CLASSIFY-MATCHED.
028920     PERFORM 1300-ADVANCE-VOID-STREAM THRU 1300-EXIT
028922         UNTIL WS-VOID-KEY NOT < WS-GEN-KEY.
028924     MOVE WS-GEN-KEY TO WS-LOCATE-KEY.
028926     PERFORM 2400-LOCATE-BLOCK THRU 2400-EXIT.
028928     IF WS-VOID-KEY NOT = WS-GEN-KEY
028930         ADD 1 TO WS-MATCHED-COUNT
028932         IF WS-BLOCK-SUB > 0
028934             ADD 1 TO BT-USED-COUNT (WS-BLOCK-SUB)
028936         END-IF
028938         GO TO 2200-EXIT
028940     END-IF.
028942     MOVE WS-GEN-SERIES TO RR-SERIES-CODE.
028944     MOVE WS-GEN-NUMBER TO RR-SEQ-NUMBER.
028946     MOVE 'VOIDED - RUN REJECTED' TO RR-STATUS.
028948     WRITE RR-LINE FROM RR-DETAIL-LINE.
028950     ADD 1 TO WS-REJECTED-COUNT.
028952     IF WS-BLOCK-SUB > 0
028954         ADD 1 TO BT-VOID-COUNT (WS-BLOCK-SUB)
028956     END-IF.
028958     PERFORM 1300-ADVANCE-VOID-STREAM THRU 1300-EXIT.
028960 2200-EXIT.
029000     EXIT.
029010*----------------------------------------------------------
029020* 2300-CLASSIFY-UNMATCHED - a generated number with no
029060 2300-CLASSIFY-UNMATCHED.
029070     PERFORM 1300-ADVANCE-VOID-STREAM THRU 1300-EXIT
029080         UNTIL WS-VOID-KEY NOT < WS-GEN-KEY.
029082     MOVE WS-GEN-KEY TO WS-LOCATE-KEY.
029084     PERFORM 2400-LOCATE-BLOCK THRU 2400-EXIT.
029090     MOVE WS-GEN-SERIES TO RR-SERIES-CODE.
029091     MOVE WS-GEN-NUMBER TO RR-SEQ-NUMBER.
029092     IF WS-VOID-KEY = WS-GEN-KEY
029099         WRITE RR-LINE FROM RR-DETAIL-LINE
029100         ADD 1 TO WS-UNUSED-COUNT
029110     END-IF.
029112     IF WS-BLOCK-SUB > 0
029113         IF RR-STATUS = 'GENERATED BUT NEVER USED'
029114             ADD 1 TO BT-GAP-COUNT (WS-BLOCK-SUB)
029115         ELSE
029116             ADD 1 TO BT-VOID-COUNT (WS-BLOCK-SUB)
029117         END-IF
029118     END-IF.
029120 2300-EXIT.
029130     EXIT.
029140*----------------------------------------------------------
030610     MOVE 'VOIDED - ACCOUNTED FOR:' TO RR-SUMMARY-LABEL.
030620     MOVE WS-VOIDED-COUNT TO RR-SUMMARY-COUNT.
030630     WRITE RR-LINE FROM RR-SUMMARY-LINE.
030650     MOVE 'VOIDED - RUN REJECTED:' TO RR-SUMMARY-LABEL.
030670     MOVE WS-REJECTED-COUNT TO RR-SUMMARY-COUNT.
030690     WRITE RR-LINE FROM RR-SUMMARY-LINE.
030700     IF WS-SCOPE-DATE = 0
030710         MOVE 'USED BUT NEVER GENERATED:' TO RR-SUMMARY-LABEL
030800         MOVE WS-ORPHAN-COUNT TO RR-SUMMARY-COUNT
030810         WRITE RR-LINE FROM RR-SUMMARY-LINE
030820     END-IF.
030870     IF BT-BLOCK-COUNT > 0
030920         PERFORM 8100-PRINT-BLOCKS THRU 8100-EXIT
030970     END-IF.
031000 8000-EXIT.
031100     EXIT.
031102*----------------------------------------------------------
031104* 8100-PRINT-BLOCKS - per-block consumption, so a gap can be
031106*     traced to the branch that held the number.
031108*----------------------------------------------------------
031110 8100-PRINT-BLOCKS.
031112     MOVE SPACES TO RR-LINE.
031114     WRITE RR-LINE.
031116     MOVE 'CONSUMPTION AND GAPS BY BRANCH BLOCK' TO RR-LINE.
031118     WRITE RR-LINE.
031120     PERFORM 8110-PRINT-ONE-BLOCK THRU 8110-EXIT
031122         VARYING WS-BT-SUB FROM 1 BY 1
031124         UNTIL WS-BT-SUB > BT-BLOCK-COUNT.
031126 8100-EXIT.
031128     EXIT.
031130*----------------------------------------------------------
031132* 8110-PRINT-ONE-BLOCK
031134*----------------------------------------------------------
031136 8110-PRINT-ONE-BLOCK.
031138     MOVE BT-SERIES-CODE (WS-BT-SUB) TO RB-SERIES-CODE.
031140     MOVE BT-BLOCK-START (WS-BT-SUB) TO RB-BLOCK-START.
031142     MOVE BT-BLOCK-END (WS-BT-SUB) TO RB-BLOCK-END.
031144     MOVE BT-BRANCH-CODE (WS-BT-SUB) TO RB-BRANCH-CODE.
031146     MOVE BT-GEN-COUNT (WS-BT-SUB) TO RB-GEN-COUNT.
031148     MOVE BT-USED-COUNT (WS-BT-SUB) TO RB-USED-COUNT.
031150     MOVE BT-VOID-COUNT (WS-BT-SUB) TO RB-VOID-COUNT.
031152     MOVE BT-GAP-COUNT (WS-BT-SUB) TO RB-GAP-COUNT.
031154     WRITE RR-LINE FROM RR-BLOCK-LINE.
031156 8110-EXIT.
031158     EXIT.
031200*----------------------------------------------------------
031300* 9000-TERMINATE
031400*----------------------------------------------------------
031610         RECON-REPORT.
031700 9000-EXIT.
031800     EXIT.
031900*----------------------------------------------------------
032000* 2400-LOCATE-BLOCK - the branch block holding the series/
032100*     number pair, if any; a shared-pool number reports
032200*     with a blank branch.
032300*----------------------------------------------------------
032400 2400-LOCATE-BLOCK.
032500     MOVE 0 TO WS-BLOCK-SUB.
032600     MOVE SPACES TO RR-BRANCH-CODE.
032700     PERFORM 2410-CHECK-ONE-BLOCK THRU 2410-EXIT
032800         VARYING WS-BT-SUB FROM 1 BY 1
032900         UNTIL WS-BT-SUB > BT-BLOCK-COUNT
033000             OR WS-BLOCK-SUB > 0.
033100 2400-EXIT.
033200     EXIT.
033300*----------------------------------------------------------
033400* 2410-CHECK-ONE-BLOCK
033500*----------------------------------------------------------
033600 2410-CHECK-ONE-BLOCK.
033700     IF BT-SERIES-CODE (WS-BT-SUB) = WS-LOCATE-SERIES
033800         AND WS-LOCATE-NUMBER NOT < BT-BLOCK-START (WS-BT-SUB)
033900         AND WS-LOCATE-NUMBER NOT > BT-BLOCK-END (WS-BT-SUB)
034000         MOVE WS-BT-SUB TO WS-BLOCK-SUB
034100         MOVE BT-BRANCH-CODE (WS-BT-SUB) TO RR-BRANCH-CODE
034200     END-IF.
034300 2410-EXIT.
034400     EXIT.
034500*----------------------------------------------------------
034600* 2420-COUNT-GENERATED - a generated number counts against
034700*     the branch block it was drawn from.
034800*----------------------------------------------------------
034900 2420-COUNT-GENERATED.
035000     MOVE WS-GEN-KEY TO WS-LOCATE-KEY.
035100     PERFORM 2400-LOCATE-BLOCK THRU 2400-EXIT.
035200     IF WS-BLOCK-SUB > 0
035300         ADD 1 TO BT-GEN-COUNT (WS-BLOCK-SUB)
035400     END-IF.
035500 2420-EXIT.
035600     EXIT.
