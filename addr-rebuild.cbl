000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ADDR-REBUILD.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Rebuild utility for the CUSTADRX reverse lookup index.
000900* Walks CUST-ADDRESS building every record's phone and
001000* address entries through ADDR-INDEX, compares the result
001100* against the standing index - entries the addresses call
001200* for that the index lacks, and index entries no address
001300* still calls for, both count and print as drift - then
001400* regenerates the index from the addresses, so a missed
001500* maintenance hook is found and healed in one run, the
001600* same as PHON-REBUILD does for CUSTPHON. Ends with return
001700* code 4 when any drift was found, so the job stream can
001800* flag the night it happened, and 16 with the standing
001900* index untouched when the files outgrow the work tables.
002000*----------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002300*    2026-10-15   DN   Original program.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS CA-CUST-ID
003200         FILE STATUS IS CA-FILE-STATUS.
003300     SELECT REVERSE-INDEX ASSIGN TO 'CUSTADRX'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RV-LOOKUP-KEY
003700         FILE STATUS IS RV-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CUST-ADDRESS
004200     LABEL RECORDS ARE STANDARD.
004300     COPY "custaddr.cpy".
004400*
004500 FD  REVERSE-INDEX
004600     LABEL RECORDS ARE STANDARD.
004700     COPY "custadrx.cpy".
004800*
004900 WORKING-STORAGE SECTION.
005000 COPY "adrixpm.cpy".
005100 COPY "rundate.cpy".
005200 COPY "jobhstpm.cpy".
005300*
005400 01  CA-FILE-STATUS          PIC X(02).
005500 01  RV-FILE-STATUS          PIC X(02).
005600*
005700 01  WS-EOF-SW               PIC X(01).
005800     88  WS-EOF              VALUE 'Y' FALSE 'N'.
005900*
006000*    Two entries per address at most.
006100 77  WS-TABLE-LIMIT          PIC 9(04) COMP VALUE 2000.
006200*
006300*    The standing index, for the drift comparison.
006400 01  WS-OLD-COUNT            PIC 9(04) COMP VALUE 0.
006500 01  WS-OLD-SUB              PIC 9(04) COMP.
006600 01  WS-OLD-TABLE.
006700     05  WS-OLD-ENTRY OCCURS 2000 TIMES.
006800         10  WS-OLD-KEY      PIC X(42).
006900         10  WS-OLD-SEEN-SW  PIC X(01).
007000*
007100*    The index as the addresses say it should be.
007200 01  WS-NEW-COUNT            PIC 9(04) COMP VALUE 0.
007300 01  WS-NEW-SUB              PIC 9(04) COMP.
007400 01  WS-NEW-TABLE.
007500     05  WS-NEW-ENTRY        PIC X(50) OCCURS 2000 TIMES.
007600*
007700 01  WS-FOUND-SW             PIC X(01).
007800     88  WS-FOUND            VALUE 'Y' FALSE 'N'.
007900*
008000 01  WS-ADDR-COUNT           PIC 9(07) COMP VALUE 0.
008100 01  WS-DRIFT-COUNT          PIC 9(05) COMP VALUE 0.
008200 01  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
008300     88  WS-OVERFLOW         VALUE 'Y' FALSE 'N'.
008400*
008500 PROCEDURE DIVISION.
008600*----------------------------------------------------------
008700* 0000-MAINLINE
008800*----------------------------------------------------------
008900 0000-MAINLINE.
009000     CALL 'BUS-DATE' USING WS-RUN-DATE.
009100     SET JB-FUNC-START TO TRUE.
009200     MOVE 'ADDR-REBUILD' TO JB-PROGRAM-ID.
009300     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
009400     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
009500     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
009600     PERFORM 1000-LOAD-OLD-INDEX THRU 1000-EXIT.
009700     PERFORM 2000-BUILD-FROM-ADDRESSES THRU 2000-EXIT.
009800     IF WS-OVERFLOW
009900         DISPLAY 'ADDR-REBUILD - FILES EXCEED THE WORK ',
010000             'TABLE LIMIT OF ', WS-TABLE-LIMIT,
010100             ' - STANDING INDEX LEFT UNTOUCHED'
010200         MOVE 16 TO RETURN-CODE
010300         GO TO 0000-FINISH
010400     END-IF.
010500     PERFORM 3000-COUNT-ORPHANS THRU 3000-EXIT.
010600     PERFORM 4000-REWRITE-INDEX THRU 4000-EXIT.
010700     DISPLAY 'ADDR-REBUILD - ', WS-ADDR-COUNT,
010800         ' ADDRESS(ES) INDEXED, ', WS-DRIFT-COUNT,
010900         ' DRIFT ENTRY(S)'.
011000     IF WS-DRIFT-COUNT > 0
011100         MOVE 4 TO RETURN-CODE
011200     END-IF.
011300 0000-FINISH.
011400     SET JB-FUNC-END TO TRUE.
011500     MOVE WS-ADDR-COUNT TO JB-RECORD-COUNT.
011600     MOVE RETURN-CODE TO JB-RETURN-CODE.
011700     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
011800     GOBACK.
011900*----------------------------------------------------------
012000* 1000-LOAD-OLD-INDEX
012100*----------------------------------------------------------
012200 1000-LOAD-OLD-INDEX.
012300     OPEN INPUT REVERSE-INDEX.
012400     IF RV-FILE-STATUS NOT = '00'
012500         GO TO 1000-EXIT
012600     END-IF.
012700     SET WS-EOF TO FALSE.
012800     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
012900         UNTIL WS-EOF OR WS-OLD-COUNT = WS-TABLE-LIMIT.
013000     IF NOT WS-EOF
013100         SET WS-OVERFLOW TO TRUE
013200     END-IF.
013300     CLOSE REVERSE-INDEX.
013400 1000-EXIT.
013500     EXIT.
013600*----------------------------------------------------------
013700* 1100-LOAD-ONE-ENTRY
013800*----------------------------------------------------------
013900 1100-LOAD-ONE-ENTRY.
014000     READ REVERSE-INDEX NEXT RECORD
014100         AT END
014200             SET WS-EOF TO TRUE
014300             GO TO 1100-EXIT
014400     END-READ.
014500     ADD 1 TO WS-OLD-COUNT.
014600     MOVE RV-LOOKUP-KEY TO WS-OLD-KEY (WS-OLD-COUNT).
014700     MOVE 'N' TO WS-OLD-SEEN-SW (WS-OLD-COUNT).
014800 1100-EXIT.
014900     EXIT.
015000*----------------------------------------------------------
015100* 2000-BUILD-FROM-ADDRESSES - build every address record's
015200*     entries, note the ones the standing index missed, and
015300*     collect the entries the regenerated index will carry.
015400*----------------------------------------------------------
015500 2000-BUILD-FROM-ADDRESSES.
015600     OPEN INPUT CUST-ADDRESS.
015700     IF CA-FILE-STATUS NOT = '00'
015800         DISPLAY 'ADDR-REBUILD - CUST-ADDRESS NOT ',
015900             'AVAILABLE - STATUS ', CA-FILE-STATUS
016000         GO TO 2000-EXIT
016100     END-IF.
016200     SET WS-EOF TO FALSE.
016300     PERFORM 2100-INDEX-ONE-ADDRESS THRU 2100-EXIT
016400         UNTIL WS-EOF.
016500     CLOSE CUST-ADDRESS.
016600 2000-EXIT.
016700     EXIT.
016800*----------------------------------------------------------
016900* 2100-INDEX-ONE-ADDRESS - the search forms come from
017000*     ADDR-INDEX itself, so a rebuilt entry is keyed the
017100*     same as a maintained one.
017200*----------------------------------------------------------
017300 2100-INDEX-ONE-ADDRESS.
017400     READ CUST-ADDRESS NEXT RECORD
017500         AT END
017600             SET WS-EOF TO TRUE
017700             GO TO 2100-EXIT
017800     END-READ.
017900     ADD 1 TO WS-ADDR-COUNT.
018000     SET RX-FUNC-KEYS TO TRUE.
018100     MOVE CA-CUST-ID TO RX-CUST-ID.
018200     MOVE CA-PHONE TO RX-PHONE.
018300     MOVE CA-ZIP-CODE TO RX-ZIP-CODE.
018400     MOVE CA-ADDR-LINE-1 TO RX-STREET.
018500     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
018600     IF RX-PHONE-KEY NOT = SPACES
018700         MOVE SPACES TO CUST-REVERSE-RECORD
018800         SET RV-PHONE-ENTRY TO TRUE
018900         MOVE RX-PHONE-KEY TO RV-PHONE-DIGITS
019000         MOVE CA-CUST-ID TO RV-CUST-ID
019100         PERFORM 2200-KEEP-NEW-ENTRY THRU 2200-EXIT
019200     END-IF.
019300     IF RX-ZIP-KEY NOT = SPACES
019400         MOVE SPACES TO CUST-REVERSE-RECORD
019500         SET RV-ADDRESS-ENTRY TO TRUE
019600         MOVE RX-ZIP-KEY TO RV-ZIP-5
019700         MOVE RX-STREET-KEY TO RV-STREET
019800         MOVE CA-CUST-ID TO RV-CUST-ID
019900         PERFORM 2200-KEEP-NEW-ENTRY THRU 2200-EXIT
020000     END-IF.
020100 2100-EXIT.
020200     EXIT.
020300*----------------------------------------------------------
020400* 2200-KEEP-NEW-ENTRY - match the built entry against the
020500*     standing index and keep it for the rewrite.
020600*----------------------------------------------------------
020700 2200-KEEP-NEW-ENTRY.
020800     SET WS-FOUND TO FALSE.
020900     PERFORM 2300-MATCH-OLD-ENTRY THRU 2300-EXIT
021000         VARYING WS-OLD-SUB FROM 1 BY 1
021100         UNTIL WS-OLD-SUB > WS-OLD-COUNT OR WS-FOUND.
021200     IF NOT WS-FOUND
021300         ADD 1 TO WS-DRIFT-COUNT
021400         DISPLAY 'ADDR-REBUILD - ADDRESS ', CA-CUST-ID,
021500             ' ENTRY MISSING FROM INDEX ', RV-LOOKUP-TYPE,
021600             ' ', RV-LOOKUP-VALUE
021700     END-IF.
021800     IF WS-NEW-COUNT < WS-TABLE-LIMIT
021900         ADD 1 TO WS-NEW-COUNT
022000         MOVE CUST-REVERSE-RECORD
022100             TO WS-NEW-ENTRY (WS-NEW-COUNT)
022200     ELSE
022300         SET WS-OVERFLOW TO TRUE
022400     END-IF.
022500 2200-EXIT.
022600     EXIT.
022700*----------------------------------------------------------
022800* 2300-MATCH-OLD-ENTRY
022900*----------------------------------------------------------
023000 2300-MATCH-OLD-ENTRY.
023100     IF WS-OLD-KEY (WS-OLD-SUB) = RV-LOOKUP-KEY
023200         MOVE 'Y' TO WS-OLD-SEEN-SW (WS-OLD-SUB)
023300         SET WS-FOUND TO TRUE
023400     END-IF.
023500 2300-EXIT.
023600     EXIT.
023700*----------------------------------------------------------
023800* 3000-COUNT-ORPHANS - index entries no address still
023900*     builds.
024000*----------------------------------------------------------
024100 3000-COUNT-ORPHANS.
024200     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
024300         VARYING WS-OLD-SUB FROM 1 BY 1
024400         UNTIL WS-OLD-SUB > WS-OLD-COUNT.
024500 3000-EXIT.
024600     EXIT.
024700*----------------------------------------------------------
024800* 3100-CHECK-ONE-ENTRY
024900*----------------------------------------------------------
025000 3100-CHECK-ONE-ENTRY.
025100     IF WS-OLD-SEEN-SW (WS-OLD-SUB) = 'N'
025200         ADD 1 TO WS-DRIFT-COUNT
025300         DISPLAY 'ADDR-REBUILD - ORPHAN INDEX ENTRY ',
025400             WS-OLD-KEY (WS-OLD-SUB)
025500     END-IF.
025600 3100-EXIT.
025700     EXIT.
025800*----------------------------------------------------------
025900* 4000-REWRITE-INDEX
026000*----------------------------------------------------------
026100 4000-REWRITE-INDEX.
026200     OPEN OUTPUT REVERSE-INDEX.
026300     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
026400         VARYING WS-NEW-SUB FROM 1 BY 1
026500         UNTIL WS-NEW-SUB > WS-NEW-COUNT.
026600     CLOSE REVERSE-INDEX.
026700 4000-EXIT.
026800     EXIT.
026900*----------------------------------------------------------
027000* 4100-WRITE-ONE-ENTRY
027100*----------------------------------------------------------
027200 4100-WRITE-ONE-ENTRY.
027300     MOVE WS-NEW-ENTRY (WS-NEW-SUB) TO CUST-REVERSE-RECORD.
027400     WRITE CUST-REVERSE-RECORD
027500         INVALID KEY
027600             CONTINUE
027700     END-WRITE.
027800 4100-EXIT.
027900     EXIT.
