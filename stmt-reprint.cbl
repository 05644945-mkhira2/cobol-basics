002105*                      block through to the reprint, so a
002106*                      reprinted statement envelopes from
002107*                      the same data the original did.
002110*    2026-10-14   DN   Carry the detail's opening and closing
002120*                      balances and its ledger activity
002130*                      records through to the reprint, with
002140*                      reprint totals of both balances on the
002150*                      trailer.
002155*    2026-10-14   DN   A detail with no mailing block takes
002160*                      the address in force on its original
002165*                      run date from the CUSTADRH history
002170*                      through ADDR-HIST, never the
002175*                      customer's address of today.
002177*    2026-10-15   DN   Rename the statement record's new billing-
002179*                      cycle fields on the reprint record too; a
002181*                      reprint's header and trailer name no cycle.
002182*    2026-10-15   DN   Carry a copied detail's statement
002183*                      message records through with its
002184*                      activity. The insert codes are left off
002185*                      - a reprint goes out without the
002186*                      original's physical inserts - and the
002187*                      reprint trailer counts none.
002190*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
005500             ==ST-HASH-TOTAL== BY ==RP-HASH-TOTAL==
005600             ==ST-CUST-ID== BY ==RP-CUST-ID==
005700             ==ST-DOC-NUMBER== BY ==RP-DOC-NUMBER==
005701             ==ST-TYPE-MESSAGE== BY ==RP-TYPE-MESSAGE==
005702             ==ST-MESSAGE-FIELDS== BY ==RP-MESSAGE-FIELDS==
005703             ==ST-MSG-LINE-NBR== BY ==RP-MSG-LINE-NBR==
005704             ==ST-MSG-ID== BY ==RP-MSG-ID==
005705             ==ST-MSG-PART== BY ==RP-MSG-PART==
005706             ==ST-MSG-INSERT-CODE== BY ==RP-MSG-INSERT-CODE==
005707             ==ST-MSG-TEXT== BY ==RP-MSG-TEXT==
005710             ==ST-SUPPRESS-COUNT== BY ==RP-SUPPRESS-COUNT==
005720             ==ST-ADDR-LINE-1== BY ==RP-ADDR-LINE-1==
005730             ==ST-ADDR-LINE-2== BY ==RP-ADDR-LINE-2==
005740             ==ST-CITY== BY ==RP-CITY==
005750             ==ST-STATE== BY ==RP-STATE==
005751             ==ST-INSERT-COUNTS== BY ==RP-INSERT-COUNTS==
005752             ==ST-INSERT-ENTRY== BY ==RP-INSERT-ENTRY==
005753             ==ST-INSERT-CODE== BY ==RP-INSERT-CODE==
005754             ==ST-INSERT-COUNT== BY ==RP-INSERT-COUNT==
005755             ==ST-INSERT-OVERFLOW== BY ==RP-INSERT-OVERFLOW==
005760             ==ST-ZIP-CODE== BY ==RP-ZIP-CODE==
005762             ==ST-TYPE-ACTIVITY== BY ==RP-TYPE-ACTIVITY==
005764             ==ST-MAILING-BLOCK== BY ==RP-MAILING-BLOCK==
005766             ==ST-ACTIVITY-FIELDS== BY ==RP-ACTIVITY-FIELDS==
005768             ==ST-ACT-LINE-NBR== BY ==RP-ACT-LINE-NBR==
005770             ==ST-ACT-POST-DATE== BY ==RP-ACT-POST-DATE==
005772             ==ST-ACT-TRAN-TYPE== BY ==RP-ACT-TRAN-TYPE==
005774             ==ST-ACT-AMOUNT== BY ==RP-ACT-AMOUNT==
005776             ==ST-ACT-DOC-REF== BY ==RP-ACT-DOC-REF==
005778             ==ST-OPEN-BALANCE== BY ==RP-OPEN-BALANCE==
005780             ==ST-CLOSE-BALANCE== BY ==RP-CLOSE-BALANCE==
005782             ==ST-CYCLE-FIELDS== BY ==RP-CYCLE-FIELDS==
005784             ==ST-BILL-CYCLE== BY ==RP-BILL-CYCLE==
005786             ==ST-CYCLE-RUN-SW== BY ==RP-CYCLE-RUN-SW==
005788             ==ST-CYCLE-ONE== BY ==RP-CYCLE-ONE==
005790             ==ST-CYCLE-ALL== BY ==RP-CYCLE-ALL==
005792             ==ST-CYCLE-NONE== BY ==RP-CYCLE-NONE==
005800             ==ST-STATEMENT-TEXT== BY ==RP-STATEMENT-TEXT==.
005900*
006000 WORKING-STORAGE SECTION.
007900 01  WS-REPRINT-COUNT        PIC 9(05) COMP VALUE 0.
008000 01  WS-REPRINT-HASH         PIC 9(09) COMP VALUE 0.
008100 01  WS-MISSED-COUNT         PIC 9(03) COMP VALUE 0.
008110 01  WS-REPRINT-OPEN-TOTAL   PIC S9(09)V99 VALUE 0.
008120 01  WS-REPRINT-CLOSE-TOTAL  PIC S9(09)V99 VALUE 0.
008130 01  WS-DETAIL-COPIED-SW     PIC X(01) VALUE 'N'.
008140     88  WS-DETAIL-COPIED    VALUE 'Y' FALSE 'N'.
008150 01  WS-COPIED-DOC-NUMBER    PIC 9(09) VALUE 0.
008200*
008300 COPY "rundate.cpy".
008310 COPY "corrlgpm.cpy".
008360 COPY "adrhstpm.cpy".
008400*
008500 PROCEDURE DIVISION.
008600*----------------------------------------------------------
015710     MOVE ZERO TO RP-SUPPRESS-COUNT.
015720     MOVE SPACES TO RP-ADDR-LINE-1 RP-ADDR-LINE-2
015730         RP-CITY RP-STATE RP-ZIP-CODE.
015750     INITIALIZE RP-INSERT-COUNTS.
015770     MOVE ZERO TO RP-INSERT-OVERFLOW.
015780     MOVE ZERO TO RP-OPEN-BALANCE RP-CLOSE-BALANCE.
015800     MOVE 'REPRINT HEADER - REQUESTED COUNT' TO
015900         RP-STATEMENT-TEXT.
016000     WRITE REPRINT-RECORD.
016910     MOVE ZERO TO RP-SUPPRESS-COUNT.
016920     MOVE SPACES TO RP-ADDR-LINE-1 RP-ADDR-LINE-2
016930         RP-CITY RP-STATE RP-ZIP-CODE.
016935     INITIALIZE RP-INSERT-COUNTS.
016940     MOVE ZERO TO RP-INSERT-OVERFLOW.
016950     MOVE WS-REPRINT-OPEN-TOTAL TO RP-OPEN-BALANCE.
016970     MOVE WS-REPRINT-CLOSE-TOTAL TO RP-CLOSE-BALANCE.
017000     MOVE 'REPRINT TRAILER' TO RP-STATEMENT-TEXT.
017100     WRITE REPRINT-RECORD.
017200     CLOSE REPRINT-FILE.
018400             SET WS-ST-EOF TO TRUE
018500             GO TO 2100-EXIT
018600     END-READ.
018610     IF (ST-TYPE-ACTIVITY OR ST-TYPE-MESSAGE)
018620         AND WS-DETAIL-COPIED
018630         AND ST-DOC-NUMBER = WS-COPIED-DOC-NUMBER
018640         PERFORM 2300-COPY-ACTIVITY THRU 2300-EXIT
018650         GO TO 2100-EXIT
018660     END-IF.
018700     IF NOT ST-TYPE-DETAIL
018800         GO TO 2100-EXIT
018900     END-IF.
018950     SET WS-DETAIL-COPIED TO FALSE.
019000     PERFORM 2200-CHECK-REQUESTED THRU 2200-EXIT
019100         VARYING WS-REQ-SUB FROM 1 BY 1
019200         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT.
021140         MOVE ST-CITY TO RP-CITY
021150         MOVE ST-STATE TO RP-STATE
021160         MOVE ST-ZIP-CODE TO RP-ZIP-CODE
021161         IF ST-ADDR-LINE-1 = SPACES
021162             PERFORM 2250-ADDRESS-AS-OF THRU 2250-EXIT
021163         END-IF
021165         MOVE ST-OPEN-BALANCE TO RP-OPEN-BALANCE
021170         MOVE ST-CLOSE-BALANCE TO RP-CLOSE-BALANCE
021175         ADD ST-OPEN-BALANCE TO WS-REPRINT-OPEN-TOTAL
021180         ADD ST-CLOSE-BALANCE TO WS-REPRINT-CLOSE-TOTAL
021200         MOVE SPACES TO RP-STATEMENT-TEXT
021300         STRING 'REPRINT - ' DELIMITED BY SIZE
021400                ST-STATEMENT-TEXT DELIMITED BY SIZE
021500             INTO RP-STATEMENT-TEXT
021600         END-STRING
021700         WRITE REPRINT-RECORD
021702         SET WS-DETAIL-COPIED TO TRUE
021704         MOVE ST-DOC-NUMBER TO WS-COPIED-DOC-NUMBER
021710         SET CL-FUNC-WRITE TO TRUE
021720         MOVE ST-CUST-ID TO CL-CUST-ID
021730         MOVE WS-RUN-DATE TO CL-CORR-DATE
021800     END-IF.
021900 2200-EXIT.
022000     EXIT.
022002*----------------------------------------------------------
022004* 2250-ADDRESS-AS-OF - a detail written before statements
022006*     carried their mailing block is addressed from the
022008*     history as of the original run date; with no change
022010*     on record the block stays blank, as it was.
022012*----------------------------------------------------------
022014 2250-ADDRESS-AS-OF.
022016     SET HA-FUNC-LOOKUP TO TRUE.
022018     MOVE ST-CUST-ID TO HA-CUST-ID.
022020     MOVE ST-RUN-DATE TO HA-AS-OF-DATE.
022022     CALL 'ADDR-HIST' USING ADDR-HIST-PARMS.
022024     IF HA-ADDR-FOUND
022026         MOVE HA-ADDR-LINE-1 TO RP-ADDR-LINE-1
022028         MOVE HA-ADDR-LINE-2 TO RP-ADDR-LINE-2
022030         MOVE HA-CITY TO RP-CITY
022032         MOVE HA-STATE TO RP-STATE
022034         MOVE HA-ZIP-CODE TO RP-ZIP-CODE
022036     END-IF.
022038 2250-EXIT.
022040     EXIT.
022042*----------------------------------------------------------
022043* 2300-COPY-ACTIVITY - the ledger activity and statement
022044*     messages behind a copied detail follow it onto the
022045*     reprint unchanged but for the reprint's run date and
022046*     statement number, and a message's insert code.
022047*----------------------------------------------------------
022052 2300-COPY-ACTIVITY.
022057     MOVE STATEMENT-RECORD TO REPRINT-RECORD.
022062     MOVE WS-RUN-DATE TO RP-RUN-DATE.
022067     MOVE WS-REPRINT-COUNT TO RP-ITERATION-NBR.
022072     IF RP-TYPE-MESSAGE
022077         MOVE SPACES TO RP-MSG-INSERT-CODE
022082     END-IF.
022087     WRITE REPRINT-RECORD.
022092 2300-EXIT.
022097     EXIT.
022100*----------------------------------------------------------
022200* 8000-REPORT-MISSES - a request that matched nothing on
022300*     the retained run needs a person to look at it.
