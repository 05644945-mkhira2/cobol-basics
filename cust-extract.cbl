002106*                      customers extract, so each office can
002107*                      pull just its own. No control (or a
002108*                      blank one) extracts everyone.
002110*    2026-10-14   DN   Keep customers held for watch-list
002120*                      review or restricted after it out of
002130*                      the extract, like closed and deceased.
002140*    2026-10-15   DN   Carry the phone and first street line
002150*                      off CUSTADDR, masked through PII-MASK.
002160*                      A signed-on supervisor may ask for an
002170*                      unmasked run; that run is logged to
002180*                      OPERACT as a PIIEXTR action.
002190*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003460     SELECT BRANCH-CONTROL ASSIGN TO 'EXTRBRCH'
003470         ORGANIZATION IS LINE SEQUENTIAL
003480         FILE STATUS IS EB-FILE-STATUS.
003482     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
003484         ORGANIZATION IS INDEXED
003486         ACCESS MODE IS DYNAMIC
003488         RECORD KEY IS CA-CUST-ID
003490         FILE STATUS IS CA-FILE-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
004470     LABEL RECORDS ARE STANDARD.
004480 01  BRANCH-CTL-RECORD.
004490     05  EB-BRANCH-CODE      PIC X(03).
004492*
004494 FD  CUST-ADDRESS
004496     LABEL RECORDS ARE STANDARD.
004498     COPY "custaddr.cpy".
004500*
004600 WORKING-STORAGE SECTION.
004700 01  CM-FILE-STATUS          PIC X(02).
004810 01  CS-FILE-STATUS          PIC X(02).
004820 01  EB-FILE-STATUS          PIC X(02).
004830 01  WS-FILTER-BRANCH        PIC X(03) VALUE SPACES.
004880 01  CA-FILE-STATUS          PIC X(02).
004900*
005000 01  WS-CUST-EOF-SW          PIC X(01) VALUE 'N'.
005100     88  WS-CUST-EOF         VALUE 'Y'.
005140 01  WS-STATUS-EOF-SW        PIC X(01) VALUE 'N'.
005150     88  WS-STATUS-EOF       VALUE 'Y' FALSE 'N'.
005160 01  WS-CUR-STATUS           PIC X(01).
005161 01  WS-ADDRESS-OPEN-SW      PIC X(01) VALUE 'N'.
005162     88  WS-ADDRESS-OPEN     VALUE 'Y'.
005163 01  WS-UNMASKED-SW          PIC X(01) VALUE 'N'.
005164     88  WS-UNMASKED-RUN     VALUE 'Y' FALSE 'N'.
005165 01  WS-UNMASKED-REPLY       PIC X(01).
005166 01  WS-CSV-PHONE            PIC X(15).
005167 01  WS-CSV-STREET           PIC X(30).
005170 COPY "rundate.cpy".
005180 COPY "jobhstpm.cpy".
005190 COPY "xmitrgpm.cpy".
005192 COPY "piimskpm.cpy".
005194 COPY "signonws.cpy".
005196 COPY "actlogpm.cpy".
005200*
005300 01  WS-RECORD-COUNT         PIC 9(05) COMP VALUE 0.
005310 01  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE 0.
007271         DISPLAY 'CUST-EXTRACT - BRANCH FILTER ',
007272             WS-FILTER-BRANCH, ' IN FORCE'
007273     END-IF.
007274     OPEN INPUT CUST-ADDRESS.
007275     IF CA-FILE-STATUS = '00'
007276         MOVE 'Y' TO WS-ADDRESS-OPEN-SW
007277     END-IF.
007278*    Contact data goes out masked unless a signed-on
007279*    supervisor asks otherwise; a batch run is always masked.
007280     IF SO-SIGNED-ON AND SO-ROLE-SUPERVISOR
007281         DISPLAY 'Unmasked phone and address (Y/N): '
007282         ACCEPT WS-UNMASKED-REPLY
007283         IF WS-UNMASKED-REPLY = 'Y' OR WS-UNMASKED-REPLY = 'y'
007284             SET WS-UNMASKED-RUN TO TRUE
007285             DISPLAY 'CUST-EXTRACT - UNMASKED RUN'
007286         END-IF
007287     END-IF.
007300     OPEN OUTPUT CUSTOMER-CSV.
007400     MOVE SPACES TO CC-CSV-LINE.
007500     STRING 'CUST_ID,CUST_NAME,LAST_NAME,FIRST_NAME,ADD_DATE'
007510                DELIMITED BY SIZE
007520            ',PHONE,ADDR_LINE_1' DELIMITED BY SIZE
007530         INTO CC-CSV-LINE
007540     END-STRING.
007600     WRITE CUSTOMER-CSV-RECORD.
007700 1000-EXIT.
007800     EXIT.
009205     END-IF.
009210     PERFORM 2700-RESOLVE-STATUS THRU 2700-EXIT.
009220     IF WS-CUR-STATUS = 'C' OR WS-CUR-STATUS = 'D'
009225             OR WS-CUR-STATUS = 'P' OR WS-CUR-STATUS = 'R'
009230         ADD 1 TO WS-SKIPPED-COUNT
009240     ELSE
009300         PERFORM 2600-WRITE-CSV-RECORD THRU 2600-EXIT
010200*     at that embedded space and drop the last name.
010300*----------------------------------------------------------
010400 2600-WRITE-CSV-RECORD.
010410     PERFORM 2650-GET-CONTACT THRU 2650-EXIT.
010500     MOVE SPACES TO CC-CSV-LINE.
010600     STRING CM-CUST-ID    DELIMITED BY SIZE
010700            ','           DELIMITED BY SIZE
011200            CM-FIRST-NAME DELIMITED BY SPACE
011300            ','           DELIMITED BY SIZE
011400            CM-ADD-DATE   DELIMITED BY SIZE
011410            ','           DELIMITED BY SIZE
011420            WS-CSV-PHONE  DELIMITED BY '  '
011430            ','           DELIMITED BY SIZE
011440            WS-CSV-STREET DELIMITED BY '  '
011500         INTO CC-CSV-LINE
011600     END-STRING.
011700     WRITE CUSTOMER-CSV-RECORD.
011800     ADD 1 TO WS-RECORD-COUNT.
011900 2600-EXIT.
012000     EXIT.
012002*----------------------------------------------------------
012004* 2650-GET-CONTACT - phone and first street line off
012006*     CUSTADDR, masked unless this is an unmasked run. A
012008*     comma in the street would split the CSV column, so it
012010*     goes out as a space.
012012*----------------------------------------------------------
012014 2650-GET-CONTACT.
012016     MOVE SPACES TO WS-CSV-PHONE WS-CSV-STREET.
012018     IF NOT WS-ADDRESS-OPEN
012020         GO TO 2650-EXIT
012022     END-IF.
012024     MOVE CM-CUST-ID TO CA-CUST-ID.
012026     READ CUST-ADDRESS
012028         KEY IS CA-CUST-ID
012030         INVALID KEY
012032             GO TO 2650-EXIT
012034     END-READ.
012036     MOVE CA-PHONE TO WS-CSV-PHONE.
012038     MOVE CA-ADDR-LINE-1 TO WS-CSV-STREET.
012040     INSPECT WS-CSV-STREET REPLACING ALL ',' BY SPACE.
012042     IF WS-UNMASKED-RUN
012044         GO TO 2650-EXIT
012046     END-IF.
012048     SET PM-FUNC-PHONE TO TRUE.
012050     MOVE WS-CSV-PHONE TO PM-FIELD.
012052     CALL 'PII-MASK' USING PII-MASK-PARMS.
012054     MOVE PM-FIELD TO WS-CSV-PHONE.
012056     SET PM-FUNC-STREET TO TRUE.
012058     MOVE WS-CSV-STREET TO PM-FIELD.
012060     CALL 'PII-MASK' USING PII-MASK-PARMS.
012062     MOVE PM-FIELD TO WS-CSV-STREET.
012064 2650-EXIT.
012066     EXIT.
012100*----------------------------------------------------------
012200* 9000-TERMINATE
012300*----------------------------------------------------------
012510     IF WS-STATUS-OPEN
012520         CLOSE CUST-STATUS
012530     END-IF.
012535     IF WS-ADDRESS-OPEN
012540         CLOSE CUST-ADDRESS
012545     END-IF.
012550     IF WS-UNMASKED-RUN
012555         MOVE SO-OPERATOR-ID TO AY-OPERATOR-ID
012560         MOVE 'CUST-EXTRACT' TO AY-SOURCE-PGM
012565         MOVE 'PIIEXTR' TO AY-ACTION-CODE
012570         MOVE 'CUSTCSV' TO AY-ACTION-KEY
012575         MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE
012580         CALL 'ACT-LOG' USING ACT-LOG-PARMS
012585     END-IF.
012600     DISPLAY 'CUSTOMER RECORDS EXTRACTED: ', WS-RECORD-COUNT.
012610     DISPLAY 'INELIGIBLE SKIPPED:         ', WS-SKIPPED-COUNT.
012700 9000-EXIT.
012800     EXIT.
012810*----------------------------------------------------------
