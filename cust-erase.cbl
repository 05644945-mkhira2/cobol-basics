000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CUST-ERASE.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Privacy erasure run. Every formal erasure demand on the
000900* ERASREQ request file that a supervisor has signed off,
001000* and whose customer is not on the LEGALHLD legal-hold
001100* list, has the customer's personal data replaced by the
001200* token 'ERASED-' plus the request number in every file
001300* that carries it - the name on CUSTMAST, the street and
001400* phone on CUSTADDR and the CUSTADRH address history, the
001500* CUSTEMAL address, the CUSTPHON phonetic index, the
001600* CUSTHIST before and after images, the CUSTNOTE note
001700* text, the NOTIFLOG and NTFRETRY message text, the
001800* CUSTMERG merged name, the SCRNLOG screened name and
001900* address, the CASEHIST and CUSTCASE service-case text,
001950* and the same data carried on the CUSTBKP and
002000* BKPSET backup sets and the CUSTARCH archive set.
002100*
002200* Nothing is deleted. Customer IDs, dates, document
002300* numbers, and record counts are left as they were, so
002400* every reconciliation still balances; CORRHIST carries
002500* no personal data and is counted only. City, state, and
002600* ZIP stay for the postal and presort totals. A backup or
002700* archive group whose hash total moves with a tokenized
002800* record is re-footed so SITE-RESTORE and CUST-RETRIEVE
002900* still prove it.
003000*
003100* Each request gets a certificate on ERASCERT - outcome,
003200* per-file records found and tokenized, the supervisor
003300* sign-off, and a certification block - and a line on the
003400* permanent ERASLOG register; a request the register
003500* already shows erased is not run again. A legal-hold list
003600* too big for its table refuses the run (RC 16, nothing
003700* erased), as CUST-ARCHIVE does.
003800*----------------------------------------------------------
003900*    MODIFICATION HISTORY
004000*    DATE        INIT  DESCRIPTION
004100*    2026-10-15   DN   Original program.
004110*    2026-10-15   DN   Re-chain CUSTHIST through CHAIN-SVC as it
004120*                      is copied back with entries tokenized,
004130*                      noting the re-chain for CHAIN-VERIFY, and
004140*                      widen the flat and work records to 240
004150*                      bytes for the wider change-trail entry and
004160*                      backup-set detail.
004170*    2026-10-15   DN   An erased customer's real phone and street
004180*                      come off the CUSTADRX lookup index through
004190*                      ADDR-INDEX.
004192*    2026-10-15   DN   Service-case text on CASEHIST and the
004194*                      CUSTCASE case summary are tokenized with
004196*                      the rest of the customer's data.
004200*----------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ERASURE-REQUESTS ASSIGN TO 'ERASREQ'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS ER-FILE-STATUS.
004900     SELECT ERASURE-REGISTER ASSIGN TO 'ERASLOG'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS EG-FILE-STATUS.
005200     SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGALHLD'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS LH-FILE-STATUS.
005500     SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS OP-OPERATOR-ID
005900         FILE STATUS IS OP-FILE-STATUS.
006000     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CM-CUST-ID
006400         ALTERNATE RECORD KEY IS CM-CUST-NAME
006500             WITH DUPLICATES
006600         FILE STATUS IS CM-FILE-STATUS.
006700     SELECT CUST-ADDRESS ASSIGN TO 'CUSTADDR'
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS CA-CUST-ID
007100         FILE STATUS IS CA-FILE-STATUS.
007200     SELECT CUST-ADDR-HIST ASSIGN TO 'CUSTADRH'
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS AD-HIST-KEY
007600         FILE STATUS IS AD-FILE-STATUS.
007700     SELECT CUST-EMAIL ASSIGN TO 'CUSTEMAL'
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS CE-CUST-ID
008100         FILE STATUS IS CE-FILE-STATUS.
008200     SELECT PHONETIC-INDEX ASSIGN TO 'CUSTPHON'
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS PH-PHON-KEY
008600         FILE STATUS IS PH-FILE-STATUS.
008610     SELECT CUST-CASE-FILE ASSIGN TO 'CUSTCASE'
008620         ORGANIZATION IS INDEXED
008630         ACCESS MODE IS DYNAMIC
008640         RECORD KEY IS CK-CASE-NUMBER
008650         ALTERNATE RECORD KEY IS CK-CUST-ID
008660             WITH DUPLICATES
008670         FILE STATUS IS CK-FILE-STATUS.
008700     SELECT FLAT-FILE ASSIGN TO WS-FLAT-NAME
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS FL-FILE-STATUS.
009000     SELECT ERASE-WORK ASSIGN TO 'ERASWORK'
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS EW-FILE-STATUS.
009300     SELECT CERTIFICATE-OUT ASSIGN TO 'ERASCERT'
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS RO-FILE-STATUS.
009600*
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  ERASURE-REQUESTS
010000     LABEL RECORDS ARE STANDARD.
010100     COPY "erasreq.cpy".
010200*
010300 FD  ERASURE-REGISTER
010400     LABEL RECORDS ARE STANDARD.
010500     COPY "eraslog.cpy".
010600*
010700 FD  LEGAL-HOLD-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  LEGAL-HOLD-RECORD.
011000     05  LH-CUST-ID              PIC 9(06).
011100*
011200 FD  OPERATOR-MASTER
011300     LABEL RECORDS ARE STANDARD.
011400     COPY "opermast.cpy".
011500*
011600 FD  CUSTOMER-MASTER
011700     LABEL RECORDS ARE STANDARD.
011800     COPY "custrec.cpy".
011900*
012000 FD  CUST-ADDRESS
012100     LABEL RECORDS ARE STANDARD.
012200     COPY "custaddr.cpy".
012300*
012400 FD  CUST-ADDR-HIST
012500     LABEL RECORDS ARE STANDARD.
012600     COPY "custadrh.cpy".
012700*
012800 FD  CUST-EMAIL
012900     LABEL RECORDS ARE STANDARD.
013000     COPY "custemal.cpy".
013100*
013200 FD  PHONETIC-INDEX
013300     LABEL RECORDS ARE STANDARD.
013400     COPY "custphon.cpy".
013410*
013420 FD  CUST-CASE-FILE
013430     LABEL RECORDS ARE STANDARD.
013440     COPY "custcase.cpy".
013500*
013600*    Every line-sequential file the run tokenizes is read
013700*    through the one FLAT-FILE, named by WS-FLAT-NAME, the
013800*    SITE-BACKUP way; the record is laid out through its
013900*    own copybook in working storage.
014000 FD  FLAT-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  FLAT-RECORD                 PIC X(240).
014300*
014400 FD  ERASE-WORK
014500     LABEL RECORDS ARE STANDARD.
014600 01  ERASE-WORK-RECORD           PIC X(240).
014700*
014800 FD  CERTIFICATE-OUT
014900     LABEL RECORDS ARE STANDARD.
015000 01  CERT-LINE                   PIC X(100).
015100*
015200 WORKING-STORAGE SECTION.
015300 01  ER-FILE-STATUS              PIC X(02).
015400 01  EG-FILE-STATUS              PIC X(02).
015500 01  LH-FILE-STATUS              PIC X(02).
015600 01  OP-FILE-STATUS              PIC X(02).
015700 01  CM-FILE-STATUS              PIC X(02).
015800 01  CA-FILE-STATUS              PIC X(02).
015900 01  AD-FILE-STATUS              PIC X(02).
016000 01  CE-FILE-STATUS              PIC X(02).
016100 01  PH-FILE-STATUS              PIC X(02).
016110 01  CK-FILE-STATUS              PIC X(02).
016200 01  FL-FILE-STATUS              PIC X(02).
016300 01  EW-FILE-STATUS              PIC X(02).
016400 01  RO-FILE-STATUS              PIC X(02).
016500*
016600 01  WS-EOF-SW                   PIC X(01).
016700     88  WS-EOF                  VALUE 'Y' FALSE 'N'.
016800 01  WS-OPER-OPEN-SW             PIC X(01) VALUE 'N'.
016900     88  WS-OPER-OPEN            VALUE 'Y' FALSE 'N'.
017000 01  WS-ON-HOLD-SW               PIC X(01).
017100     88  WS-ON-HOLD              VALUE 'Y' FALSE 'N'.
017200 01  WS-HOLD-OVFLW-SW            PIC X(01) VALUE 'N'.
017300     88  WS-HOLD-OVERFLOW        VALUE 'Y' FALSE 'N'.
017400 01  WS-REQ-OVFLW-SW             PIC X(01) VALUE 'N'.
017500     88  WS-REQ-OVERFLOW         VALUE 'Y' FALSE 'N'.
017600 01  WS-FILE-CHANGED-SW          PIC X(01).
017700     88  WS-FILE-CHANGED         VALUE 'Y' FALSE 'N'.
017800 01  WS-REC-CHANGED-SW           PIC X(01).
017900     88  WS-REC-CHANGED          VALUE 'Y' FALSE 'N'.
018000 01  WS-IMAGE-CHANGED-SW         PIC X(01).
018100     88  WS-IMAGE-CHANGED        VALUE 'Y' FALSE 'N'.
018200*
018300 77  WS-HOLD-LIMIT               PIC 9(03) COMP VALUE 200.
018400 01  WS-HOLD-COUNT               PIC 9(03) COMP VALUE 0.
018500 01  WS-HOLD-SUB                 PIC 9(03) COMP.
018600 01  WS-HOLD-TABLE.
018700     05  WS-HOLD-ID              PIC 9(06) OCCURS 200 TIMES.
018800*
018900*    The requests taken this run. The outcome starts at
019000*    'E' and is settled by the checks before any file is
019100*    touched; only requests still at 'E' are matched in
019200*    the file passes. The per-file counts run in the
019300*    order of WS-FILE-LIST below.
019400 77  WS-REQ-LIMIT                PIC 9(03) COMP VALUE 100.
019500 01  WS-REQ-COUNT                PIC 9(03) COMP VALUE 0.
019600 01  WS-REQ-SUB                  PIC 9(03) COMP.
019700 01  WS-CHK-SUB                  PIC 9(03) COMP.
019800 01  WS-HIT-SUB                  PIC 9(03) COMP.
019900 01  WS-REQ-TABLE.
020000     05  WS-REQ-ENTRY            OCCURS 100 TIMES.
020100         10  WS-RQ-REQUEST-ID    PIC 9(06).
020200         10  WS-RQ-CUST-ID       PIC 9(06).
020300         10  WS-RQ-RECEIVED-DATE PIC 9(08).
020400         10  WS-RQ-REQUESTER-REF PIC X(20).
020500         10  WS-RQ-SIGNOFF-OPER  PIC X(08).
020600         10  WS-RQ-OUTCOME       PIC X(01).
020700             88  WS-RQ-TO-ERASE  VALUE 'E'.
020800         10  WS-RQ-FOUND-TOTAL   PIC 9(07) COMP.
020900         10  WS-RQ-TOKEN-TOTAL   PIC 9(07) COMP.
021000         10  WS-RQ-FILE-COUNTS   OCCURS 17 TIMES.
021100             15  WS-RQ-FOUND     PIC 9(07) COMP.
021200             15  WS-RQ-TOKENIZED PIC 9(07) COMP.
021300*
021400*    The files the run covers, in certificate order; 1-5
021500*    and 17 are indexed and updated in place, 6-16 line
021600*    sequential and streamed through ERASWORK.
021700 01  WS-FILE-LIST-VALUES.
021800     05  FILLER                  PIC X(09) VALUE 'CUSTMAST'.
021900     05  FILLER                  PIC X(09) VALUE 'CUSTADDR'.
022000     05  FILLER                  PIC X(09) VALUE 'CUSTADRH'.
022100     05  FILLER                  PIC X(09) VALUE 'CUSTEMAL'.
022200     05  FILLER                  PIC X(09) VALUE 'CUSTPHON'.
022300     05  FILLER                  PIC X(09) VALUE 'CUSTHIST'.
022400     05  FILLER                  PIC X(09) VALUE 'CUSTNOTE'.
022500     05  FILLER                  PIC X(09) VALUE 'NOTIFLOG'.
022600     05  FILLER                  PIC X(09) VALUE 'NTFRETRY'.
022700     05  FILLER                  PIC X(09) VALUE 'CORRHIST'.
022800     05  FILLER                  PIC X(09) VALUE 'CUSTMERG'.
022900     05  FILLER                  PIC X(09) VALUE 'SCRNLOG'.
023000     05  FILLER                  PIC X(09) VALUE 'CUSTBKP'.
023100     05  FILLER                  PIC X(09) VALUE 'BKPSET'.
023200     05  FILLER                  PIC X(09) VALUE 'CUSTARCH'.
023210     05  FILLER                  PIC X(09) VALUE 'CASEHIST'.
023220     05  FILLER                  PIC X(09) VALUE 'CUSTCASE'.
023300 01  WS-FILE-LIST REDEFINES WS-FILE-LIST-VALUES.
023400     05  WS-FILE-ENTRY           PIC X(09) OCCURS 17 TIMES.
023500 01  WS-FILE-SUB                 PIC 9(02) COMP.
023600 01  WS-FLAT-NAME                PIC X(09).
023700*
023800 01  WS-MATCH-ID                 PIC 9(06).
023900 01  WS-TOKEN.
024000     05  FILLER                  PIC X(07) VALUE 'ERASED-'.
024100     05  WS-TOKEN-REQ-ID         PIC 9(06).
024200*
024300*    A CUSTMAST record image as carried in the CUSTHIST
024400*    before/after images, CUSTBKP, and CUSTARCH.
024500 01  WS-MAST-IMAGE.
024600     05  WS-MI-CUST-ID           PIC 9(06).
024700     05  WS-MI-CUST-NAME         PIC X(20).
024800     05  WS-MI-LAST-NAME         PIC X(15).
024900     05  WS-MI-FIRST-NAME        PIC X(15).
025000     05  FILLER                  PIC X(18).
025100*
025200*    A CUSTADDR record image as carried in CUSTARCH.
025300 01  WS-ADDR-IMAGE.
025400     05  WS-AI-CUST-ID           PIC 9(06).
025500     05  WS-AI-ADDR-LINE-1       PIC X(30).
025600     05  WS-AI-ADDR-LINE-2       PIC X(30).
025700     05  WS-AI-CITY              PIC X(20).
025800     05  WS-AI-STATE             PIC X(02).
025900     05  WS-AI-ZIP-CODE          PIC X(10).
026000     05  WS-AI-PHONE             PIC X(15).
026100     05  WS-AI-CONTACT-PREF      PIC X(01).
026200     05  FILLER                  PIC X(10).
026300*
026400*    Backup and archive groups hash the leading eight
026500*    characters of each detail when numeric; a tokenized
026600*    detail's change to that sum is carried to the group
026700*    trailer.
026800 01  WS-LEAD-8                   PIC X(08).
026900 01  WS-LEAD-8-NUM REDEFINES WS-LEAD-8
027000                                 PIC 9(08).
027100 01  WS-HASH-ADJ                 PIC S9(15) VALUE 0.
027200*
027300 01  WS-TAKEN-COUNT              PIC 9(05) COMP VALUE 0.
027400 01  WS-ERASED-COUNT             PIC 9(05) COMP VALUE 0.
027500 01  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE 0.
027600 01  WS-RUN-TIME                 PIC 9(08).
027620*
027640*    The history chain as CUSTHIST is written back.
027660 01  WS-RECHAIN-PRIOR            PIC 9(09).
027680 01  WS-RECHAIN-COUNT            PIC 9(09).
027700*
027800 COPY "rundate.cpy".
027900 COPY "jobhstpm.cpy".
028000 COPY "phonixpm.cpy".
028020 COPY "adrixpm.cpy".
028050 COPY "chainpm.cpy".
028100*
028200*    Working layouts of the line-sequential files.
028300 COPY "custhist.cpy".
028400 COPY "custnote.cpy".
028500 COPY "ntflog.cpy".
028600 COPY "ntfretry.cpy".
028700 COPY "corrhist.cpy".
028800 COPY "custmrg.cpy".
028900 COPY "scrnlog.cpy".
029000 COPY "custbkp.cpy".
029100 COPY "sitebkp.cpy".
029200 COPY "custarch.cpy".
029250 COPY "casehist.cpy".
029300*
029400 01  CRT-HEADER-LINE.
029500     05  FILLER                  PIC X(40) VALUE
029600         'PRIVACY ERASURE CERTIFICATE'.
029700     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
029800     05  CRT-RUN-DATE            PIC 9999/99/99.
029900*
030000 01  CRT-REQUEST-LINE.
030100     05  FILLER                  PIC X(10) VALUE 'REQUEST: '.
030200     05  CRT-REQUEST-ID          PIC 9(06).
030300     05  FILLER                  PIC X(13) VALUE
030400         '   RECEIVED: '.
030500     05  CRT-RECEIVED-DATE       PIC 9999/99/99.
030600     05  FILLER                  PIC X(14) VALUE
030700         '   REFERENCE: '.
030800     05  CRT-REQUESTER-REF       PIC X(20).
030900*
031000 01  CRT-CUSTOMER-LINE.
031100     05  FILLER                  PIC X(10) VALUE 'CUSTOMER: '.
031200     05  CRT-CUST-ID             PIC 9(06).
031300     05  FILLER                  PIC X(13) VALUE
031400         '   TOKEN:    '.
031500     05  CRT-TOKEN               PIC X(13).
031600*
031700 01  CRT-OUTCOME-LINE.
031800     05  FILLER                  PIC X(10) VALUE 'OUTCOME: '.
031900     05  CRT-OUTCOME-TEXT        PIC X(50).
032000*
032100 01  CRT-SIGNOFF-LINE.
032200     05  FILLER                  PIC X(30) VALUE
032300         'SIGNED OFF BY SUPERVISOR:'.
032400     05  CRT-SIGNOFF-OPER        PIC X(08).
032500*
032600 01  CRT-COL-HEAD-LINE.
032700     05  FILLER                  PIC X(04) VALUE SPACES.
032800     05  FILLER                  PIC X(12) VALUE 'FILE'.
032900     05  FILLER                  PIC X(12) VALUE '     FOUND'.
033000     05  FILLER                  PIC X(12) VALUE ' TOKENIZED'.
033100*
033200 01  CRT-FILE-LINE.
033300     05  FILLER                  PIC X(04) VALUE SPACES.
033400     05  CRT-FILE-NAME           PIC X(09).
033500     05  FILLER                  PIC X(03) VALUE SPACES.
033600     05  CRT-FOUND               PIC Z,ZZZ,ZZ9.
033700     05  FILLER                  PIC X(03) VALUE SPACES.
033800     05  CRT-TOKENIZED           PIC Z,ZZZ,ZZ9.
033900     05  FILLER                  PIC X(03) VALUE SPACES.
034000     05  CRT-FILE-NOTE           PIC X(30).
034100*
034200 01  CRT-TOTAL-LINE.
034300     05  FILLER                  PIC X(04) VALUE SPACES.
034400     05  FILLER                  PIC X(12) VALUE 'TOTAL'.
034500     05  CRT-TOTAL-FOUND         PIC Z,ZZZ,ZZ9.
034600     05  FILLER                  PIC X(03) VALUE SPACES.
034700     05  CRT-TOTAL-TOKENIZED     PIC Z,ZZZ,ZZ9.
034800*
034900 01  CRT-INTACT-LINE.
035000     05  FILLER                  PIC X(50) VALUE
035100         'NO RECORD DELETED - IDS, DATES, DOCUMENT NUMBERS, '.
035200     05  FILLER                  PIC X(40) VALUE
035300         'COUNTS AND CONTROL TOTALS RETAINED'.
035400*
035500 01  CRT-CERTIFY-LINE.
035600     05  FILLER                  PIC X(14) VALUE
035700         'CERTIFIED BY: '.
035800     05  FILLER                  PIC X(30) VALUE ALL '_'.
035900     05  FILLER                  PIC X(09) VALUE '   DATE: '.
036000     05  FILLER                  PIC X(12) VALUE ALL '_'.
036100*
036200 01  CRT-SUMMARY-LINE.
036300     05  FILLER                  PIC X(20) VALUE
036400         'REQUESTS TAKEN:'.
036500     05  CRT-TAKEN-COUNT         PIC ZZ,ZZ9.
036600     05  FILLER                  PIC X(12) VALUE
036700         '   ERASED:'.
036800     05  CRT-ERASED-COUNT        PIC ZZ,ZZ9.
036900     05  FILLER                  PIC X(18) VALUE
037000         '   NOT ERASED:'.
037100     05  CRT-REFUSED-COUNT       PIC ZZ,ZZ9.
037200*
037300 PROCEDURE DIVISION.
037400*----------------------------------------------------------
037500* 0000-MAINLINE
037600*----------------------------------------------------------
037700 0000-MAINLINE.
037800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037900*    Legal hold must fail safe - a hold list bigger than the
038000*    table could let a held customer be erased, so the run
038100*    refuses instead.
038200     IF WS-HOLD-OVERFLOW
038300         DISPLAY 'CUST-ERASE - LEGAL-HOLD LIST EXCEEDS ',
038400             WS-HOLD-LIMIT, ' ENTRIES - RUN REFUSED, ',
038500             'NOTHING ERASED'
038600         MOVE 16 TO RETURN-CODE
038700         GO TO 0000-FINISH
038800     END-IF.
038900     PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT.
039000     IF WS-REQ-COUNT = 0
039100         DISPLAY 'CUST-ERASE - NO ERASURE REQUESTS TO RUN'
039200         GO TO 0000-FINISH
039300     END-IF.
039400     PERFORM 2200-MARK-REGISTERED THRU 2200-EXIT.
039500     PERFORM 2400-SETTLE-ONE-REQUEST THRU 2400-EXIT
039600         VARYING WS-REQ-SUB FROM 1 BY 1
039700         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
039800     IF WS-ERASED-COUNT > 0
039900         PERFORM 3000-ERASE-MASTER THRU 3000-EXIT
040000         PERFORM 3200-ERASE-ADDRESS THRU 3200-EXIT
040100         PERFORM 3400-ERASE-ADDR-HIST THRU 3400-EXIT
040200         PERFORM 3600-ERASE-EMAIL THRU 3600-EXIT
040300         PERFORM 3800-ERASE-PHONETIC THRU 3800-EXIT
040400         PERFORM 4000-ERASE-ONE-FLAT THRU 4000-EXIT
040500             VARYING WS-FILE-SUB FROM 6 BY 1
040600             UNTIL WS-FILE-SUB > 16
040650         PERFORM 3950-ERASE-CASES THRU 3950-EXIT
040700     END-IF.
040800     OPEN EXTEND ERASURE-REGISTER.
040900     IF EG-FILE-STATUS = '35'
041000         OPEN OUTPUT ERASURE-REGISTER
041100     END-IF.
041200     PERFORM 8000-CERTIFY-ONE-REQUEST THRU 8000-EXIT
041300         VARYING WS-REQ-SUB FROM 1 BY 1
041400         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
041500     CLOSE ERASURE-REGISTER.
041600     MOVE WS-REQ-COUNT TO CRT-TAKEN-COUNT.
041700     MOVE WS-ERASED-COUNT TO CRT-ERASED-COUNT.
041800     MOVE WS-REFUSED-COUNT TO CRT-REFUSED-COUNT.
041900     WRITE CERT-LINE FROM CRT-SUMMARY-LINE.
042000     DISPLAY 'CUST-ERASE - ', WS-REQ-COUNT,
042100         ' REQUEST(S) TAKEN, ', WS-ERASED-COUNT,
042200         ' ERASED, ', WS-REFUSED-COUNT, ' NOT ERASED'.
042300     IF WS-REQ-OVERFLOW
042400         DISPLAY 'CUST-ERASE - MORE THAN ', WS-REQ-LIMIT,
042500             ' REQUESTS ON FILE - THE REST RUN NEXT TIME'
042600         MOVE 4 TO RETURN-CODE
042700     END-IF.
042800 0000-FINISH.
042900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043000     GOBACK.
043100*----------------------------------------------------------
043200* 1000-INITIALIZE - the legal-hold list, the operator
043300*     master for the sign-off check, and the certificate.
043400*----------------------------------------------------------
043500 1000-INITIALIZE.
043600     CALL 'BUS-DATE' USING WS-RUN-DATE.
043700     SET JB-FUNC-START TO TRUE.
043800     MOVE 'CUST-ERASE' TO JB-PROGRAM-ID.
043900     MOVE WS-RUN-DATE TO JB-BUSINESS-DATE.
044000     MOVE 0 TO JB-RECORD-COUNT JB-RETURN-CODE.
044100     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
044200     ACCEPT WS-RUN-TIME FROM TIME.
044300     OPEN INPUT LEGAL-HOLD-FILE.
044400     IF LH-FILE-STATUS = '00'
044500         SET WS-EOF TO FALSE
044600         PERFORM 1100-LOAD-ONE-HOLD THRU 1100-EXIT
044700             UNTIL WS-EOF OR WS-HOLD-COUNT = WS-HOLD-LIMIT
044800         IF NOT WS-EOF
044900             SET WS-HOLD-OVERFLOW TO TRUE
045000         END-IF
045100         CLOSE LEGAL-HOLD-FILE
045200     END-IF.
045300     OPEN INPUT OPERATOR-MASTER.
045400     IF OP-FILE-STATUS = '00'
045500         SET WS-OPER-OPEN TO TRUE
045600     END-IF.
045700     OPEN OUTPUT CERTIFICATE-OUT.
045800     MOVE WS-RUN-DATE TO CRT-RUN-DATE.
045900     WRITE CERT-LINE FROM CRT-HEADER-LINE.
046000     MOVE ALL '=' TO CERT-LINE.
046100     WRITE CERT-LINE.
046200 1000-EXIT.
046300     EXIT.
046400*----------------------------------------------------------
046500* 1100-LOAD-ONE-HOLD
046600*----------------------------------------------------------
046700 1100-LOAD-ONE-HOLD.
046800     READ LEGAL-HOLD-FILE
046900         AT END
047000             SET WS-EOF TO TRUE
047100             GO TO 1100-EXIT
047200     END-READ.
047300     ADD 1 TO WS-HOLD-COUNT.
047400     MOVE LH-CUST-ID TO WS-HOLD-ID (WS-HOLD-COUNT).
047500 1100-EXIT.
047600     EXIT.
047700*----------------------------------------------------------
047800* 2000-LOAD-REQUESTS - up to the table limit per run; the
047900*     register keeps the ones taken from being run twice,
048000*     so the rest simply wait for the next run.
048100*----------------------------------------------------------
048200 2000-LOAD-REQUESTS.
048300     OPEN INPUT ERASURE-REQUESTS.
048400     IF ER-FILE-STATUS NOT = '00'
048500         GO TO 2000-EXIT
048600     END-IF.
048700     SET WS-EOF TO FALSE.
048800     PERFORM 2100-LOAD-ONE-REQUEST THRU 2100-EXIT
048900         UNTIL WS-EOF OR WS-REQ-COUNT = WS-REQ-LIMIT.
049000     IF NOT WS-EOF
049100         READ ERASURE-REQUESTS
049200             AT END
049300                 CONTINUE
049400             NOT AT END
049500                 SET WS-REQ-OVERFLOW TO TRUE
049600         END-READ
049700     END-IF.
049800     CLOSE ERASURE-REQUESTS.
049900 2000-EXIT.
050000     EXIT.
050100*----------------------------------------------------------
050200* 2100-LOAD-ONE-REQUEST
050300*----------------------------------------------------------
050400 2100-LOAD-ONE-REQUEST.
050500     READ ERASURE-REQUESTS
050600         AT END
050700             SET WS-EOF TO TRUE
050800             GO TO 2100-EXIT
050900     END-READ.
051000     IF ER-REQUEST-ID IS NOT NUMERIC
051100         OR ER-CUST-ID IS NOT NUMERIC
051200         DISPLAY 'CUST-ERASE - MALFORMED REQUEST SKIPPED: ',
051300             ER-REQUEST-ID, ' ', ER-CUST-ID
051400         GO TO 2100-EXIT
051500     END-IF.
051600     ADD 1 TO WS-REQ-COUNT.
051700     INITIALIZE WS-REQ-ENTRY (WS-REQ-COUNT).
051800     MOVE ER-REQUEST-ID TO WS-RQ-REQUEST-ID (WS-REQ-COUNT).
051900     MOVE ER-CUST-ID TO WS-RQ-CUST-ID (WS-REQ-COUNT).
052000     IF ER-RECEIVED-DATE IS NUMERIC
052100         MOVE ER-RECEIVED-DATE
052200             TO WS-RQ-RECEIVED-DATE (WS-REQ-COUNT)
052300     END-IF.
052400     MOVE ER-REQUESTER-REF
052500         TO WS-RQ-REQUESTER-REF (WS-REQ-COUNT).
052600     MOVE ER-SIGNOFF-OPER TO WS-RQ-SIGNOFF-OPER (WS-REQ-COUNT).
052700     MOVE 'E' TO WS-RQ-OUTCOME (WS-REQ-COUNT).
052800 2100-EXIT.
052900     EXIT.
053000*----------------------------------------------------------
053100* 2200-MARK-REGISTERED - a request the register already
053200*     shows erased is certified as such and not run again.
053300*----------------------------------------------------------
053400 2200-MARK-REGISTERED.
053500     OPEN INPUT ERASURE-REGISTER.
053600     IF EG-FILE-STATUS NOT = '00'
053700         GO TO 2200-EXIT
053800     END-IF.
053900     SET WS-EOF TO FALSE.
054000     PERFORM 2300-CHECK-ONE-REGISTERED THRU 2300-EXIT
054100         UNTIL WS-EOF.
054200     CLOSE ERASURE-REGISTER.
054300 2200-EXIT.
054400     EXIT.
054500*----------------------------------------------------------
054600* 2300-CHECK-ONE-REGISTERED
054700*----------------------------------------------------------
054800 2300-CHECK-ONE-REGISTERED.
054900     READ ERASURE-REGISTER
055000         AT END
055100             SET WS-EOF TO TRUE
055200             GO TO 2300-EXIT
055300     END-READ.
055400     IF NOT EG-OUT-ERASED
055500         GO TO 2300-EXIT
055600     END-IF.
055700     PERFORM 2310-MATCH-ONE-REGISTERED THRU 2310-EXIT
055800         VARYING WS-REQ-SUB FROM 1 BY 1
055900         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
056000 2300-EXIT.
056100     EXIT.
056200*----------------------------------------------------------
056300* 2310-MATCH-ONE-REGISTERED
056400*----------------------------------------------------------
056500 2310-MATCH-ONE-REGISTERED.
056600     IF WS-RQ-REQUEST-ID (WS-REQ-SUB) = EG-REQUEST-ID
056700         MOVE 'A' TO WS-RQ-OUTCOME (WS-REQ-SUB)
056800     END-IF.
056900 2310-EXIT.
057000     EXIT.
057100*----------------------------------------------------------
057200* 2400-SETTLE-ONE-REQUEST - a second request for the same
057300*     customer in one run is certified against the first,
057400*     whether the first runs now or was erased before;
057500*     then the sign-off, then legal hold.
057600*----------------------------------------------------------
057700 2400-SETTLE-ONE-REQUEST.
057800     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
057900         GO TO 2400-COUNT
058000     END-IF.
058100     PERFORM 2410-CHECK-ONE-EARLIER THRU 2410-EXIT
058200         VARYING WS-CHK-SUB FROM 1 BY 1
058300         UNTIL WS-CHK-SUB NOT < WS-REQ-SUB.
058400     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
058500         GO TO 2400-COUNT
058600     END-IF.
058700     PERFORM 2500-CHECK-SIGNOFF THRU 2500-EXIT.
058800     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
058900         GO TO 2400-COUNT
059000     END-IF.
059100     PERFORM 2600-CHECK-LEGAL-HOLD THRU 2600-EXIT.
059200     IF WS-ON-HOLD
059300         MOVE 'H' TO WS-RQ-OUTCOME (WS-REQ-SUB)
059400     END-IF.
059500 2400-COUNT.
059600     IF WS-RQ-TO-ERASE (WS-REQ-SUB)
059700         ADD 1 TO WS-ERASED-COUNT
059800     ELSE
059900         ADD 1 TO WS-REFUSED-COUNT
060000     END-IF.
060100 2400-EXIT.
060200     EXIT.
060300*----------------------------------------------------------
060400* 2410-CHECK-ONE-EARLIER
060500*----------------------------------------------------------
060600 2410-CHECK-ONE-EARLIER.
060700     IF (WS-RQ-TO-ERASE (WS-CHK-SUB)
060800             OR WS-RQ-OUTCOME (WS-CHK-SUB) = 'A')
060900         AND WS-RQ-CUST-ID (WS-CHK-SUB)
061000             = WS-RQ-CUST-ID (WS-REQ-SUB)
061100         MOVE 'D' TO WS-RQ-OUTCOME (WS-REQ-SUB)
061200     END-IF.
061300 2410-EXIT.
061400     EXIT.
061500*----------------------------------------------------------
061600* 2500-CHECK-SIGNOFF - the signing operator must be an
061700*     active, unexpired supervisor on OPERMAST; anything
061800*     that cannot be proven refuses the request.
061900*----------------------------------------------------------
062000 2500-CHECK-SIGNOFF.
062100     MOVE 'R' TO WS-RQ-OUTCOME (WS-REQ-SUB).
062200     IF NOT WS-OPER-OPEN
062300         OR WS-RQ-SIGNOFF-OPER (WS-REQ-SUB) = SPACES
062400         GO TO 2500-EXIT
062500     END-IF.
062600     MOVE WS-RQ-SIGNOFF-OPER (WS-REQ-SUB) TO OP-OPERATOR-ID.
062700     READ OPERATOR-MASTER
062800         KEY IS OP-OPERATOR-ID
062900         INVALID KEY
063000             GO TO 2500-EXIT
063100     END-READ.
063200     IF OP-ROLE-SUPERVISOR
063300         AND OP-STATUS-ACTIVE
063400         AND (OP-EXPIRY-DATE = 0
063500             OR OP-EXPIRY-DATE > WS-RUN-DATE)
063600         MOVE 'E' TO WS-RQ-OUTCOME (WS-REQ-SUB)
063700     END-IF.
063800 2500-EXIT.
063900     EXIT.
064000*----------------------------------------------------------
064100* 2600-CHECK-LEGAL-HOLD
064200*----------------------------------------------------------
064300 2600-CHECK-LEGAL-HOLD.
064400     SET WS-ON-HOLD TO FALSE.
064500     PERFORM 2610-MATCH-ONE-HOLD THRU 2610-EXIT
064600         VARYING WS-HOLD-SUB FROM 1 BY 1
064700         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
064800             OR WS-ON-HOLD.
064900 2600-EXIT.
065000     EXIT.
065100*----------------------------------------------------------
065200* 2610-MATCH-ONE-HOLD
065300*----------------------------------------------------------
065400 2610-MATCH-ONE-HOLD.
065500     IF WS-HOLD-ID (WS-HOLD-SUB) = WS-RQ-CUST-ID (WS-REQ-SUB)
065600         SET WS-ON-HOLD TO TRUE
065700     END-IF.
065800 2610-EXIT.
065900     EXIT.
066000*----------------------------------------------------------
066100* 2900-FIND-REQUEST - WS-MATCH-ID against the requests
066200*     being erased; WS-HIT-SUB comes back zero for none,
066300*     otherwise the entry, with WS-TOKEN set for it.
066400*----------------------------------------------------------
066500 2900-FIND-REQUEST.
066600     MOVE 0 TO WS-HIT-SUB.
066700     PERFORM 2910-MATCH-ONE-REQUEST THRU 2910-EXIT
066800         VARYING WS-CHK-SUB FROM 1 BY 1
066900         UNTIL WS-CHK-SUB > WS-REQ-COUNT
067000             OR WS-HIT-SUB > 0.
067100     IF WS-HIT-SUB > 0
067200         MOVE WS-RQ-REQUEST-ID (WS-HIT-SUB) TO WS-TOKEN-REQ-ID
067300     END-IF.
067400 2900-EXIT.
067500     EXIT.
067600*----------------------------------------------------------
067700* 2910-MATCH-ONE-REQUEST
067800*----------------------------------------------------------
067900 2910-MATCH-ONE-REQUEST.
068000     IF WS-RQ-TO-ERASE (WS-CHK-SUB)
068100         AND WS-RQ-CUST-ID (WS-CHK-SUB) = WS-MATCH-ID
068200         MOVE WS-CHK-SUB TO WS-HIT-SUB
068300     END-IF.
068400 2910-EXIT.
068500     EXIT.
068600*----------------------------------------------------------
068700* 3000-ERASE-MASTER - the name becomes the token, the
068800*     update stamp advances as on any rewrite.
068900*----------------------------------------------------------
069000 3000-ERASE-MASTER.
069100     MOVE 1 TO WS-FILE-SUB.
069200     OPEN I-O CUSTOMER-MASTER.
069300     IF CM-FILE-STATUS NOT = '00'
069400         DISPLAY 'CUST-ERASE - CUSTMAST NOT AVAILABLE - ',
069500             'STATUS ', CM-FILE-STATUS
069600         GO TO 3000-EXIT
069700     END-IF.
069800     PERFORM 3100-ERASE-ONE-MASTER THRU 3100-EXIT
069900         VARYING WS-REQ-SUB FROM 1 BY 1
070000         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
070100     CLOSE CUSTOMER-MASTER.
070200 3000-EXIT.
070300     EXIT.
070400*----------------------------------------------------------
070500* 3100-ERASE-ONE-MASTER
070600*----------------------------------------------------------
070700 3100-ERASE-ONE-MASTER.
070800     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
070900         GO TO 3100-EXIT
071000     END-IF.
071100     MOVE WS-RQ-CUST-ID (WS-REQ-SUB) TO CM-CUST-ID.
071200     READ CUSTOMER-MASTER
071300         KEY IS CM-CUST-ID
071400         INVALID KEY
071500             GO TO 3100-EXIT
071600     END-READ.
071700     MOVE WS-REQ-SUB TO WS-HIT-SUB.
071800     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO WS-TOKEN-REQ-ID.
071900     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
072000     MOVE WS-TOKEN TO CM-CUST-NAME CM-LAST-NAME.
072100     MOVE SPACES TO CM-FIRST-NAME.
072200     IF CM-UPDATE-SEQ IS NOT NUMERIC
072300         MOVE ZERO TO CM-UPDATE-SEQ
072400     END-IF.
072500     IF CM-SEQ-AT-LIMIT
072600         MOVE 1 TO CM-UPDATE-SEQ
072700     ELSE
072800         ADD 1 TO CM-UPDATE-SEQ
072900     END-IF.
073000     REWRITE CUST-MASTER-RECORD
073100         INVALID KEY
073200             DISPLAY 'CUST-ERASE - CUSTMAST REWRITE FAILED ',
073300                 CM-CUST-ID
073400             GO TO 3100-EXIT
073500     END-REWRITE.
073600     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
073700 3100-EXIT.
073800     EXIT.
073900*----------------------------------------------------------
074000* 3200-ERASE-ADDRESS - street and phone become the token,
074100*     the second line is cleared and the contact
074200*     preference set to none; city, state, and ZIP stay.
074300*----------------------------------------------------------
074400 3200-ERASE-ADDRESS.
074500     MOVE 2 TO WS-FILE-SUB.
074600     OPEN I-O CUST-ADDRESS.
074700     IF CA-FILE-STATUS NOT = '00'
074800         GO TO 3200-EXIT
074900     END-IF.
075000     PERFORM 3300-ERASE-ONE-ADDRESS THRU 3300-EXIT
075100         VARYING WS-REQ-SUB FROM 1 BY 1
075200         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
075300     CLOSE CUST-ADDRESS.
075400 3200-EXIT.
075500     EXIT.
075600*----------------------------------------------------------
075700* 3300-ERASE-ONE-ADDRESS
075800*----------------------------------------------------------
075900 3300-ERASE-ONE-ADDRESS.
076000     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
076100         GO TO 3300-EXIT
076200     END-IF.
076300     MOVE WS-RQ-CUST-ID (WS-REQ-SUB) TO CA-CUST-ID.
076400     READ CUST-ADDRESS
076500         KEY IS CA-CUST-ID
076600         INVALID KEY
076700             GO TO 3300-EXIT
076800     END-READ.
076900     MOVE WS-REQ-SUB TO WS-HIT-SUB.
077000     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO WS-TOKEN-REQ-ID.
077100     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
077120     MOVE CA-PHONE TO RX-OLD-PHONE.
077140     MOVE CA-ZIP-CODE TO RX-OLD-ZIP-CODE.
077160     MOVE CA-ADDR-LINE-1 TO RX-OLD-STREET.
077200     MOVE WS-TOKEN TO CA-ADDR-LINE-1 CA-PHONE.
077300     MOVE SPACES TO CA-ADDR-LINE-2.
077400     SET CA-PREF-NONE TO TRUE.
077500     REWRITE CUST-ADDRESS-RECORD
077600         INVALID KEY
077700             GO TO 3300-EXIT
077800     END-REWRITE.
077900     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
077910*    The real phone comes off the CUSTADRX lookup index and
077920*    the street entry follows the token; the token is no
077930*    usable phone number, so no phone entry goes back.
077940     SET RX-FUNC-CHANGE TO TRUE.
077950     MOVE CA-CUST-ID TO RX-CUST-ID.
077960     MOVE CA-PHONE TO RX-PHONE.
077970     MOVE CA-ZIP-CODE TO RX-ZIP-CODE.
077980     MOVE CA-ADDR-LINE-1 TO RX-STREET.
077990     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
078000 3300-EXIT.
078100     EXIT.
078200*----------------------------------------------------------
078300* 3400-ERASE-ADDR-HIST - every dated address the customer
078400*     has held, read forward from the customer's first
078500*     effective date.
078600*----------------------------------------------------------
078700 3400-ERASE-ADDR-HIST.
078800     MOVE 3 TO WS-FILE-SUB.
078900     OPEN I-O CUST-ADDR-HIST.
079000     IF AD-FILE-STATUS NOT = '00'
079100         GO TO 3400-EXIT
079200     END-IF.
079300     PERFORM 3500-ERASE-ONE-ADDR-HIST THRU 3500-EXIT
079400         VARYING WS-REQ-SUB FROM 1 BY 1
079500         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
079600     CLOSE CUST-ADDR-HIST.
079700 3400-EXIT.
079800     EXIT.
079900*----------------------------------------------------------
080000* 3500-ERASE-ONE-ADDR-HIST
080100*----------------------------------------------------------
080200 3500-ERASE-ONE-ADDR-HIST.
080300     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
080400         GO TO 3500-EXIT
080500     END-IF.
080600     MOVE WS-REQ-SUB TO WS-HIT-SUB.
080700     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO WS-TOKEN-REQ-ID.
080800     MOVE WS-RQ-CUST-ID (WS-REQ-SUB) TO AD-CUST-ID.
080900     MOVE 0 TO AD-EFF-DATE.
081000     START CUST-ADDR-HIST
081100         KEY IS NOT LESS THAN AD-HIST-KEY
081200         INVALID KEY
081300             GO TO 3500-EXIT
081400     END-START.
081500     SET WS-EOF TO FALSE.
081600     PERFORM 3510-ERASE-NEXT-ADDR-HIST THRU 3510-EXIT
081700         UNTIL WS-EOF.
081800 3500-EXIT.
081900     EXIT.
082000*----------------------------------------------------------
082100* 3510-ERASE-NEXT-ADDR-HIST
082200*----------------------------------------------------------
082300 3510-ERASE-NEXT-ADDR-HIST.
082400     READ CUST-ADDR-HIST NEXT RECORD
082500         AT END
082600             SET WS-EOF TO TRUE
082700             GO TO 3510-EXIT
082800     END-READ.
082900     IF AD-CUST-ID NOT = WS-RQ-CUST-ID (WS-HIT-SUB)
083000         SET WS-EOF TO TRUE
083100         GO TO 3510-EXIT
083200     END-IF.
083300     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
083400     MOVE WS-TOKEN TO AD-ADDR-LINE-1.
083500     MOVE SPACES TO AD-ADDR-LINE-2.
083600     REWRITE CUST-ADDR-HIST-RECORD
083700         INVALID KEY
083800             GO TO 3510-EXIT
083900     END-REWRITE.
084000     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
084100 3510-EXIT.
084200     EXIT.
084300*----------------------------------------------------------
084400* 3600-ERASE-EMAIL - the address becomes the token and is
084500*     marked invalid, and the e-statement option comes
084600*     off, so nothing is ever sent to it.
084700*----------------------------------------------------------
084800 3600-ERASE-EMAIL.
084900     MOVE 4 TO WS-FILE-SUB.
085000     OPEN I-O CUST-EMAIL.
085100     IF CE-FILE-STATUS NOT = '00'
085200         GO TO 3600-EXIT
085300     END-IF.
085400     PERFORM 3700-ERASE-ONE-EMAIL THRU 3700-EXIT
085500         VARYING WS-REQ-SUB FROM 1 BY 1
085600         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
085700     CLOSE CUST-EMAIL.
085800 3600-EXIT.
085900     EXIT.
086000*----------------------------------------------------------
086100* 3700-ERASE-ONE-EMAIL
086200*----------------------------------------------------------
086300 3700-ERASE-ONE-EMAIL.
086400     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
086500         GO TO 3700-EXIT
086600     END-IF.
086700     MOVE WS-RQ-CUST-ID (WS-REQ-SUB) TO CE-CUST-ID.
086800     READ CUST-EMAIL
086900         KEY IS CE-CUST-ID
087000         INVALID KEY
087100             GO TO 3700-EXIT
087200     END-READ.
087300     MOVE WS-REQ-SUB TO WS-HIT-SUB.
087400     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO WS-TOKEN-REQ-ID.
087500     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
087600     MOVE WS-TOKEN TO CE-EMAIL-ADDR.
087700     SET CE-EMAIL-VALID TO FALSE.
087800     SET CE-ESTMT-OPT-IN TO FALSE.
087900     REWRITE CUST-EMAIL-RECORD
088000         INVALID KEY
088100             GO TO 3700-EXIT
088200     END-REWRITE.
088300     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
088400 3700-EXIT.
088500     EXIT.
088600*----------------------------------------------------------
088700* 3800-ERASE-PHONETIC - the phonetic key is graded from
088800*     the real last name, so every entry carrying the
088900*     customer comes off whatever name it was graded
089000*     from; a customer whose master was tokenized then
089100*     goes back on under the token through PHON-INDEX, so
089200*     the index still covers every master record.
089300*----------------------------------------------------------
089400 3800-ERASE-PHONETIC.
089500     MOVE 5 TO WS-FILE-SUB.
089600     OPEN I-O PHONETIC-INDEX.
089700     IF PH-FILE-STATUS NOT = '00'
089800         GO TO 3800-EXIT
089900     END-IF.
090000     SET WS-EOF TO FALSE.
090100     PERFORM 3810-SWEEP-ONE-PHONETIC THRU 3810-EXIT
090200         UNTIL WS-EOF.
090300     CLOSE PHONETIC-INDEX.
090400     PERFORM 3900-REINDEX-ONE-MASTER THRU 3900-EXIT
090500         VARYING WS-REQ-SUB FROM 1 BY 1
090600         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
090700 3800-EXIT.
090800     EXIT.
090900*----------------------------------------------------------
091000* 3810-SWEEP-ONE-PHONETIC
091100*----------------------------------------------------------
091200 3810-SWEEP-ONE-PHONETIC.
091300     READ PHONETIC-INDEX NEXT RECORD
091400         AT END
091500             SET WS-EOF TO TRUE
091600             GO TO 3810-EXIT
091700     END-READ.
091800     MOVE PH-CUST-ID TO WS-MATCH-ID.
091900     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
092000     IF WS-HIT-SUB = 0
092100         GO TO 3810-EXIT
092200     END-IF.
092300     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
092400     DELETE PHONETIC-INDEX
092500         INVALID KEY
092600             GO TO 3810-EXIT
092700     END-DELETE.
092800     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
092900 3810-EXIT.
093000     EXIT.
093100*----------------------------------------------------------
093200* 3900-REINDEX-ONE-MASTER
093300*----------------------------------------------------------
093400 3900-REINDEX-ONE-MASTER.
093500     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
093600         OR WS-RQ-TOKENIZED (WS-REQ-SUB, 1) = 0
093700         GO TO 3900-EXIT
093800     END-IF.
093900     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO WS-TOKEN-REQ-ID.
094000     SET PX-FUNC-ADD TO TRUE.
094100     MOVE WS-RQ-CUST-ID (WS-REQ-SUB) TO PX-CUST-ID.
094200     MOVE WS-TOKEN TO PX-LAST-NAME PX-CUST-NAME.
094300     MOVE SPACES TO PX-OLD-LAST-NAME.
094400     CALL 'PHON-INDEX' USING PHON-INDEX-PARMS.
094500 3900-EXIT.
094600     EXIT.
094700*----------------------------------------------------------
094800* 4000-ERASE-ONE-FLAT - one line-sequential file streamed
094900*     through ERASWORK, each record tokenized where it
095000*     belongs to a customer being erased, and copied back
095100*     only when something changed. An absent file is
095200*     passed over. CUSTHIST is re-chained from the base
095220*     CHAIN-SVC holds for it as it is copied back, and the
095240*     re-chain is noted for CHAIN-VERIFY.
095300*----------------------------------------------------------
095400 4000-ERASE-ONE-FLAT.
095500     MOVE WS-FILE-ENTRY (WS-FILE-SUB) TO WS-FLAT-NAME.
095600     OPEN INPUT FLAT-FILE.
095700     IF FL-FILE-STATUS NOT = '00'
095800         GO TO 4000-EXIT
095900     END-IF.
096000     OPEN OUTPUT ERASE-WORK.
096100     SET WS-FILE-CHANGED TO FALSE.
096200     MOVE 0 TO WS-HASH-ADJ.
096300     SET WS-EOF TO FALSE.
096400     PERFORM 4100-ERASE-ONE-RECORD THRU 4100-EXIT
096500         UNTIL WS-EOF.
096600     CLOSE FLAT-FILE ERASE-WORK.
096700     IF NOT WS-FILE-CHANGED
096800         GO TO 4000-EXIT
096900     END-IF.
097000     OPEN INPUT ERASE-WORK.
097100     OPEN OUTPUT FLAT-FILE.
097110     IF WS-FILE-SUB = 6
097120         SET CV-FUNC-QUERY TO TRUE
097130         MOVE 'CUSTHIST' TO CV-LOG-ID
097140         CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS
097150         MOVE CV-BASE-CHAIN TO WS-RECHAIN-PRIOR
097160         MOVE 0 TO WS-RECHAIN-COUNT
097170     END-IF.
097200     SET WS-EOF TO FALSE.
097300     PERFORM 4200-RESTORE-ONE-RECORD THRU 4200-EXIT
097400         UNTIL WS-EOF.
097500     CLOSE ERASE-WORK FLAT-FILE.
097510     IF WS-FILE-SUB = 6
097520         SET CV-FUNC-RECHAINED TO TRUE
097530         MOVE 'CUSTHIST' TO CV-LOG-ID
097540         MOVE 'CUST-ERASE' TO CV-SOURCE-PGM
097550         MOVE WS-RECHAIN-COUNT TO CV-RECORD-COUNT
097560         MOVE WS-RECHAIN-PRIOR TO CV-CHAIN-VALUE
097570         CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS
097580     END-IF.
097600 4000-EXIT.
097700     EXIT.
097800*----------------------------------------------------------
097900* 4100-ERASE-ONE-RECORD - the record goes through its own
098000*     layout for the file being passed.
098100*----------------------------------------------------------
098200 4100-ERASE-ONE-RECORD.
098300     READ FLAT-FILE
098400         AT END
098500             SET WS-EOF TO TRUE
098600             GO TO 4100-EXIT
098700     END-READ.
098800     SET WS-REC-CHANGED TO FALSE.
098900     EVALUATE WS-FILE-SUB
099000         WHEN 6
099100             MOVE FLAT-RECORD TO CUST-HISTORY-RECORD
099200             PERFORM 5000-ERASE-HISTORY-REC THRU 5000-EXIT
099300             IF WS-REC-CHANGED
099400                 MOVE CUST-HISTORY-RECORD TO FLAT-RECORD
099500             END-IF
099600         WHEN 7
099700             MOVE FLAT-RECORD TO CUST-NOTE-RECORD
099800             PERFORM 5100-ERASE-NOTE-REC THRU 5100-EXIT
099900             IF WS-REC-CHANGED
100000                 MOVE CUST-NOTE-RECORD TO FLAT-RECORD
100100             END-IF
100200         WHEN 8
100300             MOVE FLAT-RECORD TO NOTIF-LOG-RECORD
100400             PERFORM 5200-ERASE-NOTIF-LOG-REC THRU 5200-EXIT
100500             IF WS-REC-CHANGED
100600                 MOVE NOTIF-LOG-RECORD TO FLAT-RECORD
100700             END-IF
100800         WHEN 9
100900             MOVE FLAT-RECORD TO NOTIF-RETRY-RECORD
101000             PERFORM 5300-ERASE-RETRY-REC THRU 5300-EXIT
101100             IF WS-REC-CHANGED
101200                 MOVE NOTIF-RETRY-RECORD TO FLAT-RECORD
101300             END-IF
101400         WHEN 10
101500             MOVE FLAT-RECORD TO CORR-HISTORY-RECORD
101600             PERFORM 5400-COUNT-CORR-REC THRU 5400-EXIT
101700         WHEN 11
101800             MOVE FLAT-RECORD TO CUST-MERGE-RECORD
101900             PERFORM 5500-ERASE-MERGE-REC THRU 5500-EXIT
102000             IF WS-REC-CHANGED
102100                 MOVE CUST-MERGE-RECORD TO FLAT-RECORD
102200             END-IF
102300         WHEN 12
102400             MOVE FLAT-RECORD TO SCREENING-LOG-RECORD
102500             PERFORM 5600-ERASE-SCREEN-REC THRU 5600-EXIT
102600             IF WS-REC-CHANGED
102700                 MOVE SCREENING-LOG-RECORD TO FLAT-RECORD
102800             END-IF
102900         WHEN 13
103000             MOVE FLAT-RECORD TO CUST-BACKUP-RECORD
103100             PERFORM 6000-ERASE-CUST-BACKUP-REC THRU 6000-EXIT
103200             IF WS-REC-CHANGED
103300                 MOVE CUST-BACKUP-RECORD TO FLAT-RECORD
103400             END-IF
103500         WHEN 14
103600             MOVE FLAT-RECORD TO SITE-BACKUP-RECORD
103700             PERFORM 6100-ERASE-SITE-BACKUP-REC THRU 6100-EXIT
103800             IF WS-REC-CHANGED
103900                 MOVE SITE-BACKUP-RECORD TO FLAT-RECORD
104000             END-IF
104100         WHEN 15
104200             MOVE FLAT-RECORD TO CUST-ARCHIVE-RECORD
104300             PERFORM 6300-ERASE-ARCHIVE-REC THRU 6300-EXIT
104400             IF WS-REC-CHANGED
104500                 MOVE CUST-ARCHIVE-RECORD TO FLAT-RECORD
104600             END-IF
104610         WHEN 16
104620             MOVE FLAT-RECORD TO CASE-HISTORY-RECORD
104630             PERFORM 5700-ERASE-CASE-HIST-REC THRU 5700-EXIT
104640             IF WS-REC-CHANGED
104650                 MOVE CASE-HISTORY-RECORD TO FLAT-RECORD
104660             END-IF
104700     END-EVALUATE.
104800     IF WS-REC-CHANGED
104900         SET WS-FILE-CHANGED TO TRUE
105000     END-IF.
105100     WRITE ERASE-WORK-RECORD FROM FLAT-RECORD.
105200 4100-EXIT.
105300     EXIT.
105400*----------------------------------------------------------
105500* 4200-RESTORE-ONE-RECORD
105600*----------------------------------------------------------
105700 4200-RESTORE-ONE-RECORD.
105800     READ ERASE-WORK
105900         AT END
106000             SET WS-EOF TO TRUE
106100             GO TO 4200-EXIT
106200     END-READ.
106210     IF WS-FILE-SUB = 6
106220         MOVE ERASE-WORK-RECORD TO CUST-HISTORY-RECORD
106230         IF CH-CHAIN-VALUE IS NUMERIC
106240             PERFORM 4210-RECHAIN-ONE-HISTORY THRU 4210-EXIT
106250         END-IF
106260         WRITE FLAT-RECORD FROM CUST-HISTORY-RECORD
106270         GO TO 4200-EXIT
106280     END-IF.
106300     WRITE FLAT-RECORD FROM ERASE-WORK-RECORD.
106400 4200-EXIT.
106500     EXIT.
106505*----------------------------------------------------------
106510* 4210-RECHAIN-ONE-HISTORY - entries written before
106515*     chaining began carry no chain value and are left as
106520*     they are.
106525*----------------------------------------------------------
106530 4210-RECHAIN-ONE-HISTORY.
106535     MOVE ZERO TO CH-CHAIN-VALUE.
106540     SET CV-FUNC-COMPUTE TO TRUE.
106545     MOVE 'CUSTHIST' TO CV-LOG-ID.
106550     MOVE WS-RECHAIN-PRIOR TO CV-PRIOR-CHAIN.
106555     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
106560     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
106565     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
106570     MOVE CV-CHAIN-VALUE TO WS-RECHAIN-PRIOR.
106575     ADD 1 TO WS-RECHAIN-COUNT.
106580 4210-EXIT.
106585     EXIT.
106600*----------------------------------------------------------
106700* 5000-ERASE-HISTORY-REC - a change-trail entry in
106800*     CUST-HISTORY-RECORD, from CUSTHIST itself or off a
106900*     backup or archive set. An address change carries
107000*     address images, every other kind master images.
107100*----------------------------------------------------------
107200 5000-ERASE-HISTORY-REC.
107300     MOVE CH-CUST-ID TO WS-MATCH-ID.
107400     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
107500     IF WS-HIT-SUB = 0
107600         GO TO 5000-EXIT
107700     END-IF.
107800     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
107900     IF CH-TYPE-ADDRESS
108000         IF CH-BA-ADDR-LINE-1 NOT = SPACES
108100             MOVE WS-TOKEN TO CH-BA-ADDR-LINE-1
108200             SET WS-REC-CHANGED TO TRUE
108300         END-IF
108400         IF CH-AA-ADDR-LINE-1 NOT = SPACES
108500             MOVE WS-TOKEN TO CH-AA-ADDR-LINE-1
108600             SET WS-REC-CHANGED TO TRUE
108700         END-IF
108800     ELSE
108900         MOVE CH-BEFORE-IMAGE TO WS-MAST-IMAGE
109000         PERFORM 7000-TOKEN-MAST-IMAGE THRU 7000-EXIT
109100         IF WS-IMAGE-CHANGED
109200             MOVE WS-MAST-IMAGE TO CH-BEFORE-IMAGE
109300             SET WS-REC-CHANGED TO TRUE
109400         END-IF
109500         MOVE CH-AFTER-IMAGE TO WS-MAST-IMAGE
109600         PERFORM 7000-TOKEN-MAST-IMAGE THRU 7000-EXIT
109700         IF WS-IMAGE-CHANGED
109800             MOVE WS-MAST-IMAGE TO CH-AFTER-IMAGE
109900             SET WS-REC-CHANGED TO TRUE
110000         END-IF
110100     END-IF.
110200     IF WS-REC-CHANGED
110300         PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT
110400     END-IF.
110500 5000-EXIT.
110600     EXIT.
110700*----------------------------------------------------------
110800* 5100-ERASE-NOTE-REC - the note text; the follow-up
110900*     fields are dates and operators and stay.
111000*----------------------------------------------------------
111100 5100-ERASE-NOTE-REC.
111200     MOVE CN-CUST-ID TO WS-MATCH-ID.
111300     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
111400     IF WS-HIT-SUB = 0
111500         GO TO 5100-EXIT
111600     END-IF.
111700     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
111800     MOVE WS-TOKEN TO CN-NOTE-TEXT.
111900     SET WS-REC-CHANGED TO TRUE.
112000     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
112100 5100-EXIT.
112200     EXIT.
112300*----------------------------------------------------------
112400* 5200-ERASE-NOTIF-LOG-REC
112500*----------------------------------------------------------
112600 5200-ERASE-NOTIF-LOG-REC.
112700     MOVE NL-CUST-ID TO WS-MATCH-ID.
112800     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
112900     IF WS-HIT-SUB = 0
113000         GO TO 5200-EXIT
113100     END-IF.
113200     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
113300     MOVE WS-TOKEN TO NL-MESSAGE-TEXT.
113400     SET WS-REC-CHANGED TO TRUE.
113500     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
113600 5200-EXIT.
113700     EXIT.
113800*----------------------------------------------------------
113900* 5300-ERASE-RETRY-REC
114000*----------------------------------------------------------
114100 5300-ERASE-RETRY-REC.
114200     MOVE NR-CUST-ID TO WS-MATCH-ID.
114300     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
114400     IF WS-HIT-SUB = 0
114500         GO TO 5300-EXIT
114600     END-IF.
114700     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
114800     MOVE WS-TOKEN TO NR-MESSAGE-TEXT.
114900     SET WS-REC-CHANGED TO TRUE.
115000     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
115100 5300-EXIT.
115200     EXIT.
115300*----------------------------------------------------------
115400* 5400-COUNT-CORR-REC - correspondence history is IDs,
115500*     dates, document types, and document numbers only;
115600*     it is counted for the certificate and left alone.
115700*----------------------------------------------------------
115800 5400-COUNT-CORR-REC.
115900     MOVE CO-CUST-ID TO WS-MATCH-ID.
116000     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
116100     IF WS-HIT-SUB > 0
116200         PERFORM 7800-COUNT-FOUND THRU 7800-EXIT
116300     END-IF.
116400 5400-EXIT.
116500     EXIT.
116600*----------------------------------------------------------
116700* 5500-ERASE-MERGE-REC - the merged record's name goes
116800*     when either side of the merge is being erased; the
116900*     two were the same person.
117000*----------------------------------------------------------
117100 5500-ERASE-MERGE-REC.
117200     MOVE CG-MERGED-ID TO WS-MATCH-ID.
117300     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
117400     IF WS-HIT-SUB = 0
117500         MOVE CG-SURVIVOR-ID TO WS-MATCH-ID
117600         PERFORM 2900-FIND-REQUEST THRU 2900-EXIT
117700     END-IF.
117800     IF WS-HIT-SUB = 0
117900         GO TO 5500-EXIT
118000     END-IF.
118100     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
118200     MOVE WS-TOKEN TO CG-MERGED-NAME.
118300     SET WS-REC-CHANGED TO TRUE.
118400     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
118500 5500-EXIT.
118600     EXIT.
118700*----------------------------------------------------------
118800* 5600-ERASE-SCREEN-REC - the name and address screened
118900*     against the watch list; the result and entry stay.
119000*----------------------------------------------------------
119100 5600-ERASE-SCREEN-REC.
119200     MOVE WG-CUST-ID TO WS-MATCH-ID.
119300     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
119400     IF WS-HIT-SUB = 0
119500         GO TO 5600-EXIT
119600     END-IF.
119700     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
119800     MOVE WS-TOKEN TO WG-SCREENED-NAME WG-SCREENED-ADDR.
119900     SET WS-REC-CHANGED TO TRUE.
120000     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
120100 5600-EXIT.
120200     EXIT.
120300*----------------------------------------------------------
120400* 6000-ERASE-CUST-BACKUP-REC - a CUST-UNLOAD detail is a
120500*     master image; the set's hash is the sum of the
120600*     customer IDs, which do not change.
120700*----------------------------------------------------------
120800 6000-ERASE-CUST-BACKUP-REC.
120900     IF NOT CB-TYPE-DETAIL
121000         GO TO 6000-EXIT
121100     END-IF.
121200     MOVE CB-DETAIL-DATA TO WS-MAST-IMAGE.
121300     MOVE WS-MI-CUST-ID TO WS-MATCH-ID.
121400     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
121500     IF WS-HIT-SUB = 0
121600         GO TO 6000-EXIT
121700     END-IF.
121800     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
121900     PERFORM 7000-TOKEN-MAST-IMAGE THRU 7000-EXIT.
122000     IF WS-IMAGE-CHANGED
122100         MOVE WS-MAST-IMAGE TO CB-DETAIL-DATA
122200         SET WS-REC-CHANGED TO TRUE
122300         PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT
122400     END-IF.
122500 6000-EXIT.
122600     EXIT.
122700*----------------------------------------------------------
122800* 6100-ERASE-SITE-BACKUP-REC - the change trail, merge
122900*     trace, and notification log groups on the SITE-BACKUP
123000*     set carry personal data; a group whose hash moved is
123100*     re-footed on its trailer.
123200*----------------------------------------------------------
123300 6100-ERASE-SITE-BACKUP-REC.
123400     IF SB-TYPE-HEADER
123500         MOVE 0 TO WS-HASH-ADJ
123600         GO TO 6100-EXIT
123700     END-IF.
123800     IF SB-TYPE-TRAILER
123900         IF WS-HASH-ADJ NOT = 0
124000             ADD WS-HASH-ADJ TO SB-HASH-TOTAL
124100             SET WS-REC-CHANGED TO TRUE
124200         END-IF
124300         GO TO 6100-EXIT
124400     END-IF.
124500     MOVE SB-DETAIL-DATA (1:8) TO WS-LEAD-8.
124600     EVALUATE SB-FILE-NAME
124700         WHEN 'CUSTHIST'
124800             MOVE SB-DETAIL-DATA TO CUST-HISTORY-RECORD
124900             PERFORM 5000-ERASE-HISTORY-REC THRU 5000-EXIT
125000             IF WS-REC-CHANGED
125100                 MOVE CUST-HISTORY-RECORD TO SB-DETAIL-DATA
125200             END-IF
125300         WHEN 'CUSTMERG'
125400             MOVE SB-DETAIL-DATA TO CUST-MERGE-RECORD
125500             PERFORM 5500-ERASE-MERGE-REC THRU 5500-EXIT
125600             IF WS-REC-CHANGED
125700                 MOVE CUST-MERGE-RECORD TO SB-DETAIL-DATA
125800             END-IF
125900         WHEN 'NOTIFLOG'
126000             MOVE SB-DETAIL-DATA TO NOTIF-LOG-RECORD
126100             PERFORM 5200-ERASE-NOTIF-LOG-REC THRU 5200-EXIT
126200             IF WS-REC-CHANGED
126300                 MOVE NOTIF-LOG-RECORD TO SB-DETAIL-DATA
126400             END-IF
126500     END-EVALUATE.
126600     IF WS-REC-CHANGED
126700         PERFORM 6200-ADJUST-GROUP-HASH THRU 6200-EXIT
126800     END-IF.
126900 6100-EXIT.
127000     EXIT.
127100*----------------------------------------------------------
127200* 6200-ADJUST-GROUP-HASH - WS-LEAD-8 holds the detail's
127300*     leading eight characters as they were; the group
127400*     hash gives up the old value and takes the new.
127500*     The caller has the changed record's lead in place
127600*     for the second half.
127700*----------------------------------------------------------
127800 6200-ADJUST-GROUP-HASH.
127900     IF WS-LEAD-8 IS NUMERIC
128000         SUBTRACT WS-LEAD-8-NUM FROM WS-HASH-ADJ
128100     END-IF.
128200     IF WS-FILE-SUB = 14
128300         MOVE SB-DETAIL-DATA (1:8) TO WS-LEAD-8
128400     ELSE
128500         MOVE AX-DETAIL-DATA (1:8) TO WS-LEAD-8
128600     END-IF.
128700     IF WS-LEAD-8 IS NUMERIC
128800         ADD WS-LEAD-8-NUM TO WS-HASH-ADJ
128900     END-IF.
129000 6200-EXIT.
129100     EXIT.
129200*----------------------------------------------------------
129300* 6300-ERASE-ARCHIVE-REC - a CUST-ARCHIVE group belongs to
129400*     one customer, named on every record; its details are
129500*     master, address, status, and change-trail images by
129600*     file tag. The status images carry no personal data.
129700*----------------------------------------------------------
129800 6300-ERASE-ARCHIVE-REC.
129900     IF AX-TYPE-HEADER
130000         MOVE 0 TO WS-HASH-ADJ
130100         GO TO 6300-EXIT
130200     END-IF.
130300     IF AX-TYPE-TRAILER
130400         IF WS-HASH-ADJ NOT = 0
130500             ADD WS-HASH-ADJ TO AX-HASH-TOTAL
130600             SET WS-REC-CHANGED TO TRUE
130700         END-IF
130800         GO TO 6300-EXIT
130900     END-IF.
131000     MOVE AX-DETAIL-DATA (1:8) TO WS-LEAD-8.
131100     IF AX-FILE-TAG = 'CUSTHIST'
131200         MOVE AX-DETAIL-DATA TO CUST-HISTORY-RECORD
131300         PERFORM 5000-ERASE-HISTORY-REC THRU 5000-EXIT
131400         IF WS-REC-CHANGED
131500             MOVE CUST-HISTORY-RECORD TO AX-DETAIL-DATA
131600             PERFORM 6200-ADJUST-GROUP-HASH THRU 6200-EXIT
131700         END-IF
131800         GO TO 6300-EXIT
131900     END-IF.
132000     MOVE AX-CUST-ID TO WS-MATCH-ID.
132100     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
132200     IF WS-HIT-SUB = 0
132300         GO TO 6300-EXIT
132400     END-IF.
132500     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
132600     EVALUATE AX-FILE-TAG
132700         WHEN 'CUSTMAST'
132800             MOVE AX-DETAIL-DATA TO WS-MAST-IMAGE
132900             PERFORM 7000-TOKEN-MAST-IMAGE THRU 7000-EXIT
133000             IF WS-IMAGE-CHANGED
133100                 MOVE WS-MAST-IMAGE TO AX-DETAIL-DATA
133200                 SET WS-REC-CHANGED TO TRUE
133300             END-IF
133400         WHEN 'CUSTADDR'
133500             MOVE AX-DETAIL-DATA TO WS-ADDR-IMAGE
133600             MOVE WS-TOKEN TO WS-AI-ADDR-LINE-1 WS-AI-PHONE
133700             MOVE SPACES TO WS-AI-ADDR-LINE-2
133800             MOVE 'N' TO WS-AI-CONTACT-PREF
133900             MOVE WS-ADDR-IMAGE TO AX-DETAIL-DATA
134000             SET WS-REC-CHANGED TO TRUE
134100     END-EVALUATE.
134200     IF WS-REC-CHANGED
134300         PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT
134400         PERFORM 6200-ADJUST-GROUP-HASH THRU 6200-EXIT
134500     END-IF.
134600 6300-EXIT.
134700     EXIT.
134800*----------------------------------------------------------
134900* 7000-TOKEN-MAST-IMAGE - a master image in WS-MAST-IMAGE;
135000*     an empty image (the before side of an add) is left.
135100*----------------------------------------------------------
135200 7000-TOKEN-MAST-IMAGE.
135300     SET WS-IMAGE-CHANGED TO FALSE.
135400     IF WS-MI-CUST-NAME = SPACES
135500         AND WS-MI-LAST-NAME = SPACES
135600         AND WS-MI-FIRST-NAME = SPACES
135700         GO TO 7000-EXIT
135800     END-IF.
135900     MOVE WS-TOKEN TO WS-MI-CUST-NAME WS-MI-LAST-NAME.
136000     MOVE SPACES TO WS-MI-FIRST-NAME.
136100     SET WS-IMAGE-CHANGED TO TRUE.
136200 7000-EXIT.
136300     EXIT.
136400*----------------------------------------------------------
136500* 7800-COUNT-FOUND - one record of the WS-HIT-SUB
136600*     request's customer found on file WS-FILE-SUB.
136700*----------------------------------------------------------
136800 7800-COUNT-FOUND.
136900     ADD 1 TO WS-RQ-FOUND (WS-HIT-SUB, WS-FILE-SUB).
137000     ADD 1 TO WS-RQ-FOUND-TOTAL (WS-HIT-SUB).
137100 7800-EXIT.
137200     EXIT.
137300*----------------------------------------------------------
137400* 7900-COUNT-TOKENIZED
137500*----------------------------------------------------------
137600 7900-COUNT-TOKENIZED.
137700     ADD 1 TO WS-RQ-TOKENIZED (WS-HIT-SUB, WS-FILE-SUB).
137800     ADD 1 TO WS-RQ-TOKEN-TOTAL (WS-HIT-SUB).
137900 7900-EXIT.
138000     EXIT.
138100*----------------------------------------------------------
138200* 8000-CERTIFY-ONE-REQUEST - the certificate block and the
138300*     register line. A request run clean that found
138400*     nothing on any file is certified as such.
138500*----------------------------------------------------------
138600 8000-CERTIFY-ONE-REQUEST.
138700     IF WS-RQ-TO-ERASE (WS-REQ-SUB)
138800         AND WS-RQ-FOUND-TOTAL (WS-REQ-SUB) = 0
138900         MOVE 'N' TO WS-RQ-OUTCOME (WS-REQ-SUB)
139000         SUBTRACT 1 FROM WS-ERASED-COUNT
139100         ADD 1 TO WS-REFUSED-COUNT
139200     END-IF.
139300     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO WS-TOKEN-REQ-ID.
139400     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO CRT-REQUEST-ID.
139500     MOVE WS-RQ-RECEIVED-DATE (WS-REQ-SUB)
139600         TO CRT-RECEIVED-DATE.
139700     MOVE WS-RQ-REQUESTER-REF (WS-REQ-SUB)
139800         TO CRT-REQUESTER-REF.
139900     WRITE CERT-LINE FROM CRT-REQUEST-LINE.
140000     MOVE WS-RQ-CUST-ID (WS-REQ-SUB) TO CRT-CUST-ID.
140100     IF WS-RQ-TO-ERASE (WS-REQ-SUB)
140200         MOVE WS-TOKEN TO CRT-TOKEN
140300     ELSE
140400         MOVE 'NONE' TO CRT-TOKEN
140500     END-IF.
140600     WRITE CERT-LINE FROM CRT-CUSTOMER-LINE.
140700     EVALUATE WS-RQ-OUTCOME (WS-REQ-SUB)
140800         WHEN 'E'
140900             MOVE 'ERASED - PERSONAL DATA REPLACED BY TOKEN'
141000                 TO CRT-OUTCOME-TEXT
141100         WHEN 'H'
141200             MOVE 'NOT ERASED - CUSTOMER IS ON LEGAL HOLD'
141300                 TO CRT-OUTCOME-TEXT
141400         WHEN 'R'
141500             MOVE 'NOT ERASED - NO ACTIVE SUPERVISOR SIGN-OFF'
141600                 TO CRT-OUTCOME-TEXT
141700         WHEN 'N'
141800             MOVE 'NO RECORDS OF THE CUSTOMER ON ANY FILE'
141900                 TO CRT-OUTCOME-TEXT
142000         WHEN 'A'
142100             MOVE 'ALREADY ERASED - SEE THE ERASURE REGISTER'
142200                 TO CRT-OUTCOME-TEXT
142300         WHEN 'D'
142400             MOVE 'DUPLICATE OF AN EARLIER REQUEST THIS RUN'
142500                 TO CRT-OUTCOME-TEXT
142600     END-EVALUATE.
142700     WRITE CERT-LINE FROM CRT-OUTCOME-LINE.
142800     MOVE WS-RQ-SIGNOFF-OPER (WS-REQ-SUB) TO CRT-SIGNOFF-OPER.
142900     WRITE CERT-LINE FROM CRT-SIGNOFF-LINE.
143000     IF WS-RQ-TO-ERASE (WS-REQ-SUB)
143100         OR WS-RQ-OUTCOME (WS-REQ-SUB) = 'N'
143200         MOVE SPACES TO CERT-LINE
143300         WRITE CERT-LINE
143400         WRITE CERT-LINE FROM CRT-COL-HEAD-LINE
143500         PERFORM 8100-PRINT-ONE-FILE THRU 8100-EXIT
143600             VARYING WS-FILE-SUB FROM 1 BY 1
143700             UNTIL WS-FILE-SUB > 17
143800         MOVE WS-RQ-FOUND-TOTAL (WS-REQ-SUB)
143900             TO CRT-TOTAL-FOUND
144000         MOVE WS-RQ-TOKEN-TOTAL (WS-REQ-SUB)
144100             TO CRT-TOTAL-TOKENIZED
144200         WRITE CERT-LINE FROM CRT-TOTAL-LINE
144300         WRITE CERT-LINE FROM CRT-INTACT-LINE
144400     END-IF.
144500     MOVE SPACES TO CERT-LINE.
144600     WRITE CERT-LINE.
144700     WRITE CERT-LINE FROM CRT-CERTIFY-LINE.
144800     MOVE ALL '=' TO CERT-LINE.
144900     WRITE CERT-LINE.
145000     PERFORM 8200-REGISTER-ONE-REQUEST THRU 8200-EXIT.
145100 8000-EXIT.
145200     EXIT.
145300*----------------------------------------------------------
145400* 8100-PRINT-ONE-FILE
145500*----------------------------------------------------------
145600 8100-PRINT-ONE-FILE.
145700     MOVE WS-FILE-ENTRY (WS-FILE-SUB) TO CRT-FILE-NAME.
145800     MOVE WS-RQ-FOUND (WS-REQ-SUB, WS-FILE-SUB) TO CRT-FOUND.
145900     MOVE WS-RQ-TOKENIZED (WS-REQ-SUB, WS-FILE-SUB)
146000         TO CRT-TOKENIZED.
146100     EVALUATE WS-FILE-SUB
146200         WHEN 5
146300             MOVE 'RE-INDEXED UNDER THE TOKEN' TO CRT-FILE-NOTE
146400         WHEN 10
146500             MOVE 'NO PERSONAL DATA - KEPT' TO CRT-FILE-NOTE
146600         WHEN OTHER
146700             MOVE SPACES TO CRT-FILE-NOTE
146800     END-EVALUATE.
146900     WRITE CERT-LINE FROM CRT-FILE-LINE.
147000 8100-EXIT.
147100     EXIT.
147200*----------------------------------------------------------
147300* 8200-REGISTER-ONE-REQUEST
147400*----------------------------------------------------------
147500 8200-REGISTER-ONE-REQUEST.
147600     MOVE SPACES TO ERASURE-LOG-RECORD.
147700     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO EG-REQUEST-ID.
147800     MOVE WS-RQ-CUST-ID (WS-REQ-SUB) TO EG-CUST-ID.
147900     MOVE WS-RUN-DATE TO EG-RUN-DATE.
148000     MOVE WS-RUN-TIME TO EG-RUN-TIME.
148100     MOVE WS-RQ-OUTCOME (WS-REQ-SUB) TO EG-OUTCOME.
148200     MOVE WS-RQ-SIGNOFF-OPER (WS-REQ-SUB) TO EG-SIGNOFF-OPER.
148300     IF WS-RQ-TO-ERASE (WS-REQ-SUB)
148400         MOVE WS-TOKEN TO EG-TOKEN
148500     END-IF.
148600     MOVE WS-RQ-TOKEN-TOTAL (WS-REQ-SUB)
148700         TO EG-RECORDS-TOKENIZED.
148800     WRITE ERASURE-LOG-RECORD.
148900 8200-EXIT.
149000     EXIT.
149100*----------------------------------------------------------
149200* 9000-TERMINATE
149300*----------------------------------------------------------
149400 9000-TERMINATE.
149500     IF WS-OPER-OPEN
149600         CLOSE OPERATOR-MASTER
149700     END-IF.
149800     CLOSE CERTIFICATE-OUT.
149900     SET JB-FUNC-END TO TRUE.
150000     MOVE WS-ERASED-COUNT TO JB-RECORD-COUNT.
150100     MOVE RETURN-CODE TO JB-RETURN-CODE.
150200     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
150300 9000-EXIT.
150400     EXIT.
150500*----------------------------------------------------------
150600* 3950-ERASE-CASES - the summary on every service case the
150700*     customer has, read through the customer-ID key; the
150800*     category, document link, dates, owner, and resolution
150900*     stay for the complaint and resolution figures.
151000*----------------------------------------------------------
151100 3950-ERASE-CASES.
151200     MOVE 17 TO WS-FILE-SUB.
151300     OPEN I-O CUST-CASE-FILE.
151400     IF CK-FILE-STATUS NOT = '00'
151500         GO TO 3950-EXIT
151600     END-IF.
151700     PERFORM 3960-ERASE-ONE-CUST-CASES THRU 3960-EXIT
151800         VARYING WS-REQ-SUB FROM 1 BY 1
151900         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
152000     CLOSE CUST-CASE-FILE.
152100 3950-EXIT.
152200     EXIT.
152300*----------------------------------------------------------
152400* 3960-ERASE-ONE-CUST-CASES
152500*----------------------------------------------------------
152600 3960-ERASE-ONE-CUST-CASES.
152700     IF NOT WS-RQ-TO-ERASE (WS-REQ-SUB)
152800         GO TO 3960-EXIT
152900     END-IF.
153000     MOVE WS-REQ-SUB TO WS-HIT-SUB.
153100     MOVE WS-RQ-REQUEST-ID (WS-REQ-SUB) TO WS-TOKEN-REQ-ID.
153200     MOVE WS-RQ-CUST-ID (WS-REQ-SUB) TO CK-CUST-ID.
153300     START CUST-CASE-FILE
153400         KEY IS EQUAL TO CK-CUST-ID
153500         INVALID KEY
153600             GO TO 3960-EXIT
153700     END-START.
153800     SET WS-EOF TO FALSE.
153900     PERFORM 3970-ERASE-NEXT-CASE THRU 3970-EXIT
154000         UNTIL WS-EOF.
154100 3960-EXIT.
154200     EXIT.
154300*----------------------------------------------------------
154400* 3970-ERASE-NEXT-CASE
154500*----------------------------------------------------------
154600 3970-ERASE-NEXT-CASE.
154700     READ CUST-CASE-FILE NEXT RECORD
154800         AT END
154900             SET WS-EOF TO TRUE
155000             GO TO 3970-EXIT
155100     END-READ.
155200     IF CK-CUST-ID NOT = WS-RQ-CUST-ID (WS-HIT-SUB)
155300         SET WS-EOF TO TRUE
155400         GO TO 3970-EXIT
155500     END-IF.
155600     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
155700     MOVE WS-TOKEN TO CK-SUMMARY.
155800     REWRITE CUST-CASE-RECORD
155900         INVALID KEY
156000             GO TO 3970-EXIT
156100     END-REWRITE.
156200     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
156300 3970-EXIT.
156400     EXIT.
156500*----------------------------------------------------------
156600* 5700-ERASE-CASE-HIST-REC - the event comment; the case,
156700*     event, status, and operator fields stay.
156800*----------------------------------------------------------
156900 5700-ERASE-CASE-HIST-REC.
157000     MOVE KH-CUST-ID TO WS-MATCH-ID.
157100     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
157200     IF WS-HIT-SUB = 0
157300         GO TO 5700-EXIT
157400     END-IF.
157500     PERFORM 7800-COUNT-FOUND THRU 7800-EXIT.
157600     MOVE WS-TOKEN TO KH-COMMENT.
157700     SET WS-REC-CHANGED TO TRUE.
157800     PERFORM 7900-COUNT-TOKENIZED THRU 7900-EXIT.
157900 5700-EXIT.
158000     EXIT.
