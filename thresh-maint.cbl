002071*                      date from the BUSDATE control (via the
002077*                      BUS-DATE subprogram) instead of the
002083*                      system clock.
002084*    2026-10-15   DN   Keep source and source-group threshold
002085*                      sets on the indexed THRSHSET file beside
002086*                      the company set; removing a set returns
002087*                      its sources to the company set. THRSHHIST
002088*                      entries carry the set scope and reference.
002089*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002700     SELECT THRESHOLD-HISTORY ASSIGN TO 'THRSHHIST'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS TH-FILE-STATUS.
002905     SELECT THRESHOLD-SET ASSIGN TO 'THRSHSET'
002910         ORGANIZATION IS INDEXED
002915         ACCESS MODE IS DYNAMIC
002920         RECORD KEY IS TT-SET-KEY
002925         FILE STATUS IS TT-FILE-STATUS.
002930     SELECT SOURCE-MASTER ASSIGN TO 'SRCMAST'
002935         ORGANIZATION IS INDEXED
002940         ACCESS MODE IS RANDOM
002945         RECORD KEY IS SRM-SOURCE-REF
002950         FILE STATUS IS SRM-FILE-STATUS.
003000     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS AF-FILE-STATUS.
004710             ==TC-CRIT-RESULT-THRESHOLD== BY
004720                 ==TH-CRIT-RESULT-THRESHOLD==
004800             ==TC-EFF-DATE== BY ==TH-EFF-DATE==
004900             ==TC-APPROVED-BY== BY ==TH-APPROVED-BY==
004905             ==TC-SET-SCOPE== BY ==TH-SET-SCOPE==
004910             ==TC-SCOPE-COMPANY== BY ==TH-SCOPE-COMPANY==
004915             ==TC-SCOPE-GROUP== BY ==TH-SCOPE-GROUP==
004920             ==TC-SCOPE-SOURCE== BY ==TH-SCOPE-SOURCE==
004925             ==TC-SET-REF== BY ==TH-SET-REF==
004930             ==TC-SET-STATUS== BY ==TH-SET-STATUS==
004935             ==TC-SET-REMOVED== BY ==TH-SET-REMOVED==.
004940*
004945 FD  THRESHOLD-SET
004950     LABEL RECORDS ARE STANDARD.
004955     COPY "thrshset.cpy".
004960*
004965 FD  SOURCE-MASTER
004970     LABEL RECORDS ARE STANDARD.
004975     COPY "srcmast.cpy".
005000*
005100 FD  AUTH-FAIL-LOG
005200     LABEL RECORDS ARE STANDARD.
005900 01  TC-FILE-STATUS          PIC X(02).
006000 01  TH-FILE-STATUS          PIC X(02).
006100 01  AF-FILE-STATUS          PIC X(02).
006120 01  TT-FILE-STATUS          PIC X(02).
006140 01  SRM-FILE-STATUS         PIC X(02).
006200*
006300 01  WS-OPERATOR-ID          PIC X(08).
006400 01  WS-AUTH-CODE            PIC X(04).
007010                             SIGN LEADING SEPARATE.
007040 01  WS-CUR-EFF-DATE         PIC 9(08) VALUE 0.
007200 01  WS-CUR-APPROVED         PIC X(08) VALUE SPACES.
007202*
007204 01  WS-CO-A-LOW             PIC S9(03)
007206                             SIGN LEADING SEPARATE.
007208 01  WS-CO-B-HIGH            PIC S9(03)
007210                             SIGN LEADING SEPARATE.
007212 01  WS-CO-RESULT            PIC S9(04)
007214                             SIGN LEADING SEPARATE.
007216 01  WS-CO-CRIT              PIC S9(04)
007218                             SIGN LEADING SEPARATE.
007220 01  WS-CO-EFF-DATE          PIC 9(08).
007222 01  WS-CO-APPROVED          PIC X(08).
007224*
007226 01  WS-SET-SCOPE            PIC X(01) VALUE 'C'.
007228     88  WS-SCOPE-COMPANY    VALUE 'C'.
007230     88  WS-SCOPE-GROUP      VALUE 'G'.
007232     88  WS-SCOPE-SOURCE     VALUE 'S'.
007234 01  WS-SET-REF              PIC X(12) VALUE SPACES.
007236 01  WS-SET-ON-FILE-SW       PIC X(01) VALUE 'N'.
007238     88  WS-SET-ON-FILE      VALUE 'Y' FALSE 'N'.
007240 01  WS-REMOVE-SW            PIC X(01) VALUE 'N'.
007242     88  WS-REMOVE-SET       VALUE 'Y' FALSE 'N'.
007300*
007400 01  WS-NEW-A-LOW            PIC X(04).
007410 01  WS-NEW-A-NUM REDEFINES WS-NEW-A-LOW
010200         GOBACK
010300     END-IF.
010400     PERFORM 1000-READ-CURRENT-SET THRU 1000-EXIT.
010500     PERFORM 1200-SELECT-SET THRU 1200-EXIT.
010700     IF WS-EDITS-OK
010800         PERFORM 1100-DISPLAY-CURRENT-SET THRU 1100-EXIT
010810         PERFORM 1300-OFFER-REMOVAL THRU 1300-EXIT
010820     END-IF.
010830     IF WS-REMOVE-SET
010840         PERFORM 3500-REMOVE-SET THRU 3500-EXIT
010900     ELSE
011000         IF WS-EDITS-OK
011010             PERFORM 2000-CAPTURE-NEW-SET THRU 2000-EXIT
011020         END-IF
011030         IF WS-EDITS-OK
011040             PERFORM 3000-ACTIVATE-NEW-SET THRU 3000-EXIT
011050         ELSE
011060             DISPLAY 'THRESHOLDS NOT CHANGED'
011070         END-IF
011100     END-IF.
011200     CLOSE AUTH-FAIL-LOG.
011300     GOBACK.
017200* 1100-DISPLAY-CURRENT-SET
017300*----------------------------------------------------------
017400 1100-DISPLAY-CURRENT-SET.
017410     IF NOT WS-SCOPE-COMPANY
017420         DISPLAY '  SET:                ', WS-SET-SCOPE, ' ',
017430             WS-SET-REF
017440     END-IF.
017500     DISPLAY 'THRESHOLD SET IN FORCE:'.
017600     DISPLAY '  A LOW THRESHOLD:    ', WS-CUR-A-LOW.
017700     DISPLAY '  B HIGH THRESHOLD:   ', WS-CUR-B-HIGH.
018000     DISPLAY '  APPROVED BY:        ', WS-CUR-APPROVED.
018100 1100-EXIT.
018200     EXIT.
018205*----------------------------------------------------------
018210* 1300-OFFER-REMOVAL - a source or group set on file can be
018215*     removed, returning its sources to the company set.
018220*----------------------------------------------------------
018225 1300-OFFER-REMOVAL.
018230     SET WS-REMOVE-SET TO FALSE.
018235     IF NOT WS-SET-ON-FILE
018240         GO TO 1300-EXIT
018245     END-IF.
018250     DISPLAY 'Remove this set so the company set applies? ',
018255         '(Y/N): '.
018260     ACCEPT WS-CONFIRM.
018265     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
018270         SET WS-REMOVE-SET TO TRUE
018275     END-IF.
018280 1300-EXIT.
018285     EXIT.
018300*----------------------------------------------------------
018400* 2000-CAPTURE-NEW-SET - every replacement value must be
018500*     numeric and inside its sane range; one bad keystroke
024100     IF TH-FILE-STATUS = '35'
024200         OPEN OUTPUT THRESHOLD-HISTORY
024300         MOVE SPACES TO THRESHOLD-HIST-RECORD
024400         MOVE WS-CO-A-LOW TO TH-A-LOW-THRESHOLD
024500         MOVE WS-CO-B-HIGH TO TH-B-HIGH-THRESHOLD
024600         MOVE WS-CO-RESULT TO TH-RESULT-THRESHOLD
024610         MOVE WS-CO-CRIT TO TH-CRIT-RESULT-THRESHOLD
024700         MOVE WS-CO-EFF-DATE TO TH-EFF-DATE
024800         MOVE WS-CO-APPROVED TO TH-APPROVED-BY
024850         MOVE 'C' TO TH-SET-SCOPE
024900         WRITE THRESHOLD-HIST-RECORD
025000     END-IF.
025100     MOVE SPACES TO THRESHOLD-HIST-RECORD.
025410     MOVE WS-NEW-C-NUM TO TH-CRIT-RESULT-THRESHOLD.
025500     MOVE WS-EFF-DATE-NUM TO TH-EFF-DATE.
025600     MOVE WS-OPERATOR-ID TO TH-APPROVED-BY.
025620     MOVE WS-SET-SCOPE TO TH-SET-SCOPE.
025640     MOVE WS-SET-REF TO TH-SET-REF.
025700     WRITE THRESHOLD-HIST-RECORD.
025800     CLOSE THRESHOLD-HISTORY.
025820     IF NOT WS-SCOPE-COMPANY
025840         PERFORM 3100-WRITE-SCOPED-SET THRU 3100-EXIT
025860         GO TO 3000-EXIT
025880     END-IF.
025900     OPEN OUTPUT THRESHOLD-CONTROL.
026000     MOVE SPACES TO THRESHOLD-CTL-RECORD.
026100     MOVE WS-NEW-A-NUM TO TC-A-LOW-THRESHOLD.
026310     MOVE WS-NEW-C-NUM TO TC-CRIT-RESULT-THRESHOLD.
026400     MOVE WS-EFF-DATE-NUM TO TC-EFF-DATE.
026500     MOVE WS-OPERATOR-ID TO TC-APPROVED-BY.
026550     MOVE 'C' TO TC-SET-SCOPE.
026600     WRITE THRESHOLD-CTL-RECORD.
026700     CLOSE THRESHOLD-CONTROL.
026800     DISPLAY 'NEW THRESHOLD SET ACTIVE EFFECTIVE ',
026960     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
027000 3000-EXIT.
027100     EXIT.
027200*----------------------------------------------------------
027300* 3100-WRITE-SCOPED-SET - a source or group set goes to
027400*     THRSHSET under its scope and reference; THRSHCTL keeps
027500*     the company set untouched.
027600*----------------------------------------------------------
027700 3100-WRITE-SCOPED-SET.
027800     OPEN I-O THRESHOLD-SET.
027900     IF TT-FILE-STATUS = '35'
028000         OPEN OUTPUT THRESHOLD-SET
028100         CLOSE THRESHOLD-SET
028200         OPEN I-O THRESHOLD-SET
028300     END-IF.
028400     MOVE SPACES TO THRESHOLD-SET-RECORD.
028500     MOVE WS-SET-SCOPE TO TT-SET-SCOPE.
028600     MOVE WS-SET-REF TO TT-SET-REF.
028700     MOVE WS-NEW-A-NUM TO TT-A-LOW-THRESHOLD.
028800     MOVE WS-NEW-B-NUM TO TT-B-HIGH-THRESHOLD.
028900     MOVE WS-NEW-R-NUM TO TT-RESULT-THRESHOLD.
029000     MOVE WS-NEW-C-NUM TO TT-CRIT-RESULT-THRESHOLD.
029100     MOVE WS-EFF-DATE-NUM TO TT-EFF-DATE.
029200     MOVE WS-OPERATOR-ID TO TT-APPROVED-BY.
029300     IF WS-SET-ON-FILE
029400         REWRITE THRESHOLD-SET-RECORD
029500             INVALID KEY
029600                 DISPLAY 'SET ', WS-SET-REF,
029700                     ' NO LONGER ON FILE - NOT CHANGED'
029800                 CLOSE THRESHOLD-SET
029900                 GO TO 3100-EXIT
030000         END-REWRITE
030100     ELSE
030200         WRITE THRESHOLD-SET-RECORD
030300             INVALID KEY
030400                 DISPLAY 'SET ', WS-SET-REF, ' ALREADY ON FILE ',
030500                     '- NOT ADDED'
030600                 CLOSE THRESHOLD-SET
030700                 GO TO 3100-EXIT
030800         END-WRITE
030900     END-IF.
031000     CLOSE THRESHOLD-SET.
031100     DISPLAY 'NEW ', WS-SET-SCOPE, ' ', WS-SET-REF,
031200         ' THRESHOLD SET ACTIVE EFFECTIVE ', WS-EFF-DATE-NUM,
031300         ' APPROVED BY ', WS-OPERATOR-ID.
031400     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
031500     MOVE 'THRESH-MAINT' TO AY-SOURCE-PGM.
031600     MOVE 'THRSET' TO AY-ACTION-CODE.
031700     MOVE TT-SET-KEY TO AY-ACTION-KEY.
031800     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
031900     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
032000 3100-EXIT.
032100     EXIT.
032200*----------------------------------------------------------
032300* 3500-REMOVE-SET - delete the source or group set and
032400*     record the removal on THRSHHIST, status X, carrying
032500*     the thresholds that stop applying.
032600*----------------------------------------------------------
032700 3500-REMOVE-SET.
032800     OPEN I-O THRESHOLD-SET.
032900     IF TT-FILE-STATUS NOT = '00'
033000         DISPLAY 'THRSHSET NOT AVAILABLE - SET NOT REMOVED'
033100         GO TO 3500-EXIT
033200     END-IF.
033300     MOVE WS-SET-SCOPE TO TT-SET-SCOPE.
033400     MOVE WS-SET-REF TO TT-SET-REF.
033500     DELETE THRESHOLD-SET
033600         INVALID KEY
033700             DISPLAY 'SET ', WS-SET-REF, ' NO LONGER ON FILE'
033800             CLOSE THRESHOLD-SET
033900             GO TO 3500-EXIT
034000     END-DELETE.
034100     CLOSE THRESHOLD-SET.
034200     OPEN EXTEND THRESHOLD-HISTORY.
034300     IF TH-FILE-STATUS = '35'
034400         OPEN OUTPUT THRESHOLD-HISTORY
034500     END-IF.
034600     MOVE SPACES TO THRESHOLD-HIST-RECORD.
034700     MOVE WS-CUR-A-LOW TO TH-A-LOW-THRESHOLD.
034800     MOVE WS-CUR-B-HIGH TO TH-B-HIGH-THRESHOLD.
034900     MOVE WS-CUR-RESULT TO TH-RESULT-THRESHOLD.
035000     MOVE WS-CUR-CRIT TO TH-CRIT-RESULT-THRESHOLD.
035100     MOVE WS-RUN-DATE TO TH-EFF-DATE.
035200     MOVE WS-OPERATOR-ID TO TH-APPROVED-BY.
035300     MOVE WS-SET-SCOPE TO TH-SET-SCOPE.
035400     MOVE WS-SET-REF TO TH-SET-REF.
035500     SET TH-SET-REMOVED TO TRUE.
035600     WRITE THRESHOLD-HIST-RECORD.
035700     CLOSE THRESHOLD-HISTORY.
035800     DISPLAY WS-SET-SCOPE, ' ', WS-SET-REF, ' THRESHOLD SET ',
035900         'REMOVED - THE COMPANY SET NOW APPLIES'.
036000     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
036100     MOVE 'THRESH-MAINT' TO AY-SOURCE-PGM.
036200     MOVE 'THRDEL' TO AY-ACTION-CODE.
036300     MOVE TT-SET-KEY TO AY-ACTION-KEY.
036400     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
036500     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
036600 3500-EXIT.
036700     EXIT.
036800*----------------------------------------------------------
036900* 1200-SELECT-SET - the company set, or a source or source
037000*     group set from THRSHSET. A source or group with no set
037100*     of its own runs under the company set, which is shown
037200*     as the starting point for a new one.
037300*----------------------------------------------------------
037400 1200-SELECT-SET.
037500     SET WS-EDITS-OK TO TRUE.
037600     SET WS-SET-ON-FILE TO FALSE.
037700     MOVE WS-CUR-A-LOW TO WS-CO-A-LOW.
037800     MOVE WS-CUR-B-HIGH TO WS-CO-B-HIGH.
037900     MOVE WS-CUR-RESULT TO WS-CO-RESULT.
038000     MOVE WS-CUR-CRIT TO WS-CO-CRIT.
038100     MOVE WS-CUR-EFF-DATE TO WS-CO-EFF-DATE.
038200     MOVE WS-CUR-APPROVED TO WS-CO-APPROVED.
038300     MOVE SPACES TO WS-SET-REF.
038400     DISPLAY 'Threshold set - C=company, S=source, ',
038500         'G=source group (blank = C): '.
038600     ACCEPT WS-SET-SCOPE.
038700     INSPECT WS-SET-SCOPE CONVERTING 'csg' TO 'CSG'.
038800     IF WS-SET-SCOPE = SPACE
038900         MOVE 'C' TO WS-SET-SCOPE
039000     END-IF.
039100     IF WS-SCOPE-COMPANY
039200         GO TO 1200-EXIT
039300     END-IF.
039400     IF NOT WS-SCOPE-SOURCE AND NOT WS-SCOPE-GROUP
039500         DISPLAY 'THRESHOLD SET MUST BE C, S OR G'
039600         SET WS-EDITS-OK TO FALSE
039700         GO TO 1200-EXIT
039800     END-IF.
039900     IF WS-SCOPE-SOURCE
040000         DISPLAY 'Enter source reference: '
040100     ELSE
040200         DISPLAY 'Enter source group: '
040300     END-IF.
040400     ACCEPT WS-SET-REF.
040500     IF WS-SET-REF = SPACES
040600         DISPLAY 'SET REFERENCE REQUIRED'
040700         SET WS-EDITS-OK TO FALSE
040800         GO TO 1200-EXIT
040900     END-IF.
041000     IF WS-SCOPE-GROUP
041100         AND WS-SET-REF(9:4) NOT = SPACES
041200         DISPLAY 'SOURCE GROUP IS AT MOST 8 CHARACTERS'
041300         SET WS-EDITS-OK TO FALSE
041400         GO TO 1200-EXIT
041500     END-IF.
041600     IF WS-SCOPE-SOURCE
041700         PERFORM 1210-CHECK-SOURCE THRU 1210-EXIT
041800         IF NOT WS-EDITS-OK
041900             GO TO 1200-EXIT
042000         END-IF
042100     END-IF.
042200     OPEN INPUT THRESHOLD-SET.
042300     IF TT-FILE-STATUS = '00'
042400         MOVE WS-SET-SCOPE TO TT-SET-SCOPE
042500         MOVE WS-SET-REF TO TT-SET-REF
042600         READ THRESHOLD-SET
042700             INVALID KEY
042800                 CONTINUE
042900             NOT INVALID KEY
043000                 SET WS-SET-ON-FILE TO TRUE
043100                 MOVE TT-A-LOW-THRESHOLD TO WS-CUR-A-LOW
043200                 MOVE TT-B-HIGH-THRESHOLD TO WS-CUR-B-HIGH
043300                 MOVE TT-RESULT-THRESHOLD TO WS-CUR-RESULT
043400                 MOVE 0 TO WS-CUR-CRIT
043500                 IF TT-CRIT-RESULT-THRESHOLD IS NUMERIC
043600                     MOVE TT-CRIT-RESULT-THRESHOLD
043700                         TO WS-CUR-CRIT
043800                 END-IF
043900                 MOVE TT-EFF-DATE TO WS-CUR-EFF-DATE
044000                 MOVE TT-APPROVED-BY TO WS-CUR-APPROVED
044100         END-READ
044200         CLOSE THRESHOLD-SET
044300     END-IF.
044400     IF NOT WS-SET-ON-FILE
044500         DISPLAY 'NO SET ON FILE FOR ', WS-SET-SCOPE, ' ',
044600             WS-SET-REF, ' - THE COMPANY SET APPLIES'
044700     END-IF.
044800 1200-EXIT.
044900     EXIT.
045000*----------------------------------------------------------
045100* 1210-CHECK-SOURCE - a source set must name a source on
045200*     SRCMAST, when the site keeps one.
045300*----------------------------------------------------------
045400 1210-CHECK-SOURCE.
045500     OPEN INPUT SOURCE-MASTER.
045600     IF SRM-FILE-STATUS NOT = '00'
045700         GO TO 1210-EXIT
045800     END-IF.
045900     MOVE WS-SET-REF TO SRM-SOURCE-REF.
046000     READ SOURCE-MASTER
046100         INVALID KEY
046200             DISPLAY 'SOURCE ', WS-SET-REF, ' IS NOT ON FILE'
046300             SET WS-EDITS-OK TO FALSE
046400     END-READ.
046500     CLOSE SOURCE-MASTER.
046600 1210-EXIT.
046700     EXIT.
