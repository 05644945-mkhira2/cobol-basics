001200* source against this master, so the list of what counts
001300* as a real instrument is an operations decision made
001400* here, the same shape as OPER-MAINT for operators.
001410* Each source also carries its calibration schedule: the
001420* interval in days, the last calibration recorded here
001430* against its certificate, and the next due date that
001440* MEAS-CAPTURE and BATCH-EDIT hold its readings to. Every
001450* calibration and interval change is kept on CALHIST.
001455* Sources are placed on the plant's site and line
001460* hierarchy on SRCHIER, which is kept here as well: the
001465* sites, the lines under each, and the sources on each
001470* line, so the control reports can subtotal the way the
001475* plant managers read them.
001500*----------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE        INIT  DESCRIPTION
001800*    2026-09-01   DN   Original program.
001805*    2026-10-15   DN   Calibration schedule: interval on add
001810*                      and change, new K action to record a
001815*                      calibration and roll the next due
001820*                      date, CALHIST history of both.
001825*    2026-10-15   DN   Source group on add and change, the
001830*                      group a THRSHSET threshold set can be
001835*                      assigned to.
001840*    2026-10-15   DN   Site and line hierarchy: new S action
001845*                      to add or rename a site or line on
001850*                      SRCHIER, H action to show it with its
001855*                      sources, and site and line placement
001860*                      on add and change.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002800     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS AF-FILE-STATUS.
003020     SELECT CAL-HISTORY ASSIGN TO 'CALHIST'
003040         ORGANIZATION IS LINE SEQUENTIAL
003060         FILE STATUS IS CB-FILE-STATUS.
003065     SELECT SOURCE-HIER ASSIGN TO 'SRCHIER'
003070         ORGANIZATION IS INDEXED
003075         ACCESS MODE IS DYNAMIC
003080         RECORD KEY IS HR-HIER-KEY
003085         FILE STATUS IS HR-FILE-STATUS.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003800 FD  AUTH-FAIL-LOG
003900     LABEL RECORDS ARE STANDARD.
004000     COPY "authfailrc.cpy".
004020*
004040 FD  CAL-HISTORY
004060     LABEL RECORDS ARE STANDARD.
004080     COPY "calhist.cpy".
004100*
004120 FD  SOURCE-HIER
004140     LABEL RECORDS ARE STANDARD.
004160     COPY "srchier.cpy".
004180*
004200 WORKING-STORAGE SECTION.
004300 COPY "operauth.cpy".
004400 COPY "signonws.cpy".
004700*
004800 01  SRM-FILE-STATUS         PIC X(02).
004900 01  AF-FILE-STATUS          PIC X(02).
004950 01  CB-FILE-STATUS          PIC X(02).
004970 01  HR-FILE-STATUS          PIC X(02).
005000*
005100 01  WS-OPERATOR-ID          PIC X(08).
005200 01  WS-AUTH-CODE            PIC X(04).
005800     88  WS-ACTION-CHANGE    VALUE 'C'.
005900     88  WS-ACTION-RETIRE    VALUE 'R'.
006000     88  WS-ACTION-ACTIVATE  VALUE 'V'.
006050     88  WS-ACTION-CALIBRATE VALUE 'K'.
006070     88  WS-ACTION-HIERARCHY VALUE 'S'.
006090     88  WS-ACTION-SHOW-HIER VALUE 'H'.
006100     88  WS-ACTION-DONE      VALUE 'X'.
006200*
006300 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
006600 01  WS-TARGET-REF           PIC X(12).
006700 01  WS-NEW-DESC             PIC X(30).
006800 01  WS-NEW-LOCATION         PIC X(20).
006802 01  WS-NEW-INTERVAL         PIC X(03).
006804 01  WS-NEW-INTERVAL-NUM REDEFINES WS-NEW-INTERVAL
006806                             PIC 9(03).
006808 01  WS-INTERVAL-SW          PIC X(01) VALUE 'N'.
006810     88  WS-INTERVAL-CHANGED VALUE 'Y' FALSE 'N'.
006812 01  WS-CAL-DATE-IN          PIC X(08).
006814 01  WS-CAL-DATE-NUM REDEFINES WS-CAL-DATE-IN
006816                             PIC 9(08).
006818 01  WS-CERT-REF             PIC X(15).
006820 01  WS-PRIOR-DUE-DATE       PIC 9(08).
006822 01  WS-NEW-GROUP            PIC X(08).
006824 01  WS-NEW-SITE             PIC X(04).
006826 01  WS-NEW-LINE             PIC X(04).
006828 01  WS-PLACE-SITE           PIC X(04).
006830 01  WS-PLACE-LINE           PIC X(04).
006832 01  WS-PLACE-VALID-SW       PIC X(01).
006834     88  WS-PLACE-VALID      VALUE 'Y' FALSE 'N'.
006836 01  WS-NEW-NAME             PIC X(30).
006838 01  WS-HIER-EOF-SW          PIC X(01).
006840     88  WS-HIER-EOF         VALUE 'Y' FALSE 'N'.
006842 01  WS-SRM-EOF-SW           PIC X(01).
006844     88  WS-SRM-EOF          VALUE 'Y' FALSE 'N'.
006846 01  WS-LIST-SITE            PIC X(04).
006848 01  WS-LIST-LINE            PIC X(04).
006850 01  WS-LIST-COUNT           PIC 9(04) COMP.
006852 01  WS-LIST-COUNT-ED        PIC ZZZ9.
006854*
006856 01  WS-DAY-COUNTER          PIC 9(04) COMP.
006858 01  WS-WORK-DATE.
006860     05  WS-WORK-YEAR        PIC 9(04).
006862     05  WS-WORK-MONTH       PIC 9(02).
006864     05  WS-WORK-DAY         PIC 9(02).
006866 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
006868                             PIC 9(08).
006870 01  WS-DAYS-IN-MONTH        PIC 9(02).
006872 01  WS-LEAP-WORK            PIC 9(04).
006874 01  WS-LEAP-REM             PIC 9(04).
006876 01  WS-LEAP-SW              PIC X(01).
006878     88  WS-LEAP-YEAR        VALUE 'Y'.
006880 01  WS-DATE-VALID-SW        PIC X(01).
006882     88  WS-DATE-VALID       VALUE 'Y'.
006900*
007000 PROCEDURE DIVISION.
007100*----------------------------------------------------------
009100         CLOSE SOURCE-MASTER
009200         OPEN I-O SOURCE-MASTER
009300     END-IF.
009320     OPEN EXTEND CAL-HISTORY.
009340     IF CB-FILE-STATUS = '35'
009360         OPEN OUTPUT CAL-HISTORY
009380     END-IF.
009382     OPEN I-O SOURCE-HIER.
009384     IF HR-FILE-STATUS = '35'
009386         OPEN OUTPUT SOURCE-HIER
009388         CLOSE SOURCE-HIER
009390         OPEN I-O SOURCE-HIER
009392     END-IF.
009400     PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
009500         UNTIL WS-DONE.
009600     CLOSE SOURCE-MASTER CAL-HISTORY SOURCE-HIER
009610         AUTH-FAIL-LOG.
009700     GOBACK.
009800*----------------------------------------------------------
009900* 1700-CHECK-SUPERVISOR
013700 1000-PROCESS-ACTION.
013800     DISPLAY ' '.
013900     DISPLAY 'A. ADD A SOURCE'.
014000     DISPLAY 'C. CHANGE DESCRIPTION/LOCATION/INTERVAL/GROUP/',
014010         'SITE/LINE'.
014100     DISPLAY 'R. RETIRE A SOURCE'.
014200     DISPLAY 'V. REACTIVATE A SOURCE'.
014250     DISPLAY 'K. RECORD A CALIBRATION'.
014270     DISPLAY 'S. ADD OR RENAME A SITE OR LINE'.
014290     DISPLAY 'H. SHOW SITES, LINES AND THEIR SOURCES'.
014300     DISPLAY 'X. EXIT'.
014400     DISPLAY 'Enter your selection: '.
014500     ACCEPT WS-ACTION.
015200             PERFORM 4000-SET-STATUS THRU 4000-EXIT
015300         WHEN WS-ACTION-ACTIVATE
015400             PERFORM 4000-SET-STATUS THRU 4000-EXIT
015420         WHEN WS-ACTION-CALIBRATE
015440             PERFORM 5000-RECORD-CALIBRATION THRU 5000-EXIT
015450         WHEN WS-ACTION-HIERARCHY
015460             PERFORM 6000-MAINTAIN-HIERARCHY THRU 6000-EXIT
015470         WHEN WS-ACTION-SHOW-HIER
015480             PERFORM 6500-SHOW-HIERARCHY THRU 6500-EXIT
015500         WHEN WS-ACTION-DONE
015600             SET WS-DONE TO TRUE
015700         WHEN OTHER
017300     ACCEPT WS-NEW-DESC.
017400     DISPLAY 'Enter location: '.
017500     ACCEPT WS-NEW-LOCATION.
017502     DISPLAY 'Enter calibration interval in days ',
017504         '(nnn, 000 = none): '.
017506     ACCEPT WS-NEW-INTERVAL.
017508     IF WS-NEW-INTERVAL = SPACES
017510         MOVE ZERO TO WS-NEW-INTERVAL-NUM
017512     END-IF.
017514     IF WS-NEW-INTERVAL-NUM IS NOT NUMERIC
017516         DISPLAY 'CALIBRATION INTERVAL MUST BE THREE DIGITS ',
017518             'NNN - NOTHING ADDED'
017520         GO TO 2000-EXIT
017522     END-IF.
017524     DISPLAY 'Enter source group (blank = none): '.
017526     ACCEPT WS-NEW-GROUP.
017528     DISPLAY 'Enter site code (blank = not yet placed): '.
017530     ACCEPT WS-PLACE-SITE.
017532     MOVE SPACES TO WS-PLACE-LINE.
017534     IF WS-PLACE-SITE NOT = SPACES
017536         DISPLAY 'Enter line code (blank = site level): '
017538         ACCEPT WS-PLACE-LINE
017540     END-IF.
017542     PERFORM 7500-CHECK-PLACEMENT THRU 7500-EXIT.
017544     IF NOT WS-PLACE-VALID
017546         DISPLAY 'NOTHING ADDED'
017548         GO TO 2000-EXIT
017550     END-IF.
017600     MOVE SPACES TO SOURCE-MASTER-RECORD.
017700     MOVE WS-TARGET-REF TO SRM-SOURCE-REF.
017800     MOVE WS-NEW-DESC TO SRM-DESC.
017900     MOVE WS-NEW-LOCATION TO SRM-LOCATION.
017910     MOVE WS-NEW-INTERVAL-NUM TO SRM-CAL-INTERVAL.
017920     MOVE ZERO TO SRM-LAST-CAL-DATE SRM-NEXT-DUE-DATE.
017930     MOVE WS-NEW-GROUP TO SRM-SOURCE-GROUP.
017940     MOVE WS-PLACE-SITE TO SRM-SITE-CODE.
017950     MOVE WS-PLACE-LINE TO SRM-LINE-CODE.
018000     SET SRM-STAT-ACTIVE TO TRUE.
018100     WRITE SOURCE-MASTER-RECORD
018200         INVALID KEY
018700     DISPLAY 'SOURCE ', WS-TARGET-REF, ' ADDED'.
018800     MOVE 'SRCADD' TO AY-ACTION-CODE.
018900     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
018910     IF SRM-CAL-INTERVAL > 0
018920         MOVE ZERO TO WS-PRIOR-DUE-DATE
018930         MOVE SPACES TO CAL-HIST-RECORD
018940         SET CB-EVENT-INTERVAL TO TRUE
018950         PERFORM 9200-WRITE-CAL-HIST THRU 9200-EXIT
018960         PERFORM 7100-SHOW-SCHEDULE THRU 7100-EXIT
018970     END-IF.
019000 2000-EXIT.
019100     EXIT.
019200*----------------------------------------------------------
020300             GO TO 3000-EXIT
020400     END-READ.
020500     DISPLAY 'CURRENT: ', SRM-DESC, ' AT ', SRM-LOCATION.
020550     PERFORM 7100-SHOW-SCHEDULE THRU 7100-EXIT.
020560     IF SRM-SOURCE-GROUP NOT = SPACES
020570         DISPLAY 'SOURCE GROUP: ', SRM-SOURCE-GROUP
020580     END-IF.
020582     IF SRM-SITE-CODE NOT = SPACES
020584         DISPLAY 'SITE: ', SRM-SITE-CODE, '  LINE: ',
020586             SRM-LINE-CODE
020588     END-IF.
020600     DISPLAY 'Enter description (blank = keep): '.
020700     ACCEPT WS-NEW-DESC.
020800     DISPLAY 'Enter location (blank = keep): '.
020900     ACCEPT WS-NEW-LOCATION.
020902     DISPLAY 'Enter calibration interval in days ',
020904         '(nnn, blank = keep, 000 = none): '.
020906     ACCEPT WS-NEW-INTERVAL.
020908     IF WS-NEW-INTERVAL NOT = SPACES
020910         AND WS-NEW-INTERVAL-NUM IS NOT NUMERIC
020912         DISPLAY 'CALIBRATION INTERVAL MUST BE THREE DIGITS ',
020914             'NNN - NOTHING CHANGED'
020916         GO TO 3000-EXIT
020918     END-IF.
020920     DISPLAY 'Enter source group (blank = keep, * = none): '.
020922     ACCEPT WS-NEW-GROUP.
020924     DISPLAY 'Enter site code (blank = keep, * = none): '.
020926     ACCEPT WS-NEW-SITE.
020928     DISPLAY 'Enter line code (blank = keep, * = site level): '.
020930     ACCEPT WS-NEW-LINE.
020932     PERFORM 3100-SET-PLACEMENT THRU 3100-EXIT.
020934     PERFORM 7500-CHECK-PLACEMENT THRU 7500-EXIT.
020936     IF NOT WS-PLACE-VALID
020938         DISPLAY 'NOTHING CHANGED'
020940         GO TO 3000-EXIT
020942     END-IF.
021000     IF WS-NEW-DESC NOT = SPACES
021100         MOVE WS-NEW-DESC TO SRM-DESC
021200     END-IF.
021300     IF WS-NEW-LOCATION NOT = SPACES
021400         MOVE WS-NEW-LOCATION TO SRM-LOCATION
021500     END-IF.
021505     IF WS-NEW-GROUP = '*'
021510         MOVE SPACES TO SRM-SOURCE-GROUP
021515     ELSE
021520         IF WS-NEW-GROUP NOT = SPACES
021525             MOVE WS-NEW-GROUP TO SRM-SOURCE-GROUP
021530         END-IF
021535     END-IF.
021540     MOVE WS-PLACE-SITE TO SRM-SITE-CODE.
021545     MOVE WS-PLACE-LINE TO SRM-LINE-CODE.
021550     SET WS-INTERVAL-CHANGED TO FALSE.
021555     IF WS-NEW-INTERVAL NOT = SPACES
021560         IF SRM-CAL-INTERVAL IS NOT NUMERIC
021565             OR SRM-CAL-INTERVAL NOT = WS-NEW-INTERVAL-NUM
021570             PERFORM 7200-SET-INTERVAL THRU 7200-EXIT
021575         END-IF
021580     END-IF.
021600     REWRITE SOURCE-MASTER-RECORD
021700         INVALID KEY
021800             DISPLAY 'ERROR CHANGING SOURCE ', WS-TARGET-REF
022100     DISPLAY 'SOURCE ', WS-TARGET-REF, ' CHANGED'.
022200     MOVE 'SRCCHG' TO AY-ACTION-CODE.
022300     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
022310     IF WS-INTERVAL-CHANGED
022320         MOVE SPACES TO CAL-HIST-RECORD
022330         SET CB-EVENT-INTERVAL TO TRUE
022340         PERFORM 9200-WRITE-CAL-HIST THRU 9200-EXIT
022350         PERFORM 7100-SHOW-SCHEDULE THRU 7100-EXIT
022360     END-IF.
022400 3000-EXIT.
022402     EXIT.
022404*----------------------------------------------------------
022406* 3100-SET-PLACEMENT - the site and line the change leaves
022408*     the source on. A new site drops the old line unless
022410*     a new line comes with it; * on the site takes the
022412*     source off the hierarchy altogether.
022414*----------------------------------------------------------
022416 3100-SET-PLACEMENT.
022418     MOVE SRM-SITE-CODE TO WS-PLACE-SITE.
022420     MOVE SRM-LINE-CODE TO WS-PLACE-LINE.
022422     IF WS-NEW-SITE = '*'
022424         MOVE SPACES TO WS-PLACE-SITE WS-PLACE-LINE
022426         GO TO 3100-EXIT
022428     END-IF.
022430     IF WS-NEW-SITE NOT = SPACES
022432         AND WS-NEW-SITE NOT = WS-PLACE-SITE
022434         MOVE WS-NEW-SITE TO WS-PLACE-SITE
022436         MOVE SPACES TO WS-PLACE-LINE
022438     END-IF.
022440     IF WS-NEW-LINE = '*'
022442         MOVE SPACES TO WS-PLACE-LINE
022444     ELSE
022446         IF WS-NEW-LINE NOT = SPACES
022448             MOVE WS-NEW-LINE TO WS-PLACE-LINE
022450         END-IF
022452     END-IF.
022454 3100-EXIT.
022500     EXIT.
022600*----------------------------------------------------------
022700* 4000-SET-STATUS - retire or reactivate; the record stays
026800     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
026900 9100-EXIT.
027000     EXIT.
027100*----------------------------------------------------------
027200* 9200-WRITE-CAL-HIST - the caller sets CB-EVENT and, for
027300*     a calibration, CB-CERT-REF; the due date it replaced
027400*     is in WS-PRIOR-DUE-DATE.
027500*----------------------------------------------------------
027600 9200-WRITE-CAL-HIST.
027700     MOVE SRM-SOURCE-REF TO CB-SOURCE-REF.
027800     MOVE SRM-LAST-CAL-DATE TO CB-CAL-DATE.
027900     MOVE SRM-CAL-INTERVAL TO CB-INTERVAL.
028000     MOVE WS-PRIOR-DUE-DATE TO CB-PRIOR-DUE-DATE.
028100     MOVE SRM-NEXT-DUE-DATE TO CB-NEXT-DUE-DATE.
028200     MOVE WS-OPERATOR-ID TO CB-OPERATOR-ID.
028300     MOVE WS-RUN-DATE TO CB-RECORD-DATE.
028400     ACCEPT CB-RECORD-TIME FROM TIME.
028500     WRITE CAL-HIST-RECORD.
028600 9200-EXIT.
028700     EXIT.
028800*----------------------------------------------------------
028900* 5000-RECORD-CALIBRATION - the date defaults to today and
029000*     cannot be in the future or earlier than the last one
029100*     recorded; the next due date rolls forward from it by
029200*     the source's interval.
029300*----------------------------------------------------------
029400 5000-RECORD-CALIBRATION.
029500     DISPLAY 'Enter source reference calibrated: '.
029600     ACCEPT WS-TARGET-REF.
029700     MOVE WS-TARGET-REF TO SRM-SOURCE-REF.
029800     READ SOURCE-MASTER
029900         KEY IS SRM-SOURCE-REF
030000         INVALID KEY
030100             DISPLAY 'SOURCE ', WS-TARGET-REF, ' NOT ON FILE'
030200             GO TO 5000-EXIT
030300     END-READ.
030400     IF SRM-STAT-RETIRED
030500         DISPLAY 'SOURCE ', WS-TARGET-REF, ' IS RETIRED - ',
030600             'REACTIVATE IT FIRST'
030700         GO TO 5000-EXIT
030800     END-IF.
030900     IF SRM-CAL-INTERVAL IS NOT NUMERIC
031000         OR SRM-CAL-INTERVAL = 0
031100         DISPLAY 'SOURCE ', WS-TARGET-REF, ' HAS NO ',
031200             'CALIBRATION INTERVAL - SET ONE UNDER CHANGE'
031300         GO TO 5000-EXIT
031400     END-IF.
031500     IF SRM-LAST-CAL-DATE IS NOT NUMERIC
031600         MOVE ZERO TO SRM-LAST-CAL-DATE
031700     END-IF.
031800     PERFORM 7100-SHOW-SCHEDULE THRU 7100-EXIT.
031900     DISPLAY 'Enter date calibrated (YYYYMMDD, blank = today): '.
032000     ACCEPT WS-CAL-DATE-IN.
032100     IF WS-CAL-DATE-IN = SPACES
032200         MOVE WS-RUN-DATE TO WS-CAL-DATE-NUM
032300     END-IF.
032400     PERFORM 7400-CHECK-CAL-DATE THRU 7400-EXIT.
032500     IF NOT WS-DATE-VALID
032600         DISPLAY 'CALIBRATION DATE ', WS-CAL-DATE-IN,
032700             ' IS NOT A VALID DATE - NOTHING RECORDED'
032800         GO TO 5000-EXIT
032900     END-IF.
033000     IF WS-CAL-DATE-NUM > WS-RUN-DATE
033100         DISPLAY 'CALIBRATION DATE IS AFTER THE BUSINESS ',
033200             'DATE - NOTHING RECORDED'
033300         GO TO 5000-EXIT
033400     END-IF.
033500     IF WS-CAL-DATE-NUM < SRM-LAST-CAL-DATE
033600         DISPLAY 'CALIBRATION DATE IS BEFORE THE LAST ONE ',
033700             'RECORDED - NOTHING RECORDED'
033800         GO TO 5000-EXIT
033900     END-IF.
034000     DISPLAY 'Enter calibration certificate reference: '.
034100     ACCEPT WS-CERT-REF.
034200     IF WS-CERT-REF = SPACES
034300         DISPLAY 'CERTIFICATE REFERENCE REQUIRED - NOTHING ',
034400             'RECORDED'
034500         GO TO 5000-EXIT
034600     END-IF.
034700     MOVE SRM-NEXT-DUE-DATE TO WS-PRIOR-DUE-DATE.
034800     IF SRM-NEXT-DUE-DATE IS NOT NUMERIC
034900         MOVE ZERO TO WS-PRIOR-DUE-DATE
035000     END-IF.
035100     MOVE WS-CAL-DATE-NUM TO SRM-LAST-CAL-DATE.
035200     PERFORM 7300-SET-NEXT-DUE THRU 7300-EXIT.
035300     REWRITE SOURCE-MASTER-RECORD
035400         INVALID KEY
035500             DISPLAY 'ERROR UPDATING SOURCE ', WS-TARGET-REF
035600             GO TO 5000-EXIT
035700     END-REWRITE.
035800     DISPLAY 'CALIBRATION RECORDED FOR ', WS-TARGET-REF.
035900     PERFORM 7100-SHOW-SCHEDULE THRU 7100-EXIT.
036000     MOVE SPACES TO CAL-HIST-RECORD.
036100     SET CB-EVENT-CALIBRATED TO TRUE.
036200     MOVE WS-CERT-REF TO CB-CERT-REF.
036300     PERFORM 9200-WRITE-CAL-HIST THRU 9200-EXIT.
036400     MOVE 'SRCCAL' TO AY-ACTION-CODE.
036500     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
036600 5000-EXIT.
036700     EXIT.
036800*----------------------------------------------------------
036900* 6000-MAINTAIN-HIERARCHY - a site is keyed with a blank
037000*     line code; a line needs its site on file first. An
037100*     entry already on file is renamed, a new one added.
037200*----------------------------------------------------------
037300 6000-MAINTAIN-HIERARCHY.
037400     DISPLAY 'Enter site code: '.
037500     ACCEPT WS-NEW-SITE.
037600     IF WS-NEW-SITE = SPACES
037700         DISPLAY 'SITE CODE REQUIRED - NOTHING CHANGED'
037800         GO TO 6000-EXIT
037900     END-IF.
038000     DISPLAY 'Enter line code (blank = the site itself): '.
038100     ACCEPT WS-NEW-LINE.
038200     MOVE WS-NEW-SITE TO HR-SITE-CODE.
038300     MOVE WS-NEW-LINE TO HR-LINE-CODE.
038400     MOVE HR-HIER-KEY TO WS-TARGET-REF.
038500     READ SOURCE-HIER
038600         KEY IS HR-HIER-KEY
038700         INVALID KEY
038800             PERFORM 6100-ADD-HIER-ENTRY THRU 6100-EXIT
038900             GO TO 6000-EXIT
039000     END-READ.
039100     DISPLAY 'CURRENT NAME: ', HR-NAME.
039200     DISPLAY 'Enter new name (blank = keep): '.
039300     ACCEPT WS-NEW-NAME.
039400     IF WS-NEW-NAME = SPACES
039500         DISPLAY 'NOTHING CHANGED'
039600         GO TO 6000-EXIT
039700     END-IF.
039800     MOVE WS-NEW-NAME TO HR-NAME.
039900     MOVE WS-OPERATOR-ID TO HR-CHANGED-BY.
040000     REWRITE SOURCE-HIER-RECORD
040100         INVALID KEY
040200             DISPLAY 'ERROR RENAMING ', WS-TARGET-REF
040300             GO TO 6000-EXIT
040400     END-REWRITE.
040500     DISPLAY WS-TARGET-REF, ' RENAMED'.
040600     MOVE 'SITECHG' TO AY-ACTION-CODE.
040700     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
040800 6000-EXIT.
040900     EXIT.
041000*----------------------------------------------------------
041100* 6100-ADD-HIER-ENTRY
041200*----------------------------------------------------------
041300 6100-ADD-HIER-ENTRY.
041400     IF WS-NEW-LINE NOT = SPACES
041500         MOVE WS-NEW-SITE TO HR-SITE-CODE
041600         MOVE SPACES TO HR-LINE-CODE
041700         READ SOURCE-HIER
041800             KEY IS HR-HIER-KEY
041900             INVALID KEY
042000                 DISPLAY 'SITE ', WS-NEW-SITE, ' NOT ON ',
042100                     'FILE - ADD THE SITE FIRST'
042200                 GO TO 6100-EXIT
042300         END-READ
042400     END-IF.
042500     DISPLAY 'Enter name: '.
042600     ACCEPT WS-NEW-NAME.
042700     IF WS-NEW-NAME = SPACES
042800         DISPLAY 'NAME REQUIRED - NOTHING ADDED'
042900         GO TO 6100-EXIT
043000     END-IF.
043100     MOVE SPACES TO SOURCE-HIER-RECORD.
043200     MOVE WS-NEW-SITE TO HR-SITE-CODE.
043300     MOVE WS-NEW-LINE TO HR-LINE-CODE.
043400     MOVE WS-NEW-NAME TO HR-NAME.
043500     MOVE WS-RUN-DATE TO HR-ADDED-DATE.
043600     MOVE WS-OPERATOR-ID TO HR-CHANGED-BY.
043700     WRITE SOURCE-HIER-RECORD
043800         INVALID KEY
043900             DISPLAY WS-TARGET-REF, ' IS ALREADY ON FILE'
044000             GO TO 6100-EXIT
044100     END-WRITE.
044200     IF WS-NEW-LINE = SPACES
044300         DISPLAY 'SITE ', WS-NEW-SITE, ' ADDED'
044400     ELSE
044500         DISPLAY 'LINE ', WS-NEW-LINE, ' ADDED UNDER SITE ',
044600             WS-NEW-SITE
044700     END-IF.
044800     MOVE 'SITEADD' TO AY-ACTION-CODE.
044900     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
045000 6100-EXIT.
045100     EXIT.
045200*----------------------------------------------------------
045300* 6500-SHOW-HIERARCHY - every site and line in key order,
045400*     a site ahead of its lines, each with the sources
045500*     placed on it; sources not yet placed close the list.
045600*----------------------------------------------------------
045700 6500-SHOW-HIERARCHY.
045800     MOVE LOW-VALUES TO HR-HIER-KEY.
045900     START SOURCE-HIER
046000         KEY IS NOT LESS THAN HR-HIER-KEY
046100         INVALID KEY
046200             DISPLAY 'NO SITES ON FILE'
046300             GO TO 6590-SHOW-UNPLACED
046400     END-START.
046500     SET WS-HIER-EOF TO FALSE.
046600     PERFORM 6510-SHOW-ONE-ENTRY THRU 6510-EXIT
046700         UNTIL WS-HIER-EOF.
046800 6590-SHOW-UNPLACED.
046900     DISPLAY 'NOT YET PLACED'.
047000     MOVE SPACES TO WS-LIST-SITE WS-LIST-LINE.
047100     PERFORM 6600-LIST-SOURCES THRU 6600-EXIT.
047200 6500-EXIT.
047300     EXIT.
047400*----------------------------------------------------------
047500* 6510-SHOW-ONE-ENTRY
047600*----------------------------------------------------------
047700 6510-SHOW-ONE-ENTRY.
047800     READ SOURCE-HIER NEXT RECORD
047900         AT END
048000             SET WS-HIER-EOF TO TRUE
048100             GO TO 6510-EXIT
048200     END-READ.
048300     IF HR-LINE-CODE = SPACES
048400         DISPLAY 'SITE ', HR-SITE-CODE, '  ', HR-NAME
048500     ELSE
048600         DISPLAY '    LINE ', HR-LINE-CODE, '  ', HR-NAME
048700     END-IF.
048800     MOVE HR-SITE-CODE TO WS-LIST-SITE.
048900     MOVE HR-LINE-CODE TO WS-LIST-LINE.
049000     PERFORM 6600-LIST-SOURCES THRU 6600-EXIT.
049100 6510-EXIT.
049200     EXIT.
049300*----------------------------------------------------------
049400* 6600-LIST-SOURCES - one pass of SRCMAST for the sources
049500*     placed on WS-LIST-SITE and WS-LIST-LINE.
049600*----------------------------------------------------------
049700 6600-LIST-SOURCES.
049800     MOVE 0 TO WS-LIST-COUNT.
049900     MOVE LOW-VALUES TO SRM-SOURCE-REF.
050000     START SOURCE-MASTER
050100         KEY IS NOT LESS THAN SRM-SOURCE-REF
050200         INVALID KEY
050300             GO TO 6600-EXIT
050400     END-START.
050500     SET WS-SRM-EOF TO FALSE.
050600     PERFORM 6610-LIST-ONE-SOURCE THRU 6610-EXIT
050700         UNTIL WS-SRM-EOF.
050800     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-ED.
050900     DISPLAY '        ', WS-LIST-COUNT-ED, ' SOURCE(S)'.
051000 6600-EXIT.
051100     EXIT.
051200*----------------------------------------------------------
051300* 6610-LIST-ONE-SOURCE
051400*----------------------------------------------------------
051500 6610-LIST-ONE-SOURCE.
051600     READ SOURCE-MASTER NEXT RECORD
051700         AT END
051800             SET WS-SRM-EOF TO TRUE
051900             GO TO 6610-EXIT
052000     END-READ.
052100     IF SRM-SITE-CODE NOT = WS-LIST-SITE
052200         OR SRM-LINE-CODE NOT = WS-LIST-LINE
052300         GO TO 6610-EXIT
052400     END-IF.
052500     ADD 1 TO WS-LIST-COUNT.
052600     IF SRM-STAT-RETIRED
052700         DISPLAY '        ', SRM-SOURCE-REF, '  ', SRM-DESC,
052800             '  RETIRED'
052900     ELSE
053000         DISPLAY '        ', SRM-SOURCE-REF, '  ', SRM-DESC
053100     END-IF.
053200 6610-EXIT.
053300     EXIT.
053400*----------------------------------------------------------
053500* 7100-SHOW-SCHEDULE - the source's calibration schedule
053600*     as it now stands, and whether it is past due.
053700*----------------------------------------------------------
053800 7100-SHOW-SCHEDULE.
053900     IF SRM-CAL-INTERVAL IS NOT NUMERIC
054000         OR SRM-CAL-INTERVAL = 0
054100         DISPLAY 'NOT ON A CALIBRATION SCHEDULE'
054200         GO TO 7100-EXIT
054300     END-IF.
054400     DISPLAY 'CALIBRATED EVERY ', SRM-CAL-INTERVAL, ' DAYS'.
054500     IF SRM-NEXT-DUE-DATE IS NOT NUMERIC
054600         OR SRM-NEXT-DUE-DATE = 0
054700         DISPLAY 'NO CALIBRATION ON RECORD - READINGS ARE ',
054800             'UNVERIFIED UNTIL ONE IS RECORDED'
054900         GO TO 7100-EXIT
055000     END-IF.
055100     DISPLAY 'LAST CALIBRATED ', SRM-LAST-CAL-DATE,
055200         '  NEXT DUE ', SRM-NEXT-DUE-DATE.
055300     IF SRM-NEXT-DUE-DATE < WS-RUN-DATE
055400         DISPLAY 'PAST CALIBRATION DUE - READINGS ARE ',
055500             'UNVERIFIED UNTIL IT IS RECALIBRATED'
055600     END-IF.
055700 7100-EXIT.
055800     EXIT.
055900*----------------------------------------------------------
056000* 7200-SET-INTERVAL - a new interval moves the next due
056100*     date off the last calibration on record.
056200*----------------------------------------------------------
056300 7200-SET-INTERVAL.
056400     MOVE SRM-NEXT-DUE-DATE TO WS-PRIOR-DUE-DATE.
056500     IF SRM-NEXT-DUE-DATE IS NOT NUMERIC
056600         MOVE ZERO TO WS-PRIOR-DUE-DATE
056700     END-IF.
056800     IF SRM-LAST-CAL-DATE IS NOT NUMERIC
056900         MOVE ZERO TO SRM-LAST-CAL-DATE
057000     END-IF.
057100     MOVE WS-NEW-INTERVAL-NUM TO SRM-CAL-INTERVAL.
057200     PERFORM 7300-SET-NEXT-DUE THRU 7300-EXIT.
057300     SET WS-INTERVAL-CHANGED TO TRUE.
057400 7200-EXIT.
057500     EXIT.
057600*----------------------------------------------------------
057700* 7300-SET-NEXT-DUE - last calibration plus the interval;
057800*     zero when either is missing.
057900*----------------------------------------------------------
058000 7300-SET-NEXT-DUE.
058100     IF SRM-CAL-INTERVAL = 0
058200         OR SRM-LAST-CAL-DATE = 0
058300         MOVE ZERO TO SRM-NEXT-DUE-DATE
058400         GO TO 7300-EXIT
058500     END-IF.
058600     MOVE SRM-LAST-CAL-DATE TO WS-WORK-DATE-NUM.
058700     MOVE 1 TO WS-DAY-COUNTER.
058800     PERFORM 7310-ADVANCE-ONE-DAY THRU 7310-EXIT
058900         UNTIL WS-DAY-COUNTER > SRM-CAL-INTERVAL.
059000     MOVE WS-WORK-DATE-NUM TO SRM-NEXT-DUE-DATE.
059100 7300-EXIT.
059200     EXIT.
059300*----------------------------------------------------------
059400* 7310-ADVANCE-ONE-DAY - plain calendar arithmetic, the
059500*     same roll EOD-DATE-ROLL uses.
059600*----------------------------------------------------------
059700 7310-ADVANCE-ONE-DAY.
059800     PERFORM 7320-SET-DAYS-IN-MONTH THRU 7320-EXIT.
059900     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
060000         ADD 1 TO WS-WORK-DAY
060100     ELSE
060200         MOVE 1 TO WS-WORK-DAY
060300         IF WS-WORK-MONTH < 12
060400             ADD 1 TO WS-WORK-MONTH
060500         ELSE
060600             MOVE 1 TO WS-WORK-MONTH
060700             ADD 1 TO WS-WORK-YEAR
060800         END-IF
060900     END-IF.
061000     ADD 1 TO WS-DAY-COUNTER.
061100 7310-EXIT.
061200     EXIT.
061300*----------------------------------------------------------
061400* 7320-SET-DAYS-IN-MONTH
061500*----------------------------------------------------------
061600 7320-SET-DAYS-IN-MONTH.
061700     EVALUATE WS-WORK-MONTH
061800         WHEN 01
061900         WHEN 03
062000         WHEN 05
062100         WHEN 07
062200         WHEN 08
062300         WHEN 10
062400         WHEN 12
062500             MOVE 31 TO WS-DAYS-IN-MONTH
062600         WHEN 04
062700         WHEN 06
062800         WHEN 09
062900         WHEN 11
063000             MOVE 30 TO WS-DAYS-IN-MONTH
063100         WHEN OTHER
063200             PERFORM 7330-CHECK-LEAP-YEAR THRU 7330-EXIT
063300             IF WS-LEAP-YEAR
063400                 MOVE 29 TO WS-DAYS-IN-MONTH
063500             ELSE
063600                 MOVE 28 TO WS-DAYS-IN-MONTH
063700             END-IF
063800     END-EVALUATE.
063900 7320-EXIT.
064000     EXIT.
064100*----------------------------------------------------------
064200* 7330-CHECK-LEAP-YEAR - divisible by 4, except centuries
064300*     not divisible by 400.
064400*----------------------------------------------------------
064500 7330-CHECK-LEAP-YEAR.
064600     MOVE 'N' TO WS-LEAP-SW.
064700     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-WORK
064800         REMAINDER WS-LEAP-REM.
064900     IF WS-LEAP-REM = 0
065000         MOVE 'Y' TO WS-LEAP-SW
065100         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-WORK
065200             REMAINDER WS-LEAP-REM
065300         IF WS-LEAP-REM = 0
065400             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-WORK
065500                 REMAINDER WS-LEAP-REM
065600             IF WS-LEAP-REM NOT = 0
065700                 MOVE 'N' TO WS-LEAP-SW
065800             END-IF
065900         END-IF
066000     END-IF.
066100 7330-EXIT.
066200     EXIT.
066300*----------------------------------------------------------
066400* 7400-CHECK-CAL-DATE - a real calendar date: month 1-12,
066500*     day within the month, year in a sane band.
066600*----------------------------------------------------------
066700 7400-CHECK-CAL-DATE.
066800     MOVE 'Y' TO WS-DATE-VALID-SW.
066900     IF WS-CAL-DATE-NUM IS NOT NUMERIC
067000         MOVE 'N' TO WS-DATE-VALID-SW
067100         GO TO 7400-EXIT
067200     END-IF.
067300     MOVE WS-CAL-DATE-NUM TO WS-WORK-DATE-NUM.
067400     IF WS-WORK-YEAR < 1900 OR WS-WORK-YEAR > 2099
067500         MOVE 'N' TO WS-DATE-VALID-SW
067600     END-IF.
067700     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
067800         MOVE 'N' TO WS-DATE-VALID-SW
067900     END-IF.
068000     IF WS-DATE-VALID
068100         PERFORM 7320-SET-DAYS-IN-MONTH THRU 7320-EXIT
068200         IF WS-WORK-DAY < 1
068300             OR WS-WORK-DAY > WS-DAYS-IN-MONTH
068400             MOVE 'N' TO WS-DATE-VALID-SW
068500         END-IF
068600     END-IF.
068700 7400-EXIT.
068800     EXIT.
068900*----------------------------------------------------------
069000* 7500-CHECK-PLACEMENT - the site keyed must be on SRCHIER
069100*     and the line, if any, on file under that site.
069200*----------------------------------------------------------
069300 7500-CHECK-PLACEMENT.
069400     SET WS-PLACE-VALID TO TRUE.
069500     IF WS-PLACE-SITE = SPACES
069600         MOVE SPACES TO WS-PLACE-LINE
069700         GO TO 7500-EXIT
069800     END-IF.
069900     MOVE WS-PLACE-SITE TO HR-SITE-CODE.
070000     MOVE SPACES TO HR-LINE-CODE.
070100     READ SOURCE-HIER
070200         KEY IS HR-HIER-KEY
070300         INVALID KEY
070400             DISPLAY 'SITE ', WS-PLACE-SITE, ' NOT ON FILE'
070500             SET WS-PLACE-VALID TO FALSE
070600             GO TO 7500-EXIT
070700     END-READ.
070800     IF WS-PLACE-LINE = SPACES
070900         GO TO 7500-EXIT
071000     END-IF.
071100     MOVE WS-PLACE-LINE TO HR-LINE-CODE.
071200     READ SOURCE-HIER
071300         KEY IS HR-HIER-KEY
071400         INVALID KEY
071500             DISPLAY 'LINE ', WS-PLACE-LINE, ' NOT ON FILE ',
071600                 'UNDER SITE ', WS-PLACE-SITE
071700             SET WS-PLACE-VALID TO FALSE
071800     END-READ.
071900 7500-EXIT.
072000     EXIT.
