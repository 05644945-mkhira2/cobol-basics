001400* change: the delete comes off CUSTOMER-MASTER and the
001500* merge folds the duplicate into its survivor, with the
001600* CUSTMERG trace, CUST-HISTORY, and OPERACT entries
001700* written here at apply time. Watch-list screening hits
001800* queued by WATCH-SCREEN are decided here too: clearing
001810* one (approved) puts the customer back on the status
001820* they held before the hold, confirming it (rejected)
001830* leaves them Restricted on CUSTSTAT. Decided records
001840* stay on the queue with their disposition and deciding
001850* operator.
001900*----------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE        INIT  DESCRIPTION
002220*                      outgrows the work table - the old
002230*                      rewrite silently destroyed every
002240*                      record past the cap.
002245*    2026-10-14   DN   Refuse a delete or merge when the
002250*                      retiring record's CM-UPDATE-SEQ stamp
002255*                      no longer matches the one queued with
002260*                      the request - another user has changed
002265*                      it since - logging a collision to
002270*                      CUST-HISTORY and rejecting the item.
002275*    2026-10-14   DN   Decide watch-list screening hits:
002280*                      clear back to the prior status or
002285*                      confirm to Restricted on CUSTSTAT,
002290*                      showing the listed name matched.
002291*    2026-10-15   DN   Let an intake operator holding a
002292*                      supervisor's APPRDLGT delegation for the
002293*                      queue review it in the supervisor's
002294*                      absence (DELEG-CHK), stamping each item
002295*                      they decide AQ-DELEG-SW.
002296*    2026-10-15   DN   Link each CUSTHIST entry onto the history
002297*                      chain through CHAIN-SVC before it is
002298*                      written.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004300     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS AF-FILE-STATUS.
004505     SELECT CUST-STATUS ASSIGN TO 'CUSTSTAT'
004510         ORGANIZATION IS INDEXED
004515         ACCESS MODE IS DYNAMIC
004520         RECORD KEY IS CS-STATUS-KEY
004525         FILE STATUS IS CS-FILE-STATUS.
004530     SELECT WATCH-LIST ASSIGN TO 'WATCHLST'
004535         ORGANIZATION IS INDEXED
004540         ACCESS MODE IS RANDOM
004545         RECORD KEY IS WL-WATCH-KEY
004550         FILE STATUS IS WL-FILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
006600     LABEL RECORDS ARE STANDARD.
006700     COPY "authfailrc.cpy".
006800*
006810 FD  CUST-STATUS
006820     LABEL RECORDS ARE STANDARD.
006830     COPY "custstat.cpy".
006840*
006850 FD  WATCH-LIST
006860     LABEL RECORDS ARE STANDARD.
006870     COPY "watchlst.cpy".
006880*
006900 WORKING-STORAGE SECTION.
007000 COPY "operauth.cpy".
007100 COPY "signonws.cpy".
007300 COPY "errlogpm.cpy".
007310 COPY "phonixpm.cpy".
007400 COPY "rundate.cpy".
007450 COPY "dlgchkpm.cpy".
007470 COPY "chainpm.cpy".
007500*
007600 01  AQ-FILE-STATUS          PIC X(02).
007700 01  CM-FILE-STATUS          PIC X(02).
007800 01  CG-FILE-STATUS          PIC X(02).
007900 01  CH-FILE-STATUS          PIC X(02).
008000 01  AF-FILE-STATUS          PIC X(02).
008020 01  CS-FILE-STATUS          PIC X(02).
008040 01  WL-FILE-STATUS          PIC X(02).
008100*
008200 01  WS-OPERATOR-ID          PIC X(08).
008300 01  WS-AUTH-CODE            PIC X(04).
008400 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
008500     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
008520 01  WS-UNDER-DELEG-SW       PIC X(01) VALUE 'N'.
008540     88  WS-UNDER-DELEG      VALUE 'Y' FALSE 'N'.
008600*
008700 01  WS-QUEUE-EOF-SW         PIC X(01) VALUE 'N'.
008800     88  WS-QUEUE-EOF        VALUE 'Y'.
008810 01  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
008820     88  WS-OVERFLOW         VALUE 'Y' FALSE 'N'.
008830 01  WS-WATCH-OPEN-SW        PIC X(01) VALUE 'N'.
008840     88  WS-WATCH-OPEN       VALUE 'Y' FALSE 'N'.
008850 01  WS-STATUS-EOF-SW        PIC X(01).
008860     88  WS-STATUS-EOF       VALUE 'Y' FALSE 'N'.
008900*
009000 01  WS-MAX-ITEMS            PIC 9(03) COMP VALUE 200.
009100 01  WS-ITEM-COUNT           PIC 9(03) COMP VALUE 0.
009700 01  WS-DECISION             PIC X(01).
009800 01  WS-APPLY-OK-SW          PIC X(01).
009900     88  WS-APPLY-OK         VALUE 'Y' FALSE 'N'.
009920 01  WS-RECORD-STALE-SW      PIC X(01).
009940     88  WS-RECORD-STALE     VALUE 'Y' FALSE 'N'.
010000 01  WS-SURVIVOR-IMAGE       PIC X(74).
010100 01  WS-MERGED-IMAGE         PIC X(74).
010200 01  WS-MERGED-NAME          PIC X(20).
010210 01  WS-GONE-LAST-NAME       PIC X(15).
010230 01  WS-PRIOR-STATUS         PIC X(01).
010250 01  WS-NEW-STATUS           PIC X(01).
010270 01  WS-MATCH-DESC           PIC X(14).
010290 01  WS-LISTED-NAME          PIC X(20).
010300 01  WS-APPROVED-COUNT       PIC 9(03) COMP VALUE 0.
010400 01  WS-REJECTED-COUNT       PIC 9(03) COMP VALUE 0.
010500*
012900         ' APPROVED, ', WS-REJECTED-COUNT, ' REJECTED'.
013000 0000-CLOSE.
013100     CLOSE CUSTOMER-MASTER CUST-MERGE-TRACE CUST-HISTORY
013200         AUTH-FAIL-LOG CUST-STATUS.
013210     IF WS-WATCH-OPEN
013220         CLOSE WATCH-LIST
013230     END-IF.
013300     GOBACK.
013400*----------------------------------------------------------
013500* 1900-OPEN-FILES
014900     IF AF-FILE-STATUS = '35'
015000         OPEN OUTPUT AUTH-FAIL-LOG
015100     END-IF.
015105     OPEN I-O CUST-STATUS.
015110     IF CS-FILE-STATUS = '35'
015115         OPEN OUTPUT CUST-STATUS
015120         CLOSE CUST-STATUS
015125         OPEN I-O CUST-STATUS
015130     END-IF.
015135     OPEN INPUT WATCH-LIST.
015140     IF WL-FILE-STATUS = '00'
015145         SET WS-WATCH-OPEN TO TRUE
015150     END-IF.
015200 1900-EXIT.
015300     EXIT.
015400*----------------------------------------------------------
015500* 1700-CHECK-OPERATOR-AUTH - supervisor role, same gate as
015600*     CUST-MERGE; an intake operator passes only under a
015610*     supervisor's delegation of the queue for today.
015700*----------------------------------------------------------
015800 1700-CHECK-OPERATOR-AUTH.
015900     IF SO-SIGNED-ON
017400     IF OA-AUTHORIZED
017500         SET WS-AUTHORIZED TO TRUE
017600     END-IF.
017620     IF NOT WS-AUTHORIZED AND OA-ROLE-LEVEL = '2'
017640         PERFORM 1750-CHECK-DELEGATION THRU 1750-EXIT
017660     END-IF.
017700 1700-EXIT.
017705     EXIT.
017710*----------------------------------------------------------
017715* 1750-CHECK-DELEGATION
017720*----------------------------------------------------------
017725 1750-CHECK-DELEGATION.
017730     SET DK-FUNC-ACTIVE TO TRUE.
017735     MOVE WS-OPERATOR-ID TO DK-DELEGATE.
017740     MOVE 'Q' TO DK-SCOPE.
017745     MOVE WS-RUN-DATE TO DK-CHECK-DATE.
017750     CALL 'DELEG-CHK' USING DELEG-CHK-PARMS.
017755     IF DK-FOUND
017760         SET WS-AUTHORIZED TO TRUE
017765         SET WS-UNDER-DELEG TO TRUE
017770         DISPLAY 'REVIEWING UNDER DELEGATION FROM ',
017775             DK-DELEGATOR
017780     END-IF.
017785 1750-EXIT.
017800     EXIT.
017900*----------------------------------------------------------
018000* 1730-WRITE-AUTH-FAIL
023000         GO TO 3000-EXIT
023100     END-IF.
023200     DISPLAY ' '.
023220     IF AQ-ACTION-SCREEN
023240         PERFORM 3700-REVIEW-SCREEN-HIT THRU 3700-EXIT
023260         GO TO 3000-EXIT
023280     END-IF.
023300     IF AQ-ACTION-DELETE
023400         DISPLAY 'PENDING DELETE OF ', AQ-CUST-ID,
023500             ' REQUESTED BY ', AQ-REQUEST-OPER,
029600                 ' NO LONGER ON FILE'
029700             GO TO 3200-EXIT
029800     END-READ.
029820     PERFORM 3600-CHECK-UPDATE-SEQ THRU 3600-EXIT.
029840     IF WS-RECORD-STALE
029860         GO TO 3200-EXIT
029880     END-IF.
029900     MOVE CUST-MASTER-RECORD TO WS-MERGED-IMAGE.
029910     MOVE CM-LAST-NAME TO WS-GONE-LAST-NAME.
030000     DELETE CUSTOMER-MASTER
031000     MOVE AQ-CUST-ID TO CH-CUST-ID.
031100     MOVE WS-MERGED-IMAGE TO CH-BEFORE-IMAGE.
031200     MOVE SPACES TO CH-AFTER-IMAGE.
031210     MOVE ZERO TO CH-CHAIN-VALUE.
031220     SET CV-FUNC-LINK TO TRUE.
031230     MOVE 'CUSTHIST' TO CV-LOG-ID.
031240     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
031250     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
031260     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
031300     WRITE CUST-HISTORY-RECORD.
031400     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
031500     MOVE 'APPR-REVIEW' TO AY-SOURCE-PGM.
034500                 ' NO LONGER ON FILE'
034600             GO TO 3300-EXIT
034700     END-READ.
034720     PERFORM 3600-CHECK-UPDATE-SEQ THRU 3600-EXIT.
034740     IF WS-RECORD-STALE
034760         GO TO 3300-EXIT
034780     END-IF.
034800     MOVE CUST-MASTER-RECORD TO WS-MERGED-IMAGE.
034900     MOVE CM-CUST-NAME TO WS-MERGED-NAME.
034910     MOVE CM-LAST-NAME TO WS-GONE-LAST-NAME.
036300     MOVE AQ-CUST-ID TO CH-CUST-ID.
036400     MOVE WS-MERGED-IMAGE TO CH-BEFORE-IMAGE.
036500     MOVE WS-SURVIVOR-IMAGE TO CH-AFTER-IMAGE.
036510     MOVE ZERO TO CH-CHAIN-VALUE.
036520     SET CV-FUNC-LINK TO TRUE.
036530     MOVE 'CUSTHIST' TO CV-LOG-ID.
036540     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
036550     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
036560     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
036600     WRITE CUST-HISTORY-RECORD.
036700     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
036800     MOVE 'APPR-REVIEW' TO AY-SOURCE-PGM.
038293     EXIT.
038300*----------------------------------------------------------
038400* 3400-STAMP-DECISION - record who decided and when, and
038500*     whether under delegation, and put the decided record
038510*     back in its table slot.
038600*----------------------------------------------------------
038700 3400-STAMP-DECISION.
038800     MOVE WS-RUN-DATE TO AQ-DECIDE-DATE.
038900     MOVE WS-OPERATOR-ID TO AQ-DECIDE-OPER.
038910     IF WS-UNDER-DELEG
038920         SET AQ-DECIDED-UNDER-DELEG TO TRUE
038930     ELSE
038940         SET AQ-DECIDED-UNDER-DELEG TO FALSE
038950     END-IF.
039000     MOVE APPROVAL-QUEUE-RECORD
039100         TO WS-QUEUE-ITEM (WS-ITEM-SUB).
039200 3400-EXIT.
041200     WRITE APPROVAL-QUEUE-RECORD.
041300 4100-EXIT.
041400     EXIT.
041500*----------------------------------------------------------
041600* 3600-CHECK-UPDATE-SEQ - the record about to go must be
041700*     the one the requester saw: a stamp on the master that
041800*     differs from the one queued means another user has
041900*     changed it since, so the action is refused and the
042000*     collision goes on the history trail. Items queued
042100*     before the stamp existed carry spaces and pass.
042200*----------------------------------------------------------
042300 3600-CHECK-UPDATE-SEQ.
042400     SET WS-RECORD-STALE TO FALSE.
042500     IF AQ-CUST-SEQ IS NOT NUMERIC
042600         GO TO 3600-EXIT
042700     END-IF.
042800     IF CM-UPDATE-SEQ IS NOT NUMERIC
042900         MOVE ZERO TO CM-UPDATE-SEQ
043000     END-IF.
043100     IF CM-UPDATE-SEQ = AQ-CUST-SEQ
043200         GO TO 3600-EXIT
043300     END-IF.
043400     SET WS-RECORD-STALE TO TRUE.
043500     DISPLAY 'RECORD CHANGED BY ANOTHER USER SINCE THE ',
043600         'REQUEST WAS QUEUED'.
043700     MOVE WS-RUN-DATE TO CH-CHANGE-DATE.
043800     ACCEPT CH-CHANGE-TIME FROM TIME.
043900     MOVE 'APPR-REVIEW' TO CH-SOURCE-PGM.
044000     MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID.
044100     MOVE 'X' TO CH-CHANGE-TYPE.
044200     MOVE AQ-CUST-ID TO CH-CUST-ID.
044300     MOVE CUST-MASTER-RECORD TO CH-BEFORE-IMAGE.
044400     MOVE SPACES TO CH-AFTER-IMAGE.
044500     MOVE ZERO TO CH-CHAIN-VALUE.
044600     SET CV-FUNC-LINK TO TRUE.
044700     MOVE 'CUSTHIST' TO CV-LOG-ID.
044800     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
044900     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
045000     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
045100     WRITE CUST-HISTORY-RECORD.
045200     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
045300     MOVE 'APPR-REVIEW' TO AY-SOURCE-PGM.
045400     MOVE 'COLLIDE' TO AY-ACTION-CODE.
045500     MOVE AQ-CUST-ID TO AY-ACTION-KEY.
045600     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
045700     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
045800 3600-EXIT.
045900     EXIT.
046000*----------------------------------------------------------
046100* 3700-REVIEW-SCREEN-HIT - a screening hit is cleared or
046200*     confirmed rather than approved or rejected; the
046300*     requester's own hold is left for another supervisor
046400*     the same as any other item.
046500*----------------------------------------------------------
046600 3700-REVIEW-SCREEN-HIT.
046700     EVALUATE AQ-MATCH-TYPE
046800         WHEN 'E'
046900             MOVE 'EXACT NAME' TO WS-MATCH-DESC
047000         WHEN 'S'
047100             MOVE 'SOUNDS-LIKE' TO WS-MATCH-DESC
047200         WHEN 'D'
047300             MOVE 'ADDRESS' TO WS-MATCH-DESC
047400         WHEN 'U'
047500             MOVE 'NOT SCREENED' TO WS-MATCH-DESC
047600         WHEN OTHER
047700             MOVE 'UNKNOWN' TO WS-MATCH-DESC
047800     END-EVALUATE.
047900     MOVE SPACES TO WS-LISTED-NAME.
048000     IF WS-WATCH-OPEN AND AQ-WATCH-ENTRY-ID NOT = ZERO
048100         MOVE AQ-WATCH-ENTRY-ID TO WL-ENTRY-ID
048200         MOVE ZERO TO WL-LINE-NUMBER
048300         READ WATCH-LIST
048400             KEY IS WL-WATCH-KEY
048500             INVALID KEY
048600                 MOVE 'ENTRY NO LONGER LISTED' TO WS-LISTED-NAME
048700             NOT INVALID KEY
048800                 MOVE WL-FULL-NAME TO WS-LISTED-NAME
048900         END-READ
049000     END-IF.
049100     MOVE AQ-CUST-ID TO CM-CUST-ID.
049200     READ CUSTOMER-MASTER
049300         KEY IS CM-CUST-ID
049400         INVALID KEY
049500             MOVE 'NOT ON FILE' TO CM-CUST-NAME
049600     END-READ.
049700     DISPLAY 'WATCH-LIST HOLD ON ', AQ-CUST-ID, ' ',
049800         CM-CUST-NAME, ' QUEUED BY ', AQ-REQUEST-OPER,
049900         ' ON ', AQ-REQUEST-DATE.
050000     DISPLAY '  ', WS-MATCH-DESC, ' MATCH TO ENTRY ',
050100         AQ-WATCH-ENTRY-ID, ' ', WS-LISTED-NAME.
050200     IF AQ-REQUEST-OPER = WS-OPERATOR-ID
050300         DISPLAY 'OWN REQUEST - HELD FOR ANOTHER SUPERVISOR'
050400         GO TO 3700-EXIT
050500     END-IF.
050600     DISPLAY 'Clear, confirm match, or skip? (C/M/S): '.
050700     ACCEPT WS-DECISION.
050800     EVALUATE WS-DECISION
050900         WHEN 'C'
051000         WHEN 'c'
051100             PERFORM 3710-FIND-PRIOR-STATUS THRU 3710-EXIT
051200             MOVE WS-PRIOR-STATUS TO WS-NEW-STATUS
051300             MOVE 'WLCLEAR' TO AY-ACTION-CODE
051400         WHEN 'M'
051500         WHEN 'm'
051600             MOVE 'R' TO WS-NEW-STATUS
051700             MOVE 'WLCONFRM' TO AY-ACTION-CODE
051800         WHEN OTHER
051900             DISPLAY 'ITEM SKIPPED'
052000             GO TO 3700-EXIT
052100     END-EVALUATE.
052200     PERFORM 3730-WRITE-STATUS THRU 3730-EXIT.
052300     IF NOT WS-APPLY-OK
052400         DISPLAY 'STATUS COULD NOT BE WRITTEN - ITEM LEFT ',
052500             'PENDING'
052600         GO TO 3700-EXIT
052700     END-IF.
052800     IF WS-NEW-STATUS = 'R'
052900         SET AQ-STAT-REJECTED TO TRUE
053000         ADD 1 TO WS-REJECTED-COUNT
053100         DISPLAY 'MATCH CONFIRMED - CUSTOMER ', AQ-CUST-ID,
053200             ' RESTRICTED'
053300     ELSE
053400         SET AQ-STAT-APPROVED TO TRUE
053500         ADD 1 TO WS-APPROVED-COUNT
053600         DISPLAY 'HOLD CLEARED - CUSTOMER ', AQ-CUST-ID,
053700             ' STATUS ', WS-NEW-STATUS
053800     END-IF.
053900     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
054000     MOVE 'APPR-REVIEW' TO AY-SOURCE-PGM.
054100     MOVE AQ-CUST-ID TO AY-ACTION-KEY.
054200     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
054300     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
054400     PERFORM 3400-STAMP-DECISION THRU 3400-EXIT.
054500 3700-EXIT.
054600     EXIT.
054700*----------------------------------------------------------
054800* 3710-FIND-PRIOR-STATUS - the last status in force before
054900*     the hold, read forward through the customer's CUSTSTAT
055000*     records; active when there is none (a new customer).
055100*----------------------------------------------------------
055200 3710-FIND-PRIOR-STATUS.
055300     MOVE 'A' TO WS-PRIOR-STATUS.
055400     MOVE AQ-CUST-ID TO CS-CUST-ID.
055500     MOVE ZERO TO CS-EFF-DATE.
055600     START CUST-STATUS
055700         KEY IS NOT LESS THAN CS-STATUS-KEY
055800         INVALID KEY
055900             GO TO 3710-EXIT
056000     END-START.
056100     SET WS-STATUS-EOF TO FALSE.
056200     PERFORM 3720-READ-ONE-STATUS THRU 3720-EXIT
056300         UNTIL WS-STATUS-EOF.
056400 3710-EXIT.
056500     EXIT.
056600*----------------------------------------------------------
056700* 3720-READ-ONE-STATUS
056800*----------------------------------------------------------
056900 3720-READ-ONE-STATUS.
057000     READ CUST-STATUS NEXT RECORD
057100         AT END
057200             SET WS-STATUS-EOF TO TRUE
057300             GO TO 3720-EXIT
057400     END-READ.
057500     IF CS-CUST-ID NOT = AQ-CUST-ID
057600             OR CS-EFF-DATE > WS-RUN-DATE
057700         SET WS-STATUS-EOF TO TRUE
057800         GO TO 3720-EXIT
057900     END-IF.
058000     IF NOT CS-STATUS-PENDING AND NOT CS-STATUS-RESTRICTED
058100         MOVE CS-STATUS-CODE TO WS-PRIOR-STATUS
058200     END-IF.
058300 3720-EXIT.
058400     EXIT.
058500*----------------------------------------------------------
058600* 3730-WRITE-STATUS - the decided status takes effect on
058700*     the run date, replacing the hold when it was placed
058800*     the same day.
058900*----------------------------------------------------------
059000 3730-WRITE-STATUS.
059100     SET WS-APPLY-OK TO FALSE.
059200     MOVE SPACES TO CUST-STATUS-RECORD.
059300     MOVE AQ-CUST-ID TO CS-CUST-ID.
059400     MOVE WS-RUN-DATE TO CS-EFF-DATE.
059500     MOVE WS-NEW-STATUS TO CS-STATUS-CODE.
059600     MOVE WS-OPERATOR-ID TO CS-CHANGE-OPER.
059700     WRITE CUST-STATUS-RECORD
059800         INVALID KEY
059900             REWRITE CUST-STATUS-RECORD
060000                 INVALID KEY
060100                     GO TO 3730-EXIT
060200             END-REWRITE
060300     END-WRITE.
060400     SET WS-APPLY-OK TO TRUE.
060500 3730-EXIT.
060600     EXIT.
