000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     WATCH-MAINT.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Supervisor-gated maintenance for the WATCHLST compliance
000900* watch list of restricted parties: list a new party under
001000* the next entry ID, add the aliases it is also known by
001100* and the addresses it is listed at, show an entry, or
001200* remove one that has come off the published list. Each
001300* name line carries its canonical 'FIRST LAST' form and
001400* the NAME-FORMAT sounds-like keys of both name parts,
001500* taken here once, so WATCH-SCREEN can screen customers
001600* against the list without recomputing them per line.
001700* A party known only by a single name (an organization)
001800* is keyed with the name as the last name and the first
001900* name blank.
002000*----------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002300*    2026-10-14   DN   Original program.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT WATCH-LIST ASSIGN TO 'WATCHLST'
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS WL-WATCH-KEY
003200         FILE STATUS IS WL-FILE-STATUS.
003300     SELECT AUTH-FAIL-LOG ASSIGN TO 'AUTHFAIL'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS AF-FILE-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  WATCH-LIST
004000     LABEL RECORDS ARE STANDARD.
004100     COPY "watchlst.cpy".
004200*
004300 FD  AUTH-FAIL-LOG
004400     LABEL RECORDS ARE STANDARD.
004500     COPY "authfailrc.cpy".
004600*
004700 WORKING-STORAGE SECTION.
004800 COPY "operauth.cpy".
004900 COPY "signonws.cpy".
005000 COPY "actlogpm.cpy".
005100 COPY "namefmpm.cpy".
005200 COPY "rundate.cpy".
005300*
005400 01  WL-FILE-STATUS          PIC X(02).
005500 01  AF-FILE-STATUS          PIC X(02).
005600*
005700 01  WS-OPERATOR-ID          PIC X(08).
005800 01  WS-AUTH-CODE            PIC X(04).
005900 01  WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
006000     88  WS-AUTHORIZED       VALUE 'Y' FALSE 'N'.
006100*
006200 01  WS-ACTION               PIC X(01).
006300     88  WS-ACTION-ADD       VALUE 'A'.
006400     88  WS-ACTION-ALIAS     VALUE 'L'.
006500     88  WS-ACTION-ADDRESS   VALUE 'D'.
006600     88  WS-ACTION-REMOVE    VALUE 'R'.
006700     88  WS-ACTION-SHOW      VALUE 'S'.
006800     88  WS-ACTION-DONE      VALUE 'X'.
006900*
007000 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
007100     88  WS-DONE             VALUE 'Y'.
007200 01  WS-SCAN-DONE-SW         PIC X(01).
007300     88  WS-SCAN-DONE        VALUE 'Y' FALSE 'N'.
007400 01  WS-ENTRY-FOUND-SW       PIC X(01).
007500     88  WS-ENTRY-FOUND      VALUE 'Y' FALSE 'N'.
007600*
007700 01  WS-TARGET-ENTRY         PIC 9(06).
007800 01  WS-LAST-ENTRY-ID        PIC 9(06).
007900 01  WS-LAST-LINE-NUMBER     PIC 9(02).
008000 01  WS-LINES-REMOVED        PIC 9(03) COMP.
008100 01  WS-CONFIRM              PIC X(01).
008200 01  WS-LINE-HOLD            PIC X(105).
008300*
008400 01  WS-NEW-LAST-NAME        PIC X(15).
008500 01  WS-NEW-FIRST-NAME       PIC X(15).
008600 01  WS-NEW-SOURCE           PIC X(10).
008700 01  WS-NEW-ADDR-LINE-1      PIC X(30).
008800 01  WS-NEW-ZIP-CODE         PIC X(10).
008900*
009000 PROCEDURE DIVISION.
009100*----------------------------------------------------------
009200* 0000-MAINLINE
009300*----------------------------------------------------------
009400 0000-MAINLINE.
009500     CALL 'BUS-DATE' USING WS-RUN-DATE.
009600     OPEN EXTEND AUTH-FAIL-LOG.
009700     IF AF-FILE-STATUS = '35'
009800         OPEN OUTPUT AUTH-FAIL-LOG
009900     END-IF.
010000     PERFORM 1700-CHECK-SUPERVISOR THRU 1700-EXIT.
010100     IF NOT WS-AUTHORIZED
010200         DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED TO ',
010300             'MAINTAIN THE WATCH LIST'
010400         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
010500         CLOSE AUTH-FAIL-LOG
010600         GOBACK
010700     END-IF.
010800     OPEN I-O WATCH-LIST.
010900     IF WL-FILE-STATUS = '35'
011000         OPEN OUTPUT WATCH-LIST
011100         CLOSE WATCH-LIST
011200         OPEN I-O WATCH-LIST
011300     END-IF.
011400     PERFORM 1000-PROCESS-ACTION THRU 1000-EXIT
011500         UNTIL WS-DONE.
011600     CLOSE WATCH-LIST AUTH-FAIL-LOG.
011700     GOBACK.
011800*----------------------------------------------------------
011900* 1700-CHECK-SUPERVISOR
012000*----------------------------------------------------------
012100 1700-CHECK-SUPERVISOR.
012200     IF SO-SIGNED-ON
012300         MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
012400         MOVE SO-AUTH-CODE TO WS-AUTH-CODE
012500     ELSE
012600         DISPLAY 'Enter your operator ID: '
012700         ACCEPT WS-OPERATOR-ID
012800         DISPLAY 'Enter your authorization code: '
012900         ACCEPT WS-AUTH-CODE
013000     END-IF.
013100     SET WS-AUTHORIZED TO FALSE.
013200     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
013300     MOVE WS-AUTH-CODE TO OA-AUTH-CODE.
013400     MOVE '3' TO OA-REQUIRED-ROLE.
013500     MOVE WS-RUN-DATE TO OA-CHECK-DATE.
013600     CALL 'OPER-AUTH' USING OPER-AUTH-PARMS.
013700     IF OA-AUTHORIZED
013800         SET WS-AUTHORIZED TO TRUE
013900     END-IF.
014000 1700-EXIT.
014100     EXIT.
014200*----------------------------------------------------------
014300* 1730-WRITE-AUTH-FAIL
014400*----------------------------------------------------------
014500 1730-WRITE-AUTH-FAIL.
014600     MOVE 'WATCH-MAINT' TO AF-SOURCE-PGM.
014700     MOVE WS-RUN-DATE TO AF-REJECT-DATE.
014800     ACCEPT AF-REJECT-TIME FROM TIME.
014900     MOVE WS-OPERATOR-ID TO AF-INPUT-VALUE.
015000     MOVE 'SUPERVISOR AUTH REQUIRED' TO AF-REASON.
015100     WRITE AUTH-FAIL-RECORD.
015200 1730-EXIT.
015300     EXIT.
015400*----------------------------------------------------------
015500* 1000-PROCESS-ACTION
015600*----------------------------------------------------------
015700 1000-PROCESS-ACTION.
015800     DISPLAY ' '.
015900     DISPLAY 'A. LIST A NEW PARTY'.
016000     DISPLAY 'L. ADD AN ALIAS TO AN ENTRY'.
016100     DISPLAY 'D. ADD A LISTED ADDRESS TO AN ENTRY'.
016200     DISPLAY 'S. SHOW AN ENTRY'.
016300     DISPLAY 'R. REMOVE AN ENTRY'.
016400     DISPLAY 'X. EXIT'.
016500     DISPLAY 'Enter your selection: '.
016600     ACCEPT WS-ACTION.
016700     EVALUATE TRUE
016800         WHEN WS-ACTION-ADD
016900             PERFORM 2000-ADD-PARTY THRU 2000-EXIT
017000         WHEN WS-ACTION-ALIAS
017100             PERFORM 3000-ADD-ALIAS THRU 3000-EXIT
017200         WHEN WS-ACTION-ADDRESS
017300             PERFORM 4000-ADD-ADDRESS THRU 4000-EXIT
017400         WHEN WS-ACTION-SHOW
017500             PERFORM 5000-SHOW-ENTRY THRU 5000-EXIT
017600         WHEN WS-ACTION-REMOVE
017700             PERFORM 6000-REMOVE-ENTRY THRU 6000-EXIT
017800         WHEN WS-ACTION-DONE
017900             SET WS-DONE TO TRUE
018000         WHEN OTHER
018100             DISPLAY 'INVALID SELECTION - TRY AGAIN'
018200     END-EVALUATE.
018300 1000-EXIT.
018400     EXIT.
018500*----------------------------------------------------------
018600* 2000-ADD-PARTY - the listed name goes on as line 00 of
018700*     the next entry ID.
018800*----------------------------------------------------------
018900 2000-ADD-PARTY.
019000     PERFORM 7000-ACCEPT-NAME THRU 7000-EXIT.
019100     IF WS-NEW-LAST-NAME = SPACES
019200         DISPLAY 'NAME REQUIRED - NOTHING ADDED'
019300         GO TO 2000-EXIT
019400     END-IF.
019500     DISPLAY 'Enter list source (e.g. OFAC): '.
019600     ACCEPT WS-NEW-SOURCE.
019700     IF WS-NEW-SOURCE = SPACES
019800         DISPLAY 'LIST SOURCE REQUIRED - NOTHING ADDED'
019900         GO TO 2000-EXIT
020000     END-IF.
020100     PERFORM 2100-FIND-LAST-ENTRY THRU 2100-EXIT.
020200     IF WS-LAST-ENTRY-ID = 999999
020300         DISPLAY 'WATCH LIST ENTRY IDS EXHAUSTED - NOTHING ',
020400             'ADDED'
020500         GO TO 2000-EXIT
020600     END-IF.
020700     COMPUTE WS-TARGET-ENTRY = WS-LAST-ENTRY-ID + 1.
020800     MOVE SPACES TO WATCH-LIST-RECORD.
020900     MOVE WS-TARGET-ENTRY TO WL-ENTRY-ID.
021000     MOVE ZERO TO WL-LINE-NUMBER.
021100     SET WL-LINE-NAME TO TRUE.
021200     PERFORM 7100-BUILD-NAME-LINE THRU 7100-EXIT.
021300     MOVE WS-NEW-SOURCE TO WL-LIST-SOURCE.
021400     MOVE WS-RUN-DATE TO WL-ADDED-DATE.
021500     MOVE WS-OPERATOR-ID TO WL-ADDED-OPER.
021600     WRITE WATCH-LIST-RECORD
021700         INVALID KEY
021800             DISPLAY 'ERROR ADDING ENTRY ', WS-TARGET-ENTRY
021900             GO TO 2000-EXIT
022000     END-WRITE.
022100     DISPLAY 'ENTRY ', WS-TARGET-ENTRY, ' ADDED - ',
022200         WL-FULL-NAME.
022300     MOVE 'WLADD' TO AY-ACTION-CODE.
022400     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
022500 2000-EXIT.
022600     EXIT.
022700*----------------------------------------------------------
022800* 2100-FIND-LAST-ENTRY - the list reads back in entry
022900*     order, so the last entry read is the highest.
023000*----------------------------------------------------------
023100 2100-FIND-LAST-ENTRY.
023200     MOVE ZERO TO WS-LAST-ENTRY-ID.
023300     MOVE LOW-VALUES TO WL-WATCH-KEY.
023400     START WATCH-LIST
023500         KEY IS NOT LESS THAN WL-WATCH-KEY
023600         INVALID KEY
023700             GO TO 2100-EXIT
023800     END-START.
023900     SET WS-SCAN-DONE TO FALSE.
024000     PERFORM 2110-READ-ONE-LINE THRU 2110-EXIT
024100         UNTIL WS-SCAN-DONE.
024200 2100-EXIT.
024300     EXIT.
024400*----------------------------------------------------------
024500* 2110-READ-ONE-LINE
024600*----------------------------------------------------------
024700 2110-READ-ONE-LINE.
024800     READ WATCH-LIST NEXT RECORD
024900         AT END
025000             SET WS-SCAN-DONE TO TRUE
025100         NOT AT END
025200             MOVE WL-ENTRY-ID TO WS-LAST-ENTRY-ID
025300     END-READ.
025400 2110-EXIT.
025500     EXIT.
025600*----------------------------------------------------------
025700* 3000-ADD-ALIAS
025800*----------------------------------------------------------
025900 3000-ADD-ALIAS.
026000     PERFORM 8000-FIND-ENTRY THRU 8000-EXIT.
026100     IF NOT WS-ENTRY-FOUND
026200         GO TO 3000-EXIT
026300     END-IF.
026400     PERFORM 7000-ACCEPT-NAME THRU 7000-EXIT.
026500     IF WS-NEW-LAST-NAME = SPACES
026600         DISPLAY 'NAME REQUIRED - NOTHING ADDED'
026700         GO TO 3000-EXIT
026800     END-IF.
026900     MOVE SPACES TO WATCH-LIST-RECORD.
027000     SET WL-LINE-ALIAS TO TRUE.
027100     PERFORM 7100-BUILD-NAME-LINE THRU 7100-EXIT.
027200     PERFORM 8500-WRITE-NEXT-LINE THRU 8500-EXIT.
027300     IF WS-ENTRY-FOUND
027400         MOVE 'WLALIAS' TO AY-ACTION-CODE
027500         PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT
027600     END-IF.
027700 3000-EXIT.
027800     EXIT.
027900*----------------------------------------------------------
028000* 4000-ADD-ADDRESS - line 1 and ZIP are what the screen
028100*     compares, so both are required.
028200*----------------------------------------------------------
028300 4000-ADD-ADDRESS.
028400     PERFORM 8000-FIND-ENTRY THRU 8000-EXIT.
028500     IF NOT WS-ENTRY-FOUND
028600         GO TO 4000-EXIT
028700     END-IF.
028800     DISPLAY 'Enter address line 1: '.
028900     ACCEPT WS-NEW-ADDR-LINE-1.
029000     DISPLAY 'Enter ZIP code: '.
029100     ACCEPT WS-NEW-ZIP-CODE.
029200     IF WS-NEW-ADDR-LINE-1 = SPACES
029300             OR WS-NEW-ZIP-CODE = SPACES
029400         DISPLAY 'ADDRESS LINE 1 AND ZIP REQUIRED - NOTHING ',
029500             'ADDED'
029600         GO TO 4000-EXIT
029700     END-IF.
029800     MOVE SPACES TO WATCH-LIST-RECORD.
029900     SET WL-LINE-ADDRESS TO TRUE.
030000     MOVE WS-NEW-ADDR-LINE-1 TO WL-ADDR-LINE-1.
030100     MOVE WS-NEW-ZIP-CODE TO WL-ZIP-CODE.
030200     PERFORM 8500-WRITE-NEXT-LINE THRU 8500-EXIT.
030300     IF WS-ENTRY-FOUND
030400         MOVE 'WLADDR' TO AY-ACTION-CODE
030500         PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT
030600     END-IF.
030700 4000-EXIT.
030800     EXIT.
030900*----------------------------------------------------------
031000* 5000-SHOW-ENTRY
031100*----------------------------------------------------------
031200 5000-SHOW-ENTRY.
031300     PERFORM 8000-FIND-ENTRY THRU 8000-EXIT.
031400     IF NOT WS-ENTRY-FOUND
031500         GO TO 5000-EXIT
031600     END-IF.
031700     DISPLAY 'ENTRY ', WS-TARGET-ENTRY, ' SOURCE ',
031800         WL-LIST-SOURCE, ' LISTED ', WL-ADDED-DATE,
031900         ' BY ', WL-ADDED-OPER.
032000     MOVE WS-TARGET-ENTRY TO WL-ENTRY-ID.
032100     MOVE ZERO TO WL-LINE-NUMBER.
032200     START WATCH-LIST
032300         KEY IS NOT LESS THAN WL-WATCH-KEY
032400         INVALID KEY
032500             GO TO 5000-EXIT
032600     END-START.
032700     SET WS-SCAN-DONE TO FALSE.
032800     PERFORM 5100-SHOW-ONE-LINE THRU 5100-EXIT
032900         UNTIL WS-SCAN-DONE.
033000 5000-EXIT.
033100     EXIT.
033200*----------------------------------------------------------
033300* 5100-SHOW-ONE-LINE
033400*----------------------------------------------------------
033500 5100-SHOW-ONE-LINE.
033600     READ WATCH-LIST NEXT RECORD
033700         AT END
033800             SET WS-SCAN-DONE TO TRUE
033900             GO TO 5100-EXIT
034000     END-READ.
034100     IF WL-ENTRY-ID NOT = WS-TARGET-ENTRY
034200         SET WS-SCAN-DONE TO TRUE
034300         GO TO 5100-EXIT
034400     END-IF.
034500     EVALUATE TRUE
034600         WHEN WL-LINE-NAME
034700             DISPLAY '  ', WL-LINE-NUMBER, ' NAME    ',
034800                 WL-FULL-NAME
034900         WHEN WL-LINE-ALIAS
035000             DISPLAY '  ', WL-LINE-NUMBER, ' ALIAS   ',
035100                 WL-FULL-NAME
035200         WHEN WL-LINE-ADDRESS
035300             DISPLAY '  ', WL-LINE-NUMBER, ' ADDRESS ',
035400                 WL-ADDR-LINE-1, ' ', WL-ZIP-CODE
035500     END-EVALUATE.
035600 5100-EXIT.
035700     EXIT.
035800*----------------------------------------------------------
035900* 6000-REMOVE-ENTRY - every line of the entry comes off;
036000*     screening items already queued against it stay on
036100*     APPRQUE for a supervisor to decide.
036200*----------------------------------------------------------
036300 6000-REMOVE-ENTRY.
036400     PERFORM 8000-FIND-ENTRY THRU 8000-EXIT.
036500     IF NOT WS-ENTRY-FOUND
036600         GO TO 6000-EXIT
036700     END-IF.
036800     DISPLAY 'Remove entry ', WS-TARGET-ENTRY, ' ',
036900         WL-FULL-NAME, '? (Y/N): '.
037000     ACCEPT WS-CONFIRM.
037100     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
037200         DISPLAY 'ENTRY NOT REMOVED'
037300         GO TO 6000-EXIT
037400     END-IF.
037500     MOVE ZERO TO WS-LINES-REMOVED.
037600     SET WS-SCAN-DONE TO FALSE.
037700     PERFORM 6100-REMOVE-ONE-LINE THRU 6100-EXIT
037800         UNTIL WS-SCAN-DONE.
037900     DISPLAY 'ENTRY ', WS-TARGET-ENTRY, ' REMOVED - ',
038000         WS-LINES-REMOVED, ' LINES'.
038100     MOVE 'WLREMOVE' TO AY-ACTION-CODE.
038200     PERFORM 9100-WRITE-ACTIVITY THRU 9100-EXIT.
038300 6000-EXIT.
038400     EXIT.
038500*----------------------------------------------------------
038600* 6100-REMOVE-ONE-LINE - position afresh each time on the
038700*     entry's lowest remaining line and delete it.
038800*----------------------------------------------------------
038900 6100-REMOVE-ONE-LINE.
039000     MOVE WS-TARGET-ENTRY TO WL-ENTRY-ID.
039100     MOVE ZERO TO WL-LINE-NUMBER.
039200     START WATCH-LIST
039300         KEY IS NOT LESS THAN WL-WATCH-KEY
039400         INVALID KEY
039500             SET WS-SCAN-DONE TO TRUE
039600             GO TO 6100-EXIT
039700     END-START.
039800     READ WATCH-LIST NEXT RECORD
039900         AT END
040000             SET WS-SCAN-DONE TO TRUE
040100             GO TO 6100-EXIT
040200     END-READ.
040300     IF WL-ENTRY-ID NOT = WS-TARGET-ENTRY
040400         SET WS-SCAN-DONE TO TRUE
040500         GO TO 6100-EXIT
040600     END-IF.
040700     DELETE WATCH-LIST
040800         INVALID KEY
040900             DISPLAY 'ERROR REMOVING LINE ', WL-LINE-NUMBER
041000             SET WS-SCAN-DONE TO TRUE
041100             GO TO 6100-EXIT
041200     END-DELETE.
041300     ADD 1 TO WS-LINES-REMOVED.
041400 6100-EXIT.
041500     EXIT.
041600*----------------------------------------------------------
041700* 7000-ACCEPT-NAME
041800*----------------------------------------------------------
041900 7000-ACCEPT-NAME.
042000     DISPLAY 'Enter last name (or the single name): '.
042100     ACCEPT WS-NEW-LAST-NAME.
042200     DISPLAY 'Enter first name (blank if none): '.
042300     ACCEPT WS-NEW-FIRST-NAME.
042400 7000-EXIT.
042500     EXIT.
042600*----------------------------------------------------------
042700* 7100-BUILD-NAME-LINE - the name parts, the canonical
042800*     full name, and both parts' sounds-like keys.
042900*----------------------------------------------------------
043000 7100-BUILD-NAME-LINE.
043100     MOVE WS-NEW-LAST-NAME TO WL-LAST-NAME.
043200     MOVE WS-NEW-FIRST-NAME TO WL-FIRST-NAME.
043300     IF WS-NEW-FIRST-NAME = SPACES
043400         MOVE WS-NEW-LAST-NAME TO WL-FULL-NAME
043500     ELSE
043600         SET NF-FUNC-FORMAT TO TRUE
043700         MOVE WS-NEW-FIRST-NAME TO NF-FIRST-NAME
043800         MOVE WS-NEW-LAST-NAME TO NF-LAST-NAME
043900         CALL 'NAME-FORMAT' USING NAME-FORMAT-PARMS
044000         MOVE NF-CUST-NAME TO WL-FULL-NAME
044100     END-IF.
044200     SET NF-FUNC-PHONETIC TO TRUE.
044300     MOVE WS-NEW-LAST-NAME TO NF-LAST-NAME.
044400     CALL 'NAME-FORMAT' USING NAME-FORMAT-PARMS.
044500     MOVE NF-PHONETIC-KEY TO WL-LAST-PHON-KEY.
044600     SET NF-FUNC-PHONETIC TO TRUE.
044700     MOVE WS-NEW-FIRST-NAME TO NF-LAST-NAME.
044800     CALL 'NAME-FORMAT' USING NAME-FORMAT-PARMS.
044900     MOVE NF-PHONETIC-KEY TO WL-FIRST-PHON-KEY.
045000 7100-EXIT.
045100     EXIT.
045200*----------------------------------------------------------
045300* 8000-FIND-ENTRY - take the entry ID and read its name
045400*     line; the source stays in WS-NEW-SOURCE for the
045500*     lines added under it.
045600*----------------------------------------------------------
045700 8000-FIND-ENTRY.
045800     SET WS-ENTRY-FOUND TO FALSE.
045900     DISPLAY 'Enter watch list entry ID: '.
046000     ACCEPT WS-TARGET-ENTRY.
046100     MOVE WS-TARGET-ENTRY TO WL-ENTRY-ID.
046200     MOVE ZERO TO WL-LINE-NUMBER.
046300     READ WATCH-LIST
046400         KEY IS WL-WATCH-KEY
046500         INVALID KEY
046600             DISPLAY 'ENTRY ', WS-TARGET-ENTRY, ' NOT ON FILE'
046700             GO TO 8000-EXIT
046800     END-READ.
046900     SET WS-ENTRY-FOUND TO TRUE.
047000     MOVE WL-LIST-SOURCE TO WS-NEW-SOURCE.
047100     DISPLAY 'ENTRY ', WS-TARGET-ENTRY, ' ', WL-FULL-NAME.
047200 8000-EXIT.
047300     EXIT.
047400*----------------------------------------------------------
047500* 8500-WRITE-NEXT-LINE - the line built in the record area
047600*     goes on after the entry's last line. WS-ENTRY-FOUND
047700*     comes back off when it could not be added.
047800*----------------------------------------------------------
047900 8500-WRITE-NEXT-LINE.
048000     MOVE WATCH-LIST-RECORD TO WS-LINE-HOLD.
048100     MOVE ZERO TO WS-LAST-LINE-NUMBER.
048200     MOVE WS-TARGET-ENTRY TO WL-ENTRY-ID.
048300     MOVE ZERO TO WL-LINE-NUMBER.
048400     START WATCH-LIST
048500         KEY IS NOT LESS THAN WL-WATCH-KEY
048600         INVALID KEY
048700             SET WS-SCAN-DONE TO TRUE
048800     END-START.
048900     SET WS-SCAN-DONE TO FALSE.
049000     PERFORM 8510-READ-ENTRY-LINE THRU 8510-EXIT
049100         UNTIL WS-SCAN-DONE.
049200     MOVE WS-LINE-HOLD TO WATCH-LIST-RECORD.
049300     IF WS-LAST-LINE-NUMBER = 99
049400         DISPLAY 'ENTRY ', WS-TARGET-ENTRY, ' IS FULL - ',
049500             'NOTHING ADDED'
049600         SET WS-ENTRY-FOUND TO FALSE
049700         GO TO 8500-EXIT
049800     END-IF.
049900     MOVE WS-TARGET-ENTRY TO WL-ENTRY-ID.
050000     COMPUTE WL-LINE-NUMBER = WS-LAST-LINE-NUMBER + 1.
050100     MOVE WS-NEW-SOURCE TO WL-LIST-SOURCE.
050200     MOVE WS-RUN-DATE TO WL-ADDED-DATE.
050300     MOVE WS-OPERATOR-ID TO WL-ADDED-OPER.
050400     WRITE WATCH-LIST-RECORD
050500         INVALID KEY
050600             DISPLAY 'ERROR ADDING TO ENTRY ', WS-TARGET-ENTRY
050700             SET WS-ENTRY-FOUND TO FALSE
050800             GO TO 8500-EXIT
050900     END-WRITE.
051000     DISPLAY 'LINE ', WL-LINE-NUMBER, ' ADDED TO ENTRY ',
051100         WS-TARGET-ENTRY.
051200 8500-EXIT.
051300     EXIT.
051400*----------------------------------------------------------
051500* 8510-READ-ENTRY-LINE
051600*----------------------------------------------------------
051700 8510-READ-ENTRY-LINE.
051800     READ WATCH-LIST NEXT RECORD
051900         AT END
052000             SET WS-SCAN-DONE TO TRUE
052100             GO TO 8510-EXIT
052200     END-READ.
052300     IF WL-ENTRY-ID NOT = WS-TARGET-ENTRY
052400         SET WS-SCAN-DONE TO TRUE
052500         GO TO 8510-EXIT
052600     END-IF.
052700     MOVE WL-LINE-NUMBER TO WS-LAST-LINE-NUMBER.
052800 8510-EXIT.
052900     EXIT.
053000*----------------------------------------------------------
053100* 9100-WRITE-ACTIVITY - the caller sets AY-ACTION-CODE.
053200*----------------------------------------------------------
053300 9100-WRITE-ACTIVITY.
053400     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
053500     MOVE 'WATCH-MAINT' TO AY-SOURCE-PGM.
053600     MOVE WS-TARGET-ENTRY TO AY-ACTION-KEY.
053700     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
053800     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
053900 9100-EXIT.
054000     EXIT.
