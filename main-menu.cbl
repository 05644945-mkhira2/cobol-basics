007440*                      statement run and the extract, which
007450*                      hand files to the outside and consume
007460*                      live sequence numbers.
007465*    2026-10-14   DN   Training sessions also repoint the
007470*                      CUSTADRH address history and the SCRNLOG
007475*                      watch-list screening record, so practice
007480*                      adds and address changes never reach the
007485*                      live history or the compliance record.
007500*    2026-09-01   DN   Add JOB-CONSOLE as menu option 8,
007600*                      the nightly-stream progress console,
007700*                      open to every signed-on operator.
007720*    2026-10-15   DN   Add AUDIT-INQUIRY as menu option 9, the
007740*                      online AUDITLOG threshold-decision
007760*                      inquiry, supervisor role.
007765*    2026-10-15   DN   Add W, the operator's follow-up
007770*                      worklist off the customer notes
007775*                      (NOTE-WORKLIST), open to every
007780*                      signed-on operator.
007785*    2026-10-15   DN   Training mode overrides the CUSTADRX lookup
007790*                      index with the other companion files.
007792*    2026-10-15   DN   Add C, the operator's service-case
007794*                      worklist (CASE-MAINT), open to every
007796*                      signed-on operator; training sessions
007797*                      repoint the case file, its history
007798*                      and its number control.
007800*----------------------------------------------------------
007900 ENVIRONMENT DIVISION.
008000 INPUT-OUTPUT SECTION.
010000*
010100 01  WS-MENU-CHOICE          PIC X(01).
010200     88  WS-CHOICE-VALID     VALUES '1', '2', '3', '4', '5', '6',
010300                                     '7', '8', '9', 'W', 'C',
010310                                     'X'.
010320     88  WS-CHOICE-WORKLIST  VALUE 'W'.
010330     88  WS-CHOICE-CASES     VALUE 'C'.
010400     88  WS-CHOICE-EXIT      VALUE 'X'.
010500 01  WS-MENU-CHOICE-NUM REDEFINES WS-MENU-CHOICE
010600                             PIC 9(01).
011900*    jobs (sequence allocation, threshold evaluation, the
012000*    statement run) are supervisor-only, intake and the
012100*    extract need the intake role, and the inquiry is open
012200*    to every signed-on operator; the audit-log inquiry
012300*    is for the supervisors answering plant calls on
012310*    threshold decisions.
012320 01  WS-OPTION-ROLE-VALUES   PIC X(09) VALUE '233312213'.
012400 01  WS-OPTION-ROLE-TABLE REDEFINES WS-OPTION-ROLE-VALUES.
012500     05  WS-OPTION-ROLE      PIC X(01) OCCURS 9 TIMES.
012600*
012700 01  WS-OPTION-SUB           PIC 9(02) COMP.
012800*
023700*     this run unit. The companion files a session can
023800*     write - the approval queue, the change trail, the
023900*     merge trace, the notes, the ID sequence, the
024000*     phonetic and phone/address lookup indexes, the
024050*     household links, and the
024100*     activity trail - override with them, so nothing a
024200*     trainee keys (and no approval worked later in the
024300*     same training session) can touch a live customer.
028900     DISPLAY 'TRNCPHON' UPON ENVIRONMENT-VALUE.
029000     DISPLAY 'DD_CUSTPHON' UPON ENVIRONMENT-NAME.
029100     DISPLAY 'TRNCPHON' UPON ENVIRONMENT-VALUE.
029120     DISPLAY 'CUSTADRX' UPON ENVIRONMENT-NAME.
029140     DISPLAY 'TRNCADRX' UPON ENVIRONMENT-VALUE.
029160     DISPLAY 'DD_CUSTADRX' UPON ENVIRONMENT-NAME.
029180     DISPLAY 'TRNCADRX' UPON ENVIRONMENT-VALUE.
029200     DISPLAY 'HOUSHOLD' UPON ENVIRONMENT-NAME.
029300     DISPLAY 'TRNCHHLD' UPON ENVIRONMENT-VALUE.
029400     DISPLAY 'DD_HOUSHOLD' UPON ENVIRONMENT-NAME.
029500     DISPLAY 'TRNCHHLD' UPON ENVIRONMENT-VALUE.
029502     DISPLAY 'CUSTADRH' UPON ENVIRONMENT-NAME.
029504     DISPLAY 'TRNCADRH' UPON ENVIRONMENT-VALUE.
029506     DISPLAY 'DD_CUSTADRH' UPON ENVIRONMENT-NAME.
029508     DISPLAY 'TRNCADRH' UPON ENVIRONMENT-VALUE.
029510*    Training activity must not land on the live OPERACT
029520*    trail - the scrambled keys collide with live customer
029530*    IDs, so the dormancy review and the timeline would
029560     DISPLAY 'TRNCOPER' UPON ENVIRONMENT-VALUE.
029570     DISPLAY 'DD_OPERACT' UPON ENVIRONMENT-NAME.
029580     DISPLAY 'TRNCOPER' UPON ENVIRONMENT-VALUE.
029581*    A practice add is screened against the live watch list
029582*    like any other, but its screening record is not part of
029583*    the compliance attestation.
029584     DISPLAY 'SCRNLOG' UPON ENVIRONMENT-NAME.
029585     DISPLAY 'TRNCSCRN' UPON ENVIRONMENT-VALUE.
029586     DISPLAY 'DD_SCRNLOG' UPON ENVIRONMENT-NAME.
029587     DISPLAY 'TRNCSCRN' UPON ENVIRONMENT-VALUE.
029588     DISPLAY 'CUSTCASE' UPON ENVIRONMENT-NAME.
029589     DISPLAY 'TRNCCASE' UPON ENVIRONMENT-VALUE.
029590     DISPLAY 'DD_CUSTCASE' UPON ENVIRONMENT-NAME.
029591     DISPLAY 'TRNCCASE' UPON ENVIRONMENT-VALUE.
029592     DISPLAY 'CASEHIST' UPON ENVIRONMENT-NAME.
029593     DISPLAY 'TRNCCHST' UPON ENVIRONMENT-VALUE.
029594     DISPLAY 'DD_CASEHIST' UPON ENVIRONMENT-NAME.
029595     DISPLAY 'TRNCCHST' UPON ENVIRONMENT-VALUE.
029596     DISPLAY 'CASENXT' UPON ENVIRONMENT-NAME.
029597     DISPLAY 'TRNCCNXT' UPON ENVIRONMENT-VALUE.
029598     DISPLAY 'DD_CASENXT' UPON ENVIRONMENT-NAME.
029599     DISPLAY 'TRNCCNXT' UPON ENVIRONMENT-VALUE.
029600     DISPLAY '*** TRAINING MODE - SCRAMBLED COPIES IN ',
029700         'USE ***'.
029800 0160-EXIT.
033400     IF NOT WS-CHOICE-VALID
033500         DISPLAY 'INVALID SELECTION - TRY AGAIN'
033600     ELSE
033700         EVALUATE TRUE
033800             WHEN WS-CHOICE-EXIT
033900                 SET WS-DONE TO TRUE
034000             WHEN WS-CHOICE-WORKLIST
034100                 PERFORM 2100-RUN-WORKLIST THRU 2100-EXIT
034110             WHEN WS-CHOICE-CASES
034120                 PERFORM 2200-RUN-CASES THRU 2200-EXIT
034130             WHEN OTHER
034140                 PERFORM 1200-CHECK-OPTION-ROLE THRU 1200-EXIT
034150         END-EVALUATE
034200     END-IF.
034300 1000-EXIT.
034400     EXIT.
037700     IF SO-ROLE-LEVEL NOT < WS-OPTION-ROLE (8)
037800         DISPLAY '8. JOB-CONSOLE'
037900     END-IF.
037920     IF SO-ROLE-LEVEL NOT < WS-OPTION-ROLE (9)
037940         DISPLAY '9. AUDIT-INQUIRY'
037960     END-IF.
037980     DISPLAY 'W. FOLLOW-UP WORKLIST'.
037990     DISPLAY 'C. SERVICE CASES'.
038000     DISPLAY 'X. EXIT'.
038100     DISPLAY 'Enter your selection: '.
038200 1100-EXIT.
042400         WHEN '8'
042500             CALL 'JOB-CONSOLE'
042600             CANCEL 'JOB-CONSOLE'
042620         WHEN '9'
042640             CALL 'AUDIT-INQUIRY'
042660             CANCEL 'AUDIT-INQUIRY'
042700     END-EVALUATE.
042800 2000-EXIT.
042900     EXIT.
043000*----------------------------------------------------------
043100* 2100-RUN-WORKLIST - the follow-up worklist is every
043200*     operator's own, so no role floor applies; it sits
043300*     outside the numbered options.
043400*----------------------------------------------------------
043500 2100-RUN-WORKLIST.
043600     CALL 'NOTE-WORKLIST'.
043700     CANCEL 'NOTE-WORKLIST'.
043800 2100-EXIT.
043900     EXIT.
044000*----------------------------------------------------------
044100* 2200-RUN-CASES - the service-case worklist, like the
044200*     follow-up worklist, is every operator's own.
044300*----------------------------------------------------------
044400 2200-RUN-CASES.
044500     CALL 'CASE-MAINT'.
044600     CANCEL 'CASE-MAINT'.
044700 2200-EXIT.
044800     EXIT.
