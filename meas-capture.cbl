002080*                      one instrument stops appearing under
002090*                      three spellings. A site without the
002091*                      master yet captures as before.
002093*    2026-10-15   DN   A source on a calibration schedule
002095*                      that is past its next due date is
002097*                      still captured, but the reading is
002099*                      flagged unverified on MEASFILE.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004910 01  SRM-FILE-STATUS         PIC X(02).
004920 01  WS-SRCMAST-OPEN-SW      PIC X(01) VALUE 'N'.
004930     88  WS-SRCMAST-OPEN     VALUE 'Y'.
004950 01  WS-SRC-OVERDUE-SW       PIC X(01) VALUE 'N'.
004970     88  WS-SRC-OVERDUE      VALUE 'Y' FALSE 'N'.
005000*
005100 01  WS-OPERATOR-ID          PIC X(08).
005200 01  WS-AUTH-CODE            PIC X(04).
016500             'NOT CAPTURED'
016600         GO TO 2000-EXIT
016700     END-IF.
016705     SET WS-SRC-OVERDUE TO FALSE.
016710     IF WS-SRCMAST-OPEN
016720         MOVE WS-IN-SOURCE-REF TO SRM-SOURCE-REF
016730         READ SOURCE-MASTER
016794             GO TO 2000-EXIT
016795         END-IF
016796     END-IF.
016797     IF WS-SRCMAST-OPEN
016798         PERFORM 2050-CHECK-CALIBRATION THRU 2050-EXIT
016799     END-IF.
016800     MOVE SPACES TO MEASUREMENT-RECORD.
016900     MOVE WS-IN-VALUE-A-NUM TO MS-VALUE-A.
017000     MOVE WS-IN-VALUE-B-NUM TO MS-VALUE-B.
017200     MOVE WS-RUN-DATE TO MS-CAPTURE-DATE.
017300     ACCEPT MS-CAPTURE-TIME FROM TIME.
017400     MOVE WS-OPERATOR-ID TO MS-OPERATOR-ID.
017420     IF WS-SRC-OVERDUE
017440         SET MS-CAL-UNVERIFIED TO TRUE
017460     END-IF.
017500     WRITE MEASUREMENT-RECORD.
017600     ADD 1 TO WS-CAPTURE-COUNT.
017700     DISPLAY 'CAPTURED A=', MS-VALUE-A, ' B=', MS-VALUE-B,
017800         ' SOURCE ', MS-SOURCE-REF.
017820     IF WS-SRC-OVERDUE
017840         DISPLAY 'SOURCE IS PAST CALIBRATION DUE - READING ',
017860             'FLAGGED UNVERIFIED'
017880     END-IF.
017900     PERFORM 8100-LOG-ACTIVITY THRU 8100-EXIT.
018000 2000-EXIT.
018100     EXIT.
018110*----------------------------------------------------------
018120* 2050-CHECK-CALIBRATION - a source on a calibration
018130*     schedule is overdue once its next due date has passed
018140*     or when none has been set.
018150*----------------------------------------------------------
018160 2050-CHECK-CALIBRATION.
018170     IF SRM-CAL-INTERVAL IS NUMERIC
018180         AND SRM-CAL-INTERVAL > 0
018190         IF SRM-NEXT-DUE-DATE IS NOT NUMERIC
018192             OR SRM-NEXT-DUE-DATE < WS-RUN-DATE
018194             SET WS-SRC-OVERDUE TO TRUE
018196         END-IF
018197     END-IF.
018198 2050-EXIT.
018199     EXIT.
018200*----------------------------------------------------------
018300* 8100-LOG-ACTIVITY
018400*----------------------------------------------------------
