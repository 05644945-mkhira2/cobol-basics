005100*                      skipped business date. Each pass's
005200*                      STEPSTAT entries carry that pass's
005300*                      business date.
005310*    2026-10-14   DN   Catch-up stops short of a business
005320*                      date that falls in a closed GLPERIOD
005330*                      accounting period - a lost night is
005340*                      not made up into books the controller
005350*                      has already signed off.
005355*    2026-10-15   DN   Run the RUN-READY readiness check
005360*                      before the first step of a fresh
005365*                      stream, or of a restart of an earlier
005370*                      date's trail; a no-go it does not
005375*                      release holds the stream before
005380*                      anything runs.
005382*    2026-10-15   DN   A month-end step runs at the close of
005384*                      the reporting period CAL-INFO puts in
005386*                      force - the fiscal period under the
005388*                      PERIODCTL fiscal basis - on its last
005390*                      business day; new frequencies 'C'
005392*                      (calendar month-end whatever the
005394*                      basis) and 'Y' (reporting year-end).
005400*----------------------------------------------------------
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
008500 COPY "rundate.cpy".
008600 COPY "errlogpm.cpy".
008700 COPY "calinfpm.cpy".
008750 COPY "glprdpm.cpy".
008800*
008900 01  SP-FILE-STATUS          PIC X(02).
009000 01  SS-FILE-STATUS          PIC X(02).
011400 01  WS-RESUME-STEP          PIC 9(02) VALUE 0.
011500 01  WS-LAST-EVENT-SW        PIC X(01) VALUE SPACE.
011600 01  WS-LAST-STEP            PIC 9(02) VALUE 0.
011650 01  WS-LAST-RUN-DATE        PIC 9(08) VALUE 0.
011700*
011800 01  WS-CALL-PROGRAM         PIC X(20).
011900 01  WS-STEP-RC              PIC 9(04) VALUE 0.
019500         DISPLAY 'JOB-STREAM: CATCHING UP - NEXT PASS ',
019600             'FOR ', WS-RUN-DATE
019700     END-IF.
019705     IF NOT WS-MORE-PASSES
019710         GO TO 0500-EXIT
019715     END-IF.
019720     MOVE WS-RUN-DATE TO PD-CHECK-DATE.
019725     CALL 'GL-PERIOD' USING GL-PERIOD-PARMS.
019730     IF NOT PD-POSTABLE
019735         SET WS-MORE-PASSES TO FALSE
019740         DISPLAY 'JOB-STREAM: CATCH-UP STOPPED - ',
019745             WS-RUN-DATE, ' FALLS IN CLOSED GL PERIOD ',
019750             PD-PERIOD-ID
019755     END-IF.
019800 0500-EXIT.
019900     EXIT.
020000*----------------------------------------------------------
021000     MOVE 0 TO WS-RESUME-STEP.
021100     MOVE SPACE TO WS-LAST-EVENT-SW.
021200     MOVE 0 TO WS-LAST-STEP.
021250     MOVE 0 TO WS-LAST-RUN-DATE.
021300     MOVE SPACES TO WS-STEP-STATE-TABLE.
021400 0550-EXIT.
021500     EXIT.
022200     CALL 'BUS-DATE' USING WS-RUN-DATE.
022300     MOVE WS-RUN-DATE TO CI-CHECK-DATE.
022400     CALL 'CAL-INFO' USING CAL-INFO-PARMS.
022410     IF CI-BASIS-DEFAULTED
022420         DISPLAY 'JOB-STREAM: FISCCAL DOES NOT REACH ',
022430             WS-RUN-DATE, ' - PERIOD-END STEPS FOLLOW ',
022440             'THE CALENDAR MONTH'
022450     END-IF.
022500     OPEN INPUT STEP-CONTROL.
022600     IF SP-FILE-STATUS NOT = '00'
022700         DISPLAY 'JOB-STREAM: STEP CONTROL FILE STEPCTL ',
024600     IF WS-RESUME-STEP > 0
024700         DISPLAY 'JOB-STREAM: RESTART - RESUMING AT STEP ',
024800             WS-RESUME-STEP
024810     END-IF.
024820     IF WS-PASS-COUNT = 1
024830         PERFORM 1200-READINESS-CHECK THRU 1200-EXIT
024900     END-IF.
025000 1000-EXIT.
025100     EXIT.
028600 1160-SCAN-STATUS.
028700     MOVE SS-EVENT-SW TO WS-LAST-EVENT-SW.
028800     MOVE SS-STEP-NUMBER TO WS-LAST-STEP.
028850     MOVE SS-RUN-DATE TO WS-LAST-RUN-DATE.
028900     PERFORM 1150-READ-STATUS THRU 1150-EXIT.
029000 1160-EXIT.
029002     EXIT.
029004*----------------------------------------------------------
029006* 1200-READINESS-CHECK - RUN-READY proves the night's
029008*     preconditions before any step runs. A restart of
029010*     tonight's own trail was checked when it was launched
029012*     and goes straight on; return code 4 is a no-go a
029014*     supervisor has released, and anything higher holds
029016*     the stream with nothing run.
029018*----------------------------------------------------------
029020 1200-READINESS-CHECK.
029022     IF WS-RESUME-STEP > 0
029024         AND WS-LAST-RUN-DATE = WS-RUN-DATE
029026         GO TO 1200-EXIT
029028     END-IF.
029030     MOVE 0 TO RETURN-CODE.
029032     CALL 'RUN-READY'
029034         ON EXCEPTION
029036             DISPLAY 'JOB-STREAM: READINESS CHECK RUN-READY ',
029038                 'NOT FOUND'
029040             MOVE 16 TO RETURN-CODE
029042     END-CALL.
029044     MOVE RETURN-CODE TO WS-STEP-RC.
029046     CANCEL 'RUN-READY'.
029048     MOVE 0 TO RETURN-CODE.
029050     IF WS-STEP-RC > 4
029052         DISPLAY 'JOB-STREAM: READINESS CHECK NO-GO - RC ',
029054             WS-STEP-RC, ' - STREAM HELD'
029056         SET WS-HALTED TO TRUE
029058         SET WS-CTL-EOF TO TRUE
029060         GO TO 1200-EXIT
029062     END-IF.
029064     MOVE 0 TO WS-STEP-RC.
029066 1200-EXIT.
029100     EXIT.
029200*----------------------------------------------------------
029300* 2000-READ-STEP
042900 3500-CHECK-STEP-RULES.
043000     MOVE SPACES TO WS-SKIP-REASON.
043100     IF SP-FREQ-MONTH-END
043110         AND NOT CI-PERIOD-END
043120         MOVE 'PERIOD-END ONLY' TO WS-SKIP-REASON
043130         GO TO 3500-EXIT
043140     END-IF.
043150     IF SP-FREQ-CAL-MONTH
043200         AND NOT CI-MONTH-END
043300         MOVE 'CALENDAR MONTH-END ONLY' TO WS-SKIP-REASON
043310         GO TO 3500-EXIT
043320     END-IF.
043330     IF SP-FREQ-YEAR-END
043340         AND NOT CI-YEAR-END
043350         MOVE 'YEAR-END ONLY' TO WS-SKIP-REASON
043400         GO TO 3500-EXIT
043500     END-IF.
043600     IF SP-FREQ-BUS-DAY
