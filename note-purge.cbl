001200* file) are dropped, and the file is rewritten with only
001300* the notes still inside retention, so the teller-facing
001400* displays stay quick and the file does not grow forever.
001420* A note whose follow-up is still open stays whatever its
001440* age - the promise has not been kept yet.
001500*----------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE        INIT  DESCRIPTION
001840*                      trail, instead of a capped in-storage
001850*                      table that purged notes still inside
001860*                      retention once it filled.
001870*    2026-10-15   DN   Keep notes with an open follow-up past
001880*                      retention; work record widened to the
001890*                      136-byte note.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003810*
003820 FD  NOTE-WORK
003830     LABEL RECORDS ARE STANDARD.
003840 01  NOTE-WORK-RECORD        PIC X(136).
003900*
004000 WORKING-STORAGE SECTION.
004100 01  RT-FILE-STATUS          PIC X(02).
006200 01  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
006300 01  WS-KEPT-COUNT           PIC 9(07) COMP VALUE 0.
006400 01  WS-PURGED-COUNT         PIC 9(07) COMP VALUE 0.
006500 01  WS-HELD-OPEN-COUNT      PIC 9(07) COMP VALUE 0.
007000*
007100 COPY "rundate.cpy".
007200 COPY "jobhstpm.cpy".
008100     PERFORM 3000-REWRITE-KEPT THRU 3000-EXIT.
008200     DISPLAY 'NOTE-PURGE - ', WS-PURGED-COUNT,
008300         ' NOTE(S) PURGED OF ', WS-READ-COUNT.
008310     IF WS-HELD-OPEN-COUNT > 0
008320         DISPLAY 'NOTE-PURGE - ', WS-HELD-OPEN-COUNT,
008330             ' NOTE(S) PAST RETENTION KEPT FOR AN OPEN ',
008340             'FOLLOW-UP'
008350     END-IF.
008400     SET JB-FUNC-END TO TRUE.
008500     MOVE WS-READ-COUNT TO JB-RECORD-COUNT.
008600     MOVE RETURN-CODE TO JB-RETURN-CODE.
021400     END-READ.
021500     ADD 1 TO WS-READ-COUNT.
021600     IF CN-NOTE-DATE < WS-CUTOFF-DATE
021700         IF CN-FU-OPEN
021800             ADD 1 TO WS-HELD-OPEN-COUNT
021810         ELSE
021820             ADD 1 TO WS-PURGED-COUNT
021830             GO TO 2100-EXIT
021840         END-IF
021900     END-IF.
022000     ADD 1 TO WS-KEPT-COUNT.
022100     MOVE CUST-NOTE-RECORD TO NOTE-WORK-RECORD.
