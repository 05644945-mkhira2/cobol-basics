001600* the volumes stop growing without bound. Each log's
001700* records pass through verbatim; the date lives at a known
001800* offset per log. Retrieval for compliance is LOG-RETRIEVE.
001810* AUDITLOG is chained (CHAIN-SVC): only the run of records
001820* that leads the log is swept, so what stays live still
001830* follows on from the last record archived, and the sweep
001840* carries the chain value it opens on and closes on, so
001850* CHAIN-VERIFY can walk the archive sets and the live log
001860* as one chain.
001900*----------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE        INIT  DESCRIPTION
002220*                      shared JOBHIST job-history file through
002230*                      the new JOB-HIST subprogram, so elapsed
002240*                      time and volume can be trended.
002245*    2026-10-15   DN   Sweep only the leading run of AUDITLOG
002250*                      records past retention, so the chained log
002255*                      is never cut in the middle; the AUDITARC
002260*                      header and trailer carry the chain value
002265*                      the sweep opens and closes on and its
002270*                      chained count, and the archived records are
002275*                      handed off to CHAIN-SVC as the new base.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
008700 COPY "rundate.cpy".
008710 COPY "jobhstpm.cpy".
008800 COPY "arcrec.cpy".
008820 COPY "chainpm.cpy".
008840 COPY "auditrec.cpy".
008900*
009000 01  RT-FILE-STATUS          PIC X(02).
009100 01  LA-FILE-STATUS          PIC X(02).
010600 01  WS-RECORD-DATE          PIC 9(08).
010700 01  WS-DATE-OFFSET          PIC 9(02) COMP.
010800 01  WS-LOG-ID               PIC X(08).
010810*
010820*    The AUDITLOG chain across the sweep.
010830 01  WS-KEEPING-SW           PIC X(01).
010840     88  WS-KEEPING          VALUE 'Y' FALSE 'N'.
010850 01  WS-OPENING-CHAIN        PIC 9(09).
010860 01  WS-CLOSING-CHAIN        PIC 9(09).
010870 01  WS-CHAINED-COUNT        PIC 9(09).
010900*
011000 01  WS-ARCHIVED-COUNT       PIC 9(09) COMP.
011100 01  WS-KEPT-COUNT           PIC 9(09) COMP.
025100     MOVE 1 TO WS-DATE-OFFSET.
025200     MOVE 0 TO WS-ARCHIVED-COUNT WS-KEPT-COUNT WS-DATE-HASH.
025300     MOVE 'N' TO WS-LOG-EOF-SW.
025310     SET WS-KEEPING TO FALSE.
025320     SET CV-FUNC-QUERY TO TRUE.
025330     MOVE 'AUDITLOG' TO CV-LOG-ID.
025340     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
025350     MOVE CV-BASE-CHAIN TO WS-OPENING-CHAIN WS-CLOSING-CHAIN.
025360     MOVE 0 TO WS-CHAINED-COUNT.
025400     PERFORM 5100-WRITE-AUDIT-HEADER THRU 5100-EXIT.
025500     PERFORM 4110-READ-AUDIT THRU 4110-EXIT.
025600     PERFORM 4120-SPLIT-AUDIT THRU 4120-EXIT
025800     PERFORM 5110-WRITE-AUDIT-TRAILER THRU 5110-EXIT.
025900     CLOSE LIVE-LOG-AUDIT ARCHIVE-AUDIT KEEP-WORK.
026000     PERFORM 4150-REWRITE-AUDIT-LIVE THRU 4150-EXIT.
026010     IF WS-CHAINED-COUNT > 0
026020         SET CV-FUNC-ARCHIVED TO TRUE
026030         MOVE 'AUDITLOG' TO CV-LOG-ID
026040         MOVE WS-CHAINED-COUNT TO CV-RECORD-COUNT
026050         MOVE WS-CLOSING-CHAIN TO CV-CHAIN-VALUE
026060         CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS
026070     END-IF.
026100     DISPLAY 'AUDITLOG: ', WS-ARCHIVED-COUNT, ' ARCHIVED ',
026200         WS-KEPT-COUNT, ' KEPT'.
026210     ADD WS-ARCHIVED-COUNT TO WS-RUN-ARCHIVED-TOTAL.
027300 4110-EXIT.
027400     EXIT.
027500*----------------------------------------------------------
027600* 4120-SPLIT-AUDIT - once one record is kept every record
027620*     after it is kept too, so the chain is never cut in
027640*     the middle; a chained record archived moves the
027660*     chain value the sweep closes on.
027700*----------------------------------------------------------
027800 4120-SPLIT-AUDIT.
027900     MOVE LA-LOG-LINE TO WS-CURRENT-LINE.
028000     PERFORM 6000-EXTRACT-DATE THRU 6000-EXIT.
028100     IF WS-RECORD-DATE < WS-CUTOFF-DATE
028150         AND NOT WS-KEEPING
028200         MOVE SPACES TO ARCHIVE-RECORD
028300         SET AR-TYPE-DETAIL TO TRUE
028400         MOVE WS-CURRENT-LINE TO AR-RECORD-BODY
028500         WRITE AA-ARCHIVE-LINE FROM ARCHIVE-RECORD
028600         ADD 1 TO WS-ARCHIVED-COUNT
028700         ADD WS-RECORD-DATE TO WS-DATE-HASH
028710         MOVE WS-CURRENT-LINE TO AUDIT-LOG-RECORD
028720         IF AL-CHAIN-VALUE IS NUMERIC
028730             ADD 1 TO WS-CHAINED-COUNT
028740             MOVE AL-CHAIN-VALUE TO WS-CLOSING-CHAIN
028750         END-IF
028800     ELSE
028900         WRITE KW-WORK-LINE FROM WS-CURRENT-LINE
029000         ADD 1 TO WS-KEPT-COUNT
029050         SET WS-KEEPING TO TRUE
029100     END-IF.
029200     PERFORM 4110-READ-AUDIT THRU 4110-EXIT.
029300 4120-EXIT.
049100*----------------------------------------------------------
049200 5100-WRITE-AUDIT-HEADER.
049300     PERFORM 6100-BUILD-HEADER THRU 6100-EXIT.
049350     MOVE WS-OPENING-CHAIN TO AR-OPENING-CHAIN.
049400     WRITE AA-ARCHIVE-LINE FROM ARCHIVE-RECORD.
049500 5100-EXIT.
049600     EXIT.
049900*----------------------------------------------------------
050000 5110-WRITE-AUDIT-TRAILER.
050100     PERFORM 6200-BUILD-TRAILER THRU 6200-EXIT.
050120     MOVE WS-CLOSING-CHAIN TO AR-CLOSING-CHAIN.
050140     MOVE WS-CHAINED-COUNT TO AR-CHAINED-COUNT.
050200     WRITE AA-ARCHIVE-LINE FROM ARCHIVE-RECORD.
050300 5110-EXIT.
050400     EXIT.
055900     MOVE WS-LOG-ID TO AR-LOG-ID.
056000     MOVE WS-RUN-DATE TO AR-ARCHIVE-DATE.
056100     MOVE WS-CUTOFF-DATE TO AR-CUTOFF-DATE.
056150     MOVE 0 TO AR-OPENING-CHAIN.
056200 6100-EXIT.
056300     EXIT.
056400*----------------------------------------------------------
056900     SET AR-TYPE-TRAILER TO TRUE.
057000     MOVE WS-ARCHIVED-COUNT TO AR-RECORD-COUNT.
057100     MOVE WS-DATE-HASH TO AR-DATE-HASH.
057150     MOVE 0 TO AR-CLOSING-CHAIN AR-CHAINED-COUNT.
057200 6200-EXIT.
057300     EXIT.
