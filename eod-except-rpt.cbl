003282*                      report. A rerun on the same business
003283*                      date reports as before but does not
003284*                      queue the day's items twice.
003285*    2026-10-14   DN   Share a workqueue date with NCOA-UPDATE,
003286*                      numbering on from its highest sequence.
003287*----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
027610*----------------------------------------------------------
027620* 1200-CHECK-QUEUE-DONE - a rerun on the same business
027630*     date must not queue the day's items twice; the
027640*     report itself still prints. NCOA-UPDATE queues onto
027642*     the same date, so its items neither count as this
027644*     report's nor share their sequence numbers.
027650*----------------------------------------------------------
027660 1200-CHECK-QUEUE-DONE.
027670     SET WS-QUEUE-TODAY TO FALSE.
027675     MOVE 0 TO WS-ITEM-SEQ.
027680     OPEN INPUT EXCEPT-WORKQUEUE.
027690     IF EW-FILE-STATUS NOT = '00'
027700         GO TO 1200-DONE
027710     END-IF.
027720     SET WS-EW-EOF TO FALSE.
027730     PERFORM 1210-SCAN-ONE-ITEM THRU 1210-EXIT
027740         UNTIL WS-EW-EOF.
027750     CLOSE EXCEPT-WORKQUEUE.
027760 1200-DONE.
027770     CONTINUE.
027860             SET WS-EW-EOF TO TRUE
027870             GO TO 1210-EXIT
027880     END-READ.
027890     IF EW-QUEUE-DATE NOT = WS-RUN-DATE
027891         GO TO 1210-EXIT
027892     END-IF.
027893     IF EW-ITEM-SEQ > WS-ITEM-SEQ
027894         MOVE EW-ITEM-SEQ TO WS-ITEM-SEQ
027895     END-IF.
027896     IF EW-SOURCE NOT = 'NCOA-UPDATE'
027900         SET WS-QUEUE-TODAY TO TRUE
027910     END-IF.
027920 1210-EXIT.
