002091*                      through APPR-REVIEW, which writes the
002092*                      trace and history entries at that
002093*                      point.
002094*    2026-09-01   DN   Prove both keyed customer IDs
002095*                      against their check digits through
002096*                      CUST-CKDIGIT before the pair is
002097*                      retrieved.
002098*    2026-10-14   DN   Queue the duplicate's CM-UPDATE-SEQ.
002099*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
007800 01  WS-SURVIVOR-IMAGE       PIC X(74).
007900 01  WS-MERGED-IMAGE         PIC X(74).
008000 01  WS-MERGED-NAME          PIC X(20).
008050 01  WS-MERGED-SEQ           PIC 9(07).
008100 01  WS-CONFIRM              PIC X(01).
008200 01  WS-PAIR-OK-SW           PIC X(01).
008300     88  WS-PAIR-OK          VALUE 'Y' FALSE 'N'.
021200     END-READ.
021300     MOVE CUST-MASTER-RECORD TO WS-MERGED-IMAGE.
021400     MOVE CM-CUST-NAME TO WS-MERGED-NAME.
021410     IF CM-UPDATE-SEQ IS NUMERIC
021420         MOVE CM-UPDATE-SEQ TO WS-MERGED-SEQ
021430     ELSE
021440         MOVE ZERO TO WS-MERGED-SEQ
021450     END-IF.
021500     DISPLAY 'DUPLICATE: ', CM-CUST-ID, ' ', CM-CUST-NAME.
021600     SET WS-PAIR-OK TO TRUE.
021700 2100-EXIT.
023600     MOVE WS-OPERATOR-ID TO AQ-REQUEST-OPER.
023700     MOVE WS-MERGED-ID TO AQ-CUST-ID.
023800     MOVE WS-SURVIVOR-ID TO AQ-SURVIVOR-ID.
023850     MOVE WS-MERGED-SEQ TO AQ-CUST-SEQ.
023900     MOVE ZERO TO AQ-DECIDE-DATE.
024000     WRITE APPROVAL-QUEUE-RECORD.
024100     CLOSE APPROVAL-QUEUE.
