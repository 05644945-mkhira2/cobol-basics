001900*    MODIFICATION HISTORY
002000*    DATE        INIT  DESCRIPTION
002100*    2026-09-01   DN   Original program.
002120*    2026-10-15   DN   Link each CUSTHIST entry onto the history
002140*                      chain through CHAIN-SVC before it is
002160*                      written.
002170*    2026-10-15   DN   A restored address goes back on the
002180*                      CUSTADRX lookup index through ADDR-INDEX.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007000     COPY "custhist.cpy".
007100*
007200 WORKING-STORAGE SECTION.
007250 COPY "chainpm.cpy".
007300 01  AX-FILE-STATUS          PIC X(02).
007400 01  CM-FILE-STATUS          PIC X(02).
007500 01  CA-FILE-STATUS          PIC X(02).
009700*
009800 COPY "rundate.cpy".
009900 COPY "phonixpm.cpy".
009950 COPY "adrixpm.cpy".
010000*
010100 PROCEDURE DIVISION.
010200*----------------------------------------------------------
025900                 INVALID KEY
026000                     REWRITE CUST-ADDRESS-RECORD
026100             END-WRITE
026110             SET RX-FUNC-ADD TO TRUE
026120             MOVE CA-CUST-ID TO RX-CUST-ID
026130             MOVE CA-PHONE TO RX-PHONE
026140             MOVE CA-ZIP-CODE TO RX-ZIP-CODE
026150             MOVE CA-ADDR-LINE-1 TO RX-STREET
026160             CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS
026200             ADD 1 TO WS-RESTORED-COUNT
026300         WHEN 'CUSTSTAT'
026400             MOVE AX-DETAIL-DATA TO CUST-STATUS-RECORD
026900             ADD 1 TO WS-RESTORED-COUNT
027000         WHEN 'CUSTHIST'
027100             MOVE AX-DETAIL-DATA TO CUST-HISTORY-RECORD
027110             MOVE ZERO TO CH-CHAIN-VALUE
027120             SET CV-FUNC-LINK TO TRUE
027130             MOVE 'CUSTHIST' TO CV-LOG-ID
027140             MOVE CUST-HISTORY-RECORD TO CV-RECORD
027150             CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS
027160             MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE
027200             WRITE CUST-HISTORY-RECORD
027300             ADD 1 TO WS-RESTORED-COUNT
027400         WHEN OTHER
