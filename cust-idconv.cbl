001200* CUSTMAST, CUSTADDR, CUSTSTAT, the CUSTHIST change trail,
001210* the CUSTMERG merge trace, the CUSTNOTE notes, the
001220* HOUSHOLD memberships, the CUSTPHON phonetic index, the
001225* CUSTADRX phone and address lookup index, the
001230* APPRQUE pending actions, the NTFRETRY notification
001240* retry queue, the CORRHIST correspondence history, and
001250* the customer IDs embedded in DOCUSED statement document
002492*                      correspondence view, the dormancy
002493*                      review, and the timeline match on
002494*                      those IDs.
002495*    2026-10-14   DN   INVC/CRMO document IDs map like STMT.
002496*    2026-10-15   DN   Widen the note table to 136 bytes and the
002497*                      history table to 203; re-chain CUSTHIST
002498*                      through CHAIN-SVC and rebuild CUSTADRX
002499*                      under the new IDs as they are re-keyed.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005540     SELECT DOCUMENT-USE-LOG ASSIGN TO 'DOCUSED'
005550         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS DU-FILE-STATUS.
005561     SELECT REVERSE-INDEX ASSIGN TO 'CUSTADRX'
005562         ORGANIZATION IS INDEXED
005563         ACCESS MODE IS DYNAMIC
005564         RECORD KEY IS RV-LOOKUP-KEY
005565         FILE STATUS IS RV-FILE-STATUS.
005570*
005600 DATA DIVISION.
005700 FILE SECTION.
008109     LABEL RECORDS ARE STANDARD.
008111     COPY "docuserc.cpy".
008112*
008120 FD  REVERSE-INDEX
008140     LABEL RECORDS ARE STANDARD.
008160     COPY "custadrx.cpy".
008180*
008200 WORKING-STORAGE SECTION.
008300 01  CM-FILE-STATUS          PIC X(02).
008400 01  CA-FILE-STATUS          PIC X(02).
008810 01  CN-FILE-STATUS          PIC X(02).
008820 01  HH-FILE-STATUS          PIC X(02).
008830 01  PH-FILE-STATUS          PIC X(02).
008835 01  RV-FILE-STATUS          PIC X(02).
008840 01  AQ-FILE-STATUS          PIC X(02).
008850 01  NR-FILE-STATUS          PIC X(02).
008860 01  CO-FILE-STATUS          PIC X(02).
010700 01  WS-STAT-TABLE.
010800     05  WS-STAT-REC         PIC X(33) OCCURS 1000 TIMES.
010900 01  WS-HIST-TABLE.
011000     05  WS-HIST-REC         PIC X(203) OCCURS 1000 TIMES.
011100 01  WS-MERG-TABLE.
011200     05  WS-MERG-REC         PIC X(66) OCCURS 1000 TIMES.
011210 01  WS-NOTE-TABLE.
011220     05  WS-NOTE-REC         PIC X(136) OCCURS 1000 TIMES.
011230 01  WS-HHLD-TABLE.
011240     05  WS-HHLD-REC         PIC X(20) OCCURS 1000 TIMES.
011250 01  WS-PHON-TABLE.
011910 01  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
011920     88  WS-OVERFLOW         VALUE 'Y' FALSE 'N'.
011930 01  WS-PRE-COUNT            PIC 9(05) COMP.
011932*
011934*    The history chain as the trail is written back.
011936 01  WS-RECHAIN-PRIOR        PIC 9(09).
011938 01  WS-RECHAIN-COUNT        PIC 9(09).
011940*
012000 COPY "rundate.cpy".
012100 COPY "ckdigpm.cpy".
012200 COPY "jobhstpm.cpy".
012250 COPY "chainpm.cpy".
012270 COPY "adrixpm.cpy".
012300*
012400 PROCEDURE DIVISION.
012500*----------------------------------------------------------
024900 3100-EXIT.
025000     EXIT.
025100*----------------------------------------------------------
025200* 4000-CONVERT-ADDRESS - the CUSTADRX lookup entries carry
025220*     the customer ID in their keys, so the index is
025240*     emptied and each re-keyed address goes back on
025260*     through ADDR-INDEX as it is written.
025300*----------------------------------------------------------
025400 4000-CONVERT-ADDRESS.
025500     OPEN INPUT CUST-ADDRESS.
026100         UNTIL WS-EOF OR WS-ADDR-COUNT = WS-TABLE-LIMIT.
026200     CLOSE CUST-ADDRESS.
026300     OPEN OUTPUT CUST-ADDRESS.
026320     OPEN OUTPUT REVERSE-INDEX.
026340     CLOSE REVERSE-INDEX.
026400     PERFORM 4200-REKEY-ONE-ADDRESS THRU 4200-EXIT
026500         VARYING WS-SUB FROM 1 BY 1
026600         UNTIL WS-SUB > WS-ADDR-COUNT.
029200         INVALID KEY
029300             DISPLAY 'CUST-IDCONV - ADDRESS REKEY CLASH ',
029400                 WS-NEW-ID
029450             GO TO 4200-EXIT
029500     END-WRITE.
029510     SET RX-FUNC-ADD TO TRUE.
029520     MOVE CA-CUST-ID TO RX-CUST-ID.
029530     MOVE CA-PHONE TO RX-PHONE.
029540     MOVE CA-ZIP-CODE TO RX-ZIP-CODE.
029550     MOVE CA-ADDR-LINE-1 TO RX-STREET.
029560     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
029600 4200-EXIT.
029700     EXIT.
029800*----------------------------------------------------------
034600* 6000-CONVERT-HISTORY - the keyed customer ID is mapped;
034700*     the before and after record images are left as
034800*     captured, a true picture of what the record looked
034900*     like at the time. The new key changes every entry's
034920*     chain value, so the trail is re-chained from the base
034940*     CHAIN-SVC holds for CUSTHIST as it is written, and the
034960*     re-chain is noted for CHAIN-VERIFY.
035000*----------------------------------------------------------
035100 6000-CONVERT-HISTORY.
035200     OPEN INPUT CUST-HISTORY.
035800         UNTIL WS-EOF OR WS-HIST-COUNT = WS-TABLE-LIMIT.
035900     CLOSE CUST-HISTORY.
036000     OPEN OUTPUT CUST-HISTORY.
036010     SET CV-FUNC-QUERY TO TRUE.
036020     MOVE 'CUSTHIST' TO CV-LOG-ID.
036030     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
036040     MOVE CV-BASE-CHAIN TO WS-RECHAIN-PRIOR.
036050     MOVE 0 TO WS-RECHAIN-COUNT.
036100     PERFORM 6200-REKEY-ONE-HISTORY THRU 6200-EXIT
036200         VARYING WS-SUB FROM 1 BY 1
036300         UNTIL WS-SUB > WS-HIST-COUNT.
036400     CLOSE CUST-HISTORY.
036410     SET CV-FUNC-RECHAINED TO TRUE.
036420     MOVE 'CUSTHIST' TO CV-LOG-ID.
036430     MOVE 'CUST-IDCONV' TO CV-SOURCE-PGM.
036440     MOVE WS-RECHAIN-COUNT TO CV-RECORD-COUNT.
036450     MOVE WS-RECHAIN-PRIOR TO CV-CHAIN-VALUE.
036460     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
036500 6000-EXIT.
036600     EXIT.
036700*----------------------------------------------------------
038500     MOVE CH-CUST-ID TO WS-OLD-ID.
038600     PERFORM 1100-MAP-OLD-TO-NEW THRU 1100-EXIT.
038700     MOVE WS-NEW-ID TO CH-CUST-ID.
038720     IF CH-CHAIN-VALUE IS NUMERIC
038740         PERFORM 6210-RECHAIN-ONE-HISTORY THRU 6210-EXIT
038760     END-IF.
038800     WRITE CUST-HISTORY-RECORD.
038900 6200-EXIT.
039000     EXIT.
039005*----------------------------------------------------------
039010* 6210-RECHAIN-ONE-HISTORY - entries written before
039015*     chaining began carry no chain value and are left as
039020*     they are.
039025*----------------------------------------------------------
039030 6210-RECHAIN-ONE-HISTORY.
039035     MOVE ZERO TO CH-CHAIN-VALUE.
039040     SET CV-FUNC-COMPUTE TO TRUE.
039045     MOVE 'CUSTHIST' TO CV-LOG-ID.
039050     MOVE WS-RECHAIN-PRIOR TO CV-PRIOR-CHAIN.
039055     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
039060     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
039065     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
039070     MOVE CV-CHAIN-VALUE TO WS-RECHAIN-PRIOR.
039075     ADD 1 TO WS-RECHAIN-COUNT.
039080 6210-EXIT.
039085     EXIT.
039100*----------------------------------------------------------
039200* 7000-CONVERT-MERGE-TRACE
039300*----------------------------------------------------------
071600*----------------------------------------------------------
071700* 9700-CONVERT-DOC-USE - a statement document carries the
071800*     customer ID embedded in DU-DOC-ID ('STMT' plus the
071900*     six digits, likewise 'INVC' and 'CRMO' for invoices
071950*     and credit memos); the embedded ID maps like a key so the
072000*     dormancy review and the timeline still match. Other
072100*     series pass through untouched.
072200*----------------------------------------------------------
075400*----------------------------------------------------------
075500 9720-REKEY-ONE-DOCUSE.
075600     MOVE WS-DOCU-REC (WS-SUB) TO DOC-USE-RECORD.
075700     IF (DU-DOC-ID (1:4) = 'STMT' OR 'INVC' OR 'CRMO')
075800         AND DU-DOC-ID (5:6) IS NUMERIC
075900         MOVE DU-DOC-ID (5:6) TO WS-OLD-ID
076000         PERFORM 1100-MAP-OLD-TO-NEW THRU 1100-EXIT
