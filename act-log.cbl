001920*                      code on every entry, off the shared
001930*                      sign-on context; spaces outside a
001940*                      signed-on session.
001960*    2026-10-15   DN   Link each entry onto the OPERACT chain
001980*                      through CHAIN-SVC before it is written.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003300*
003400 WORKING-STORAGE SECTION.
003410 COPY "signonws.cpy".
003460 COPY "chainpm.cpy".
003500 01  OV-FILE-STATUS          PIC X(02).
003600*
003700 LINKAGE SECTION.
005530     ELSE
005540         MOVE SPACES TO OV-BRANCH-CODE
005550     END-IF.
005555     MOVE ZERO TO OV-CHAIN-VALUE.
005560     SET CV-FUNC-LINK TO TRUE.
005565     MOVE 'OPERACT' TO CV-LOG-ID.
005570     MOVE OPER-ACTIVITY-RECORD TO CV-RECORD.
005575     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
005580     MOVE CV-CHAIN-VALUE TO OV-CHAIN-VALUE.
005600     WRITE OPER-ACTIVITY-RECORD.
005700     CLOSE OPER-ACTIVITY-LOG.
005800     GOBACK.
