002700*                      uses, instead of capped in-storage
002800*                      tables - the old tables silently
002900*                      dropped every record past slot 1000.
002920*    2026-10-14   DN   Carry the reversed audit entry's
002940*                      branch onto the corrected entry, and
002960*                      widen the AUDTWORK record to 76 bytes
002980*                      for the new AL-BRANCH-CODE.
002982*    2026-10-15   DN   Grade the corrected pair under the
002984*                      source's own or group threshold set
002986*                      through THRESH-SELECT, stamping the set
002988*                      on the entry, and widen the AUDTWORK
002990*                      record to 89 bytes for it.
002991*    2026-10-15   DN   Re-chain AUDITLOG through CHAIN-SVC as it
002992*                      is written back with an entry neutralized,
002993*                      noting the re-chain for CHAIN-VERIFY, link
002994*                      the corrected entry onto the chain, and
002995*                      widen the AUDTWORK record to 98 bytes for
002996*                      the chain value.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006900*
007000 FD  AUDIT-WORK
007100     LABEL RECORDS ARE STANDARD.
007200 01  AUDIT-WORK-RECORD           PIC X(98).
007300*
007400 FD  THRESHOLD-CONTROL
007500     LABEL RECORDS ARE STANDARD.
008800 COPY "signonws.cpy".
008900 COPY "actlogpm.cpy".
009000 COPY "threprm.cpy".
009050 COPY "thrslcpm.cpy".
009100 COPY "rundate.cpy".
009150 COPY "chainpm.cpy".
009200*
009300 01  MS-FILE-STATUS          PIC X(02).
009400 01  MW-FILE-STATUS          PIC X(02).
011600 01  WS-AUD-FIXED-SW         PIC X(01).
011700     88  WS-AUD-FIXED        VALUE 'Y' FALSE 'N'.
011800*
011810*    The audit chain as the log is written back.
011820 01  WS-RECHAIN-PRIOR        PIC 9(09).
011830 01  WS-RECHAIN-COUNT        PIC 9(09).
011840*
011900 01  WS-PICK-SOURCE          PIC X(12).
012000 01  WS-PICK-DATE            PIC 9(08).
012100 01  WS-PICK-TIME            PIC 9(08).
012150 01  WS-PICK-BRANCH          PIC X(03).
012200*
012300 01  WS-ORIG-A               PIC S9(03) SIGN LEADING
012400                             SEPARATE.
042900*----------------------------------------------------------
043000 5000-FIX-AUDIT-TRAIL.
043100     SET WS-AUD-FIXED TO FALSE.
043150     MOVE SPACES TO WS-PICK-BRANCH.
043200     OPEN INPUT AUDIT-LOG.
043300     IF AL-FILE-STATUS NOT = '00'
043400         GO TO 5000-GRADE
044000     CLOSE AUDIT-LOG AUDIT-WORK.
044100     OPEN INPUT AUDIT-WORK.
044200     OPEN OUTPUT AUDIT-LOG.
044250     PERFORM 5150-START-RECHAIN THRU 5150-EXIT.
044300     SET WS-EOF TO FALSE.
044400     PERFORM 5200-COPY-ONE-AUDIT-BACK THRU 5200-EXIT
044500         UNTIL WS-EOF.
044600     CLOSE AUDIT-WORK AUDIT-LOG.
044620     IF WS-AUD-FIXED
044640         PERFORM 5250-NOTE-RECHAIN THRU 5250-EXIT
044660     END-IF.
044700 5000-GRADE.
044800     PERFORM 5300-GRADE-CORRECTED THRU 5300-EXIT.
044900 5000-EXIT.
046700         SET AL-SEV-NORMAL TO TRUE
046800         MOVE 'REVERSED BY CORRECTION' TO AL-BRANCH-TAKEN
046900         SET WS-AUD-FIXED TO TRUE
046950         MOVE AL-BRANCH-CODE TO WS-PICK-BRANCH
047000     END-IF.
047100     MOVE AUDIT-LOG-RECORD TO AUDIT-WORK-RECORD.
047200     WRITE AUDIT-WORK-RECORD.
047300 5100-EXIT.
047305     EXIT.
047310*----------------------------------------------------------
047315* 5150-START-RECHAIN - the neutralized entry changes its
047320*     own chain value and every one after it, so the log
047325*     is re-chained as it is written back, from the base
047330*     CHAIN-SVC holds for it.
047335*----------------------------------------------------------
047340 5150-START-RECHAIN.
047345     SET CV-FUNC-QUERY TO TRUE.
047350     MOVE 'AUDITLOG' TO CV-LOG-ID.
047355     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
047360     MOVE CV-BASE-CHAIN TO WS-RECHAIN-PRIOR.
047365     MOVE 0 TO WS-RECHAIN-COUNT.
047370 5150-EXIT.
047400     EXIT.
047500*----------------------------------------------------------
047600* 5200-COPY-ONE-AUDIT-BACK
048200             GO TO 5200-EXIT
048300     END-READ.
048400     MOVE AUDIT-WORK-RECORD TO AUDIT-LOG-RECORD.
048420     IF WS-AUD-FIXED
048440         AND AL-CHAIN-VALUE IS NUMERIC
048460         PERFORM 5210-RECHAIN-ONE-AUDIT THRU 5210-EXIT
048480     END-IF.
048500     WRITE AUDIT-LOG-RECORD.
048600 5200-EXIT.
048602     EXIT.
048604*----------------------------------------------------------
048606* 5210-RECHAIN-ONE-AUDIT - entries written before chaining
048608*     began carry no chain value and are left as they are.
048610*----------------------------------------------------------
048612 5210-RECHAIN-ONE-AUDIT.
048614     MOVE ZERO TO AL-CHAIN-VALUE.
048616     SET CV-FUNC-COMPUTE TO TRUE.
048618     MOVE 'AUDITLOG' TO CV-LOG-ID.
048620     MOVE WS-RECHAIN-PRIOR TO CV-PRIOR-CHAIN.
048622     MOVE AUDIT-LOG-RECORD TO CV-RECORD.
048624     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
048626     MOVE CV-CHAIN-VALUE TO AL-CHAIN-VALUE.
048628     MOVE CV-CHAIN-VALUE TO WS-RECHAIN-PRIOR.
048630     ADD 1 TO WS-RECHAIN-COUNT.
048632 5210-EXIT.
048634     EXIT.
048636*----------------------------------------------------------
048638* 5250-NOTE-RECHAIN - where the re-chained log now ends,
048640*     noted on CHAINANC for CHAIN-VERIFY.
048642*----------------------------------------------------------
048644 5250-NOTE-RECHAIN.
048646     SET CV-FUNC-RECHAINED TO TRUE.
048648     MOVE 'AUDITLOG' TO CV-LOG-ID.
048650     MOVE 'MEAS-CORRECT' TO CV-SOURCE-PGM.
048652     MOVE WS-RECHAIN-COUNT TO CV-RECORD-COUNT.
048654     MOVE WS-RECHAIN-PRIOR TO CV-CHAIN-VALUE.
048656     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
048658 5250-EXIT.
048700     EXIT.
048800*----------------------------------------------------------
048900* 5300-GRADE-CORRECTED - the corrected pair through the
049500     MOVE WS-IN-VALUE-B-NUM TO TE-VALUE-B.
049600     COMPUTE TE-RESULT =
049700         WS-IN-VALUE-A-NUM + WS-IN-VALUE-B-NUM.
049800     MOVE WS-PICK-SOURCE TO TK-SOURCE-REF.
049900     MOVE WS-A-LOW-THRESHOLD TO TK-A-LOW-THRESHOLD.
050000     MOVE WS-B-HIGH-THRESHOLD TO TK-B-HIGH-THRESHOLD.
050100     MOVE WS-RESULT-THRESHOLD TO TK-RESULT-THRESHOLD.
050110     MOVE WS-CRIT-THRESHOLD TO TK-CRIT-RESULT-THRESHOLD.
050120     CALL 'THRESH-SELECT' USING THRESH-SELECT-PARMS.
050130     MOVE TK-A-LOW-THRESHOLD TO TE-A-LOW-THRESHOLD.
050140     MOVE TK-B-HIGH-THRESHOLD TO TE-B-HIGH-THRESHOLD.
050150     MOVE TK-RESULT-THRESHOLD TO TE-RESULT-THRESHOLD.
050160     MOVE TK-CRIT-RESULT-THRESHOLD TO TE-CRIT-RESULT-THRESHOLD.
050200     CALL 'THRESH-EVAL' USING THRESHOLD-EVAL-PARMS.
050300     OPEN EXTEND AUDIT-LOG.
050400     IF AL-FILE-STATUS = '35'
051400     MOVE TE-EXCEPTION-SW TO AL-EXCEPTION-SW.
051500     MOVE TE-SEVERITY TO AL-SEVERITY.
051600     MOVE WS-PICK-SOURCE TO AL-SOURCE-REF.
051650     MOVE WS-PICK-BRANCH TO AL-BRANCH-CODE.
051670     MOVE TK-SET-SCOPE TO AL-THRESH-SCOPE.
051690     MOVE TK-SET-REF TO AL-THRESH-SET-REF.
051691     MOVE ZERO TO AL-CHAIN-VALUE.
051692     SET CV-FUNC-LINK TO TRUE.
051693     MOVE 'AUDITLOG' TO CV-LOG-ID.
051694     MOVE AUDIT-LOG-RECORD TO CV-RECORD.
051695     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
051696     MOVE CV-CHAIN-VALUE TO AL-CHAIN-VALUE.
051700     WRITE AUDIT-LOG-RECORD.
051800     CLOSE AUDIT-LOG.
051900 5300-EXIT.
