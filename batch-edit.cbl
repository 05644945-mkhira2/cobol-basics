002000* the JOB-STREAM step tolerance holds the stream. An input
002100* file absent tonight is simply skipped - not every feed
002200* arrives every night.
002220* A file present but not registered on INTKREG, or
002240* already processed, is refused whole (INTAKE-SVC).
002300*----------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE        INIT  DESCRIPTION
002690*                      instead of skipping an absent feed
002691*                      every night; the accepted file is
002692*                      NAMEBATOK to match.
002693*    2026-10-14   DN   Widen ABPAIRSOK to 23 bytes for the
002694*                      capturing branch now on ABPAIRS.
002695*    2026-10-15   DN   Reject an ABPAIRS reading whose source
002696*                      is past its SRCMAST calibration date.
002697*    2026-10-15   DN   Edit only inputs INTKREG has registered
002698*                      and not yet processed (INTAKE-SVC), and
002699*                      mark a file edited clean processed.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004900     SELECT EDIT-REPORT ASSIGN TO 'BATCHEDIT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS ER-FILE-STATUS.
005110     SELECT SOURCE-MASTER ASSIGN TO 'SRCMAST'
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS RANDOM
005140         RECORD KEY IS SRM-SOURCE-REF
005150         FILE STATUS IS SRM-FILE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
007400*
007500 FD  AB-PAIR-OK
007600     LABEL RECORDS ARE STANDARD.
007700 01  AK-OK-RECORD                PIC X(23).
007800*
007900 FD  EDIT-REPORT
008000     LABEL RECORDS ARE STANDARD.
008100 01  REPORT-LINE                 PIC X(100).
008200*
008210 FD  SOURCE-MASTER
008220     LABEL RECORDS ARE STANDARD.
008230     COPY "srcmast.cpy".
008240*
008300 WORKING-STORAGE SECTION.
008400 COPY "rundate.cpy".
008410 COPY "jobhstpm.cpy".
008460 COPY "intkpm.cpy".
008500*
008600 01  BI-FILE-STATUS          PIC X(02).
008700 01  BO-FILE-STATUS          PIC X(02).
009000 01  AP-FILE-STATUS          PIC X(02).
009100 01  AK-FILE-STATUS          PIC X(02).
009200 01  ER-FILE-STATUS          PIC X(02).
009220 01  SRM-FILE-STATUS         PIC X(02).
009240 01  WS-SRCMAST-OPEN-SW      PIC X(01) VALUE 'N'.
009260     88  WS-SRCMAST-OPEN     VALUE 'Y' FALSE 'N'.
009270 01  WS-INTAKE-FILE          PIC X(10).
009280 01  WS-INTAKE-REFUSED-SW    PIC X(01) VALUE 'N'.
009290     88  WS-INTAKE-REFUSED   VALUE 'Y' FALSE 'N'.
009300*
009400 01  WS-FILE-EOF-SW          PIC X(01).
009500     88  WS-FILE-EOF         VALUE 'Y' FALSE 'N'.
015500*     non-blank and alphabetic.
015600*----------------------------------------------------------
015700 2000-EDIT-USERBATCH.
015710     MOVE 'USERBATCH' TO WS-INTAKE-FILE.
015720     PERFORM 5000-CHECK-INTAKE THRU 5000-EXIT.
015730     IF WS-INTAKE-REFUSED
015740         OPEN OUTPUT BATCH-INPUT-OK
015750         CLOSE BATCH-INPUT-OK
015760         GO TO 2000-EXIT
015770     END-IF.
015800     OPEN INPUT BATCH-INPUT.
015900     IF BI-FILE-STATUS NOT = '00'
016000         GO TO 2000-EXIT
017115         TO WS-TOTAL-RECORDS.
017200     MOVE WS-REJECT-COUNT TO RPT-REJECTED.
017300     WRITE REPORT-LINE FROM RPT-FILE-TOTAL-LINE.
017320     IF WS-REJECT-COUNT = 0
017340         PERFORM 5100-MARK-PROCESSED THRU 5100-EXIT
017360     END-IF.
017400 2000-EXIT.
017500     EXIT.
017600*----------------------------------------------------------
026500*     spaces, hyphens, and apostrophes only, and not blank.
026600*----------------------------------------------------------
026700 3000-EDIT-BATCHNM.
026710     MOVE 'NAMEBATCH' TO WS-INTAKE-FILE.
026720     PERFORM 5000-CHECK-INTAKE THRU 5000-EXIT.
026730     IF WS-INTAKE-REFUSED
026740         OPEN OUTPUT BATCH-NAMES-OK
026750         CLOSE BATCH-NAMES-OK
026760         GO TO 3000-EXIT
026770     END-IF.
026800     OPEN INPUT BATCH-NAMES.
026900     IF BN-FILE-STATUS NOT = '00'
027000         GO TO 3000-EXIT
028115         TO WS-TOTAL-RECORDS.
028200     MOVE WS-REJECT-COUNT TO RPT-REJECTED.
028300     WRITE REPORT-LINE FROM RPT-FILE-TOTAL-LINE.
028320     IF WS-REJECT-COUNT = 0
028340         PERFORM 5100-MARK-PROCESSED THRU 5100-EXIT
028360     END-IF.
028400 3000-EXIT.
028500     EXIT.
028600*----------------------------------------------------------
034900*     a leading blank reads as +), the same gate the batch
035000*     evaluation applies; the signed three-digit picture
035010*     bounds the range at -999 through 999.
035030*     A reading from a source past its calibration due
035050*     date on SRCMAST is rejected as well.
035100*----------------------------------------------------------
035200 4000-EDIT-ABPAIRS.
035210     MOVE 'ABPAIRS' TO WS-INTAKE-FILE.
035220     PERFORM 5000-CHECK-INTAKE THRU 5000-EXIT.
035230     IF WS-INTAKE-REFUSED
035240         OPEN OUTPUT AB-PAIR-OK
035250         CLOSE AB-PAIR-OK
035260         GO TO 4000-EXIT
035270     END-IF.
035300     OPEN INPUT AB-PAIR-INPUT.
035400     IF AP-FILE-STATUS NOT = '00'
035500         GO TO 4000-EXIT
035600     END-IF.
035700     OPEN OUTPUT AB-PAIR-OK.
035710     SET WS-SRCMAST-OPEN TO FALSE.
035720     OPEN INPUT SOURCE-MASTER.
035730     IF SRM-FILE-STATUS = '00'
035740         SET WS-SRCMAST-OPEN TO TRUE
035750     END-IF.
035800     MOVE 0 TO WS-RECORD-NUMBER WS-ACCEPT-COUNT
035900         WS-REJECT-COUNT.
036000     SET WS-FILE-EOF TO FALSE.
036200     PERFORM 4200-EDIT-ONE-ABPAIR THRU 4200-EXIT
036300         UNTIL WS-FILE-EOF.
036400     CLOSE AB-PAIR-INPUT AB-PAIR-OK.
036420     IF WS-SRCMAST-OPEN
036440         CLOSE SOURCE-MASTER
036460     END-IF.
036500     MOVE 'ABPAIRS' TO RPT-FILE-NAME.
036600     MOVE WS-ACCEPT-COUNT TO RPT-ACCEPTED.
036610     ADD WS-ACCEPT-COUNT WS-REJECT-COUNT
036615         TO WS-TOTAL-RECORDS.
036700     MOVE WS-REJECT-COUNT TO RPT-REJECTED.
036800     WRITE REPORT-LINE FROM RPT-FILE-TOTAL-LINE.
036820     IF WS-REJECT-COUNT = 0
036840         PERFORM 5100-MARK-PROCESSED THRU 5100-EXIT
036860     END-IF.
036900 4000-EXIT.
037000     EXIT.
037100*----------------------------------------------------------
040600         END-IF
040700     END-IF.
040800     IF WS-RECORD-OK
040810         AND WS-SRCMAST-OPEN
040820         PERFORM 4300-CHECK-SOURCE-CAL THRU 4300-EXIT
040830     END-IF.
040840     IF WS-RECORD-OK
040900         WRITE AK-OK-RECORD FROM AB-PAIR-RECORD
041000         ADD 1 TO WS-ACCEPT-COUNT
041100     END-IF.
041200     PERFORM 4100-READ-ABPAIRS THRU 4100-EXIT.
041300 4200-EXIT.
041302     EXIT.
041304*----------------------------------------------------------
041306* 4300-CHECK-SOURCE-CAL - a source on a calibration
041308*     schedule with no due date, or one before the business
041310*     date, is past due. A source not on the master is left
041312*     to MEAS-CAPTURE's own validation.
041314*----------------------------------------------------------
041316 4300-CHECK-SOURCE-CAL.
041318     MOVE AP-SOURCE-REF TO SRM-SOURCE-REF.
041320     READ SOURCE-MASTER
041322         INVALID KEY
041324             GO TO 4300-EXIT
041326     END-READ.
041328     IF SRM-CAL-INTERVAL IS NOT NUMERIC
041330         OR SRM-CAL-INTERVAL = 0
041332         GO TO 4300-EXIT
041334     END-IF.
041336     IF SRM-NEXT-DUE-DATE IS NOT NUMERIC
041338         OR SRM-NEXT-DUE-DATE < WS-RUN-DATE
041340         MOVE 'SOURCE PAST CALIBRATION DUE' TO RPJ-REASON
041342         PERFORM 4390-WRITE-ABPAIR-REJ THRU 4390-EXIT
041344     END-IF.
041346 4300-EXIT.
041400     EXIT.
041500*----------------------------------------------------------
041600* 4390-WRITE-ABPAIR-REJ
042500     ADD 1 TO WS-TOTAL-REJECTS.
042600 4390-EXIT.
042700     EXIT.
042800*----------------------------------------------------------
042900* 5000-CHECK-INTAKE - an input is edited only when INTKREG
043000*     has it registered and not yet processed; a refused
043100*     file counts as a reject, so the stream holds.
043200*----------------------------------------------------------
043300 5000-CHECK-INTAKE.
043400     SET WS-INTAKE-REFUSED TO FALSE.
043500     SET IK-FUNC-VERIFY TO TRUE.
043600     MOVE WS-INTAKE-FILE TO IK-FILE-NAME.
043700     MOVE SPACES TO IK-SENDER.
043800     MOVE WS-RUN-DATE TO IK-BUSINESS-DATE.
043900     MOVE 'BATCH-EDIT' TO IK-PROGRAM.
044000     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
044100     IF IK-ACCEPTED OR IK-MISSING
044200         GO TO 5000-EXIT
044300     END-IF.
044400     SET WS-INTAKE-REFUSED TO TRUE.
044500     MOVE WS-INTAKE-FILE TO RPJ-FILE-NAME.
044600     MOVE 0 TO RPJ-RECORD-NUMBER.
044700     MOVE SPACES TO RPJ-IMAGE.
044800     IF IK-DUPLICATE
044900         MOVE 'FILE REFUSED - ALREADY PROCESSED' TO RPJ-REASON
045000         STRING 'FIRST PROCESSED ' IK-PRIOR-DATE
045100             DELIMITED BY SIZE INTO RPJ-IMAGE
045200     ELSE
045300         MOVE 'FILE REFUSED - NOT REGISTERED ON INTKREG'
045400             TO RPJ-REASON
045500     END-IF.
045600     WRITE REPORT-LINE FROM RPT-REJECT-LINE.
045700     ADD 1 TO WS-TOTAL-REJECTS.
045800 5000-EXIT.
045900     EXIT.
046000*----------------------------------------------------------
046100* 5100-MARK-PROCESSED - a file edited clean has been
046200*     released to the processing steps.
046300*----------------------------------------------------------
046400 5100-MARK-PROCESSED.
046500     SET IK-FUNC-PROCESSED TO TRUE.
046600     CALL 'INTAKE-SVC' USING INTAKE-SVC-PARMS.
046700 5100-EXIT.
046800     EXIT.
