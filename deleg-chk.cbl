000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DELEG-CHK.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*----------------------------------------------------------
000800* Callable approver-delegation lookup against the APPRDLGT
000900* register DELEG-MAINT keeps. Answers whether an operator
001000* holds a supervisor's delegation for the approval work
001100* named on the date given, and whose. APPR-REVIEW and
001200* GL-ADJ-APPROVE ask it (function 'A') when an operator
001300* below supervisor role asks to decide their queue;
001400* SOD-RPT asks it (function 'H') when the trail shows
001500* such an operator deciding, so a cancelled delegation
001600* still covers the days before it was cancelled. A
001700* register not yet built holds no delegations, and the
001800* check fails closed.
001900*----------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE        INIT  DESCRIPTION
002200*    2026-10-15   DN   Original program.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DELEGATION-FILE ASSIGN TO 'APPRDLGT'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS DG-KEY
003100         FILE STATUS IS DG-FILE-STATUS.
003200*
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  DELEGATION-FILE
003600     LABEL RECORDS ARE STANDARD.
003700     COPY "apprdlg.cpy".
003800*
003900 WORKING-STORAGE SECTION.
004000 01  DG-FILE-STATUS          PIC X(02).
004100 01  WS-DLG-EOF-SW           PIC X(01).
004200     88  WS-DLG-EOF          VALUE 'Y' FALSE 'N'.
004300*
004400 LINKAGE SECTION.
004500 COPY "dlgchkpm.cpy".
004600*
004700 PROCEDURE DIVISION USING DELEG-CHK-PARMS.
004800*----------------------------------------------------------
004900* 0000-MAINLINE
005000*----------------------------------------------------------
005100 0000-MAINLINE.
005200     SET DK-FOUND TO FALSE.
005300     MOVE SPACES TO DK-DELEGATOR.
005400     OPEN INPUT DELEGATION-FILE.
005500     IF DG-FILE-STATUS NOT = '00'
005600         GOBACK
005700     END-IF.
005800     SET WS-DLG-EOF TO FALSE.
005900     PERFORM 1000-CHECK-ONE-DELEGATION THRU 1000-EXIT
006000         UNTIL WS-DLG-EOF OR DK-FOUND.
006100     CLOSE DELEGATION-FILE.
006200     GOBACK.
006300*----------------------------------------------------------
006400* 1000-CHECK-ONE-DELEGATION - the delegate, the work, and
006500*     the date must all fall inside the delegation; a
006600*     cancelled one counts only for the look back, and
006700*     only through its cancel date.
006800*----------------------------------------------------------
006900 1000-CHECK-ONE-DELEGATION.
007000     READ DELEGATION-FILE NEXT RECORD
007100         AT END
007200             SET WS-DLG-EOF TO TRUE
007300             GO TO 1000-EXIT
007400     END-READ.
007500     IF DG-DELEGATE NOT = DK-DELEGATE
007600         GO TO 1000-EXIT
007700     END-IF.
007800     IF NOT DG-SCOPE-BOTH AND DG-SCOPE NOT = DK-SCOPE
007900         GO TO 1000-EXIT
008000     END-IF.
008100     IF DK-CHECK-DATE < DG-FROM-DATE
008200         OR DK-CHECK-DATE > DG-TO-DATE
008300         GO TO 1000-EXIT
008400     END-IF.
008500     IF DG-STAT-CANCELLED
008600         IF DK-FUNC-ACTIVE
008700             OR DK-CHECK-DATE > DG-CANCEL-DATE
008800             GO TO 1000-EXIT
008900         END-IF
009000     END-IF.
009100     SET DK-FOUND TO TRUE.
009200     MOVE DG-DELEGATOR TO DK-DELEGATOR.
009300 1000-EXIT.
009400     EXIT.
