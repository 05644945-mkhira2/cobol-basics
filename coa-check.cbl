000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COA-CHECK.
000300 AUTHOR.         kenjihirabayashi.
000400 INSTALLATION.   DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*----------------------------------------------------------
000800* Callable chart-of-accounts validation for one general-
000900* ledger account: on the COAMAST chart, active, and - for
001000* a manual adjustment - open to manual posting. Returns
001100* the verdict with a printable reason and, for an account
001200* on the chart, its description and type. GL-POST, the
001300* GLACCTS control load inside it, GL-ADJ-ENTRY, and
001400* GL-TRIAL-RPT all ask here, so the rule lives in one
001500* place the way CUST-CKDIGIT holds the check-digit rule.
001600*----------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-10-14   DN   Original program.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT CHART-OF-ACCOUNTS ASSIGN TO 'COAMAST'
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS COA-ACCOUNT
002800         FILE STATUS IS COA-FILE-STATUS.
002900*
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CHART-OF-ACCOUNTS
003300     LABEL RECORDS ARE STANDARD.
003400     COPY "coamast.cpy".
003500*
003600 WORKING-STORAGE SECTION.
003700 01  COA-FILE-STATUS         PIC X(02).
003800*
003900 LINKAGE SECTION.
004000 COPY "coachkpm.cpy".
004100*
004200 PROCEDURE DIVISION USING COA-CHECK-PARMS.
004300*----------------------------------------------------------
004400* 0000-MAINLINE - no chart on file means no account can be
004500*     proved, so every account reads as unknown.
004600*----------------------------------------------------------
004700 0000-MAINLINE.
004800     SET AV-UNKNOWN TO TRUE.
004900     MOVE SPACES TO AV-DESC AV-TYPE.
005000     MOVE 'ACCOUNT NOT ON CHART' TO AV-REASON.
005100     IF AV-ACCOUNT = SPACES
005200         MOVE 'ACCOUNT MISSING' TO AV-REASON
005300         GOBACK
005400     END-IF.
005500     OPEN INPUT CHART-OF-ACCOUNTS.
005600     IF COA-FILE-STATUS NOT = '00'
005700         MOVE 'NO CHART OF ACCOUNTS ON FILE' TO AV-REASON
005800         GOBACK
005900     END-IF.
006000     PERFORM 1000-CHECK-ACCOUNT THRU 1000-EXIT.
006100     CLOSE CHART-OF-ACCOUNTS.
006200     GOBACK.
006300*----------------------------------------------------------
006400* 1000-CHECK-ACCOUNT
006500*----------------------------------------------------------
006600 1000-CHECK-ACCOUNT.
006700     MOVE AV-ACCOUNT TO COA-ACCOUNT.
006800     READ CHART-OF-ACCOUNTS
006900         KEY IS COA-ACCOUNT
007000         INVALID KEY
007100             GO TO 1000-EXIT
007200     END-READ.
007300     MOVE COA-DESC TO AV-DESC.
007400     MOVE COA-TYPE TO AV-TYPE.
007500     IF NOT COA-STAT-ACTIVE
007600         SET AV-INACTIVE TO TRUE
007700         MOVE 'ACCOUNT INACTIVE' TO AV-REASON
007800         GO TO 1000-EXIT
007900     END-IF.
008000     IF AV-MANUAL-POSTING
008100         AND NOT COA-MANUAL-ALLOWED
008200         SET AV-NOT-MANUAL TO TRUE
008300         MOVE 'NO MANUAL POSTING TO ACCOUNT' TO AV-REASON
008400         GO TO 1000-EXIT
008500     END-IF.
008600     SET AV-VALID TO TRUE.
008700     MOVE SPACES TO AV-REASON.
008800 1000-EXIT.
008900     EXIT.
