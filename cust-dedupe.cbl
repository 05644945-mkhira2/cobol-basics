001600* normalized names also match exactly, rank 2 when they
001700* differ only in spacing. Confirmed duplicates are folded
001800* together by the companion CUST-MERGE program.
001820* A second pass walks the phone entries of the CUSTADRX
001840* lookup index, which are in phone-digit order, and
001860* reports each adjacent pair of different customers
001880* carrying the same phone number as a PHONE candidate.
001900*----------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE        INIT  DESCRIPTION
002293*                      date from the BUSDATE control (via the
002295*                      BUS-DATE subprogram) instead of the
002297*                      system clock.
002298*    2026-10-15   DN   Report PHONE candidate pairs sharing a
002299*                      phone number off the CUSTADRX index.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS CM-CUST-ID
003100         ALTERNATE RECORD KEY IS CM-CUST-NAME
003200             WITH DUPLICATES
003300         FILE STATUS IS CM-FILE-STATUS.
003310     SELECT REVERSE-INDEX ASSIGN TO 'CUSTADRX'
003320         ORGANIZATION IS INDEXED
003330         ACCESS MODE IS DYNAMIC
003340         RECORD KEY IS RV-LOOKUP-KEY
003350         FILE STATUS IS RV-FILE-STATUS.
003400     SELECT SORT-WORK-FILE ASSIGN TO 'DDUPSRTWK'.
003500     SELECT DEDUPE-REPORT ASSIGN TO 'DEDUPRPT'
003600         ORGANIZATION IS LINE SEQUENTIAL
004200     LABEL RECORDS ARE STANDARD.
004300     COPY "custrec.cpy".
004400*
004420 FD  REVERSE-INDEX
004440     LABEL RECORDS ARE STANDARD.
004460     COPY "custadrx.cpy".
004480*
004500 SD  SORT-WORK-FILE.
004600 01  SW-SORT-RECORD.
004700     05  SW-NOSPACE-KEY          PIC X(20).
005600 WORKING-STORAGE SECTION.
005700 01  CM-FILE-STATUS              PIC X(02).
005800 01  DR-FILE-STATUS              PIC X(02).
005850 01  RV-FILE-STATUS              PIC X(02).
005900*
006000 01  WS-CUST-EOF-SW              PIC X(01) VALUE 'N'.
006100     88  WS-CUST-EOF             VALUE 'Y'.
008200*
008300 01  WS-SCAN-COUNT               PIC 9(07) COMP VALUE 0.
008400 01  WS-PAIR-COUNT               PIC 9(07) COMP VALUE 0.
008410 01  WS-PHONE-PAIR-COUNT         PIC 9(07) COMP VALUE 0.
008420*
008430 01  WS-REV-EOF-SW               PIC X(01) VALUE 'N'.
008440     88  WS-REV-EOF              VALUE 'Y' FALSE 'N'.
008450 01  WS-PREV-PHONE               PIC X(15).
008460 01  WS-PREV-PHONE-ID            PIC 9(06).
008470 01  WS-HAVE-PREV-PHONE-SW       PIC X(01) VALUE 'N'.
008480     88  WS-HAVE-PREV-PHONE      VALUE 'Y' FALSE 'N'.
008500*
008600 COPY "rundate.cpy".
008700*
010300     05  FILLER                  PIC X(01) VALUE SPACE.
010400     05  DRP-NAME-2              PIC X(20).
010500*
010505 01  DR-PHONE-LINE.
010510     05  FILLER                  PIC X(06) VALUE 'PHONE '.
010515     05  DRH-PHONE               PIC X(15).
010520     05  FILLER                  PIC X(02) VALUE SPACES.
010525     05  DRH-ID-1                PIC 9(06).
010530     05  FILLER                  PIC X(01) VALUE SPACE.
010535     05  DRH-NAME-1              PIC X(20).
010540     05  FILLER                  PIC X(04) VALUE ' <> '.
010545     05  DRH-ID-2                PIC 9(06).
010550     05  FILLER                  PIC X(01) VALUE SPACE.
010555     05  DRH-NAME-2              PIC X(20).
010560*
010600 01  DR-COUNT-LINE.
010700     05  DRC-LABEL               PIC X(30).
010800     05  DRC-COUNT               PIC ZZZ,ZZ9.
012400             THRU 1000-EXIT
012500         OUTPUT PROCEDURE IS 2000-MATCH-ADJACENT
012600             THRU 2000-EXIT.
012650     PERFORM 4000-SHARED-PHONES THRU 4000-EXIT.
012700     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
012800     CLOSE DEDUPE-REPORT.
012900     STOP RUN.
026500     WRITE DR-LINE FROM DR-PAIR-LINE.
026600 2200-EXIT.
026700     EXIT.
026701*----------------------------------------------------------
026702* 4000-SHARED-PHONES - walk the phone entries of the
026703*     CUSTADRX lookup index in phone-digit order; two
026704*     customers in a row on the same digits are a
026705*     candidate pair. Without the index (ADDR-REBUILD
026706*     builds it) the report says so and the name pairs
026707*     stand on their own.
026708*----------------------------------------------------------
026709 4000-SHARED-PHONES.
026710     OPEN INPUT REVERSE-INDEX.
026711     IF RV-FILE-STATUS NOT = '00'
026712         MOVE SPACES TO DR-LINE
026713         WRITE DR-LINE
026714         MOVE 'CUSTADRX NOT AVAILABLE - SHARED PHONES NOT CHECKED'
026715             TO DR-LINE
026716         WRITE DR-LINE
026717         GO TO 4000-EXIT
026718     END-IF.
026719     OPEN INPUT CUSTOMER-MASTER.
026720     SET WS-REV-EOF TO FALSE.
026721     SET WS-HAVE-PREV-PHONE TO FALSE.
026722     MOVE LOW-VALUES TO RV-LOOKUP-KEY.
026723     MOVE 'P' TO RV-LOOKUP-TYPE.
026724     START REVERSE-INDEX
026725         KEY IS NOT LESS THAN RV-LOOKUP-KEY
026726         INVALID KEY
026727             SET WS-REV-EOF TO TRUE
026728     END-START.
026729     PERFORM 4100-NEXT-PHONE-ENTRY THRU 4100-EXIT
026730         UNTIL WS-REV-EOF.
026731     CLOSE REVERSE-INDEX.
026732     IF CM-FILE-STATUS = '00'
026733         CLOSE CUSTOMER-MASTER
026734     END-IF.
026735 4000-EXIT.
026736     EXIT.
026737*----------------------------------------------------------
026738* 4100-NEXT-PHONE-ENTRY
026739*----------------------------------------------------------
026740 4100-NEXT-PHONE-ENTRY.
026741     READ REVERSE-INDEX NEXT RECORD
026742         AT END
026743             SET WS-REV-EOF TO TRUE
026744             GO TO 4100-EXIT
026745     END-READ.
026746     IF NOT RV-PHONE-ENTRY
026747         SET WS-REV-EOF TO TRUE
026748         GO TO 4100-EXIT
026749     END-IF.
026750     IF WS-HAVE-PREV-PHONE
026751         AND RV-PHONE-DIGITS = WS-PREV-PHONE
026752         AND RV-CUST-ID NOT = WS-PREV-PHONE-ID
026753         PERFORM 4200-REPORT-PHONE-PAIR THRU 4200-EXIT
026754     END-IF.
026755     MOVE RV-PHONE-DIGITS TO WS-PREV-PHONE.
026756     MOVE RV-CUST-ID TO WS-PREV-PHONE-ID.
026757     SET WS-HAVE-PREV-PHONE TO TRUE.
026758 4100-EXIT.
026759     EXIT.
026760*----------------------------------------------------------
026761* 4200-REPORT-PHONE-PAIR - names come off the master; an
026762*     ID no longer on it is listed with a blank name.
026763*----------------------------------------------------------
026764 4200-REPORT-PHONE-PAIR.
026765     ADD 1 TO WS-PHONE-PAIR-COUNT.
026766     MOVE RV-PHONE-DIGITS TO DRH-PHONE.
026767     MOVE WS-PREV-PHONE-ID TO DRH-ID-1.
026768     MOVE WS-PREV-PHONE-ID TO CM-CUST-ID.
026769     PERFORM 4300-READ-NAME THRU 4300-EXIT.
026770     MOVE CM-CUST-NAME TO DRH-NAME-1.
026771     MOVE RV-CUST-ID TO DRH-ID-2.
026772     MOVE RV-CUST-ID TO CM-CUST-ID.
026773     PERFORM 4300-READ-NAME THRU 4300-EXIT.
026774     MOVE CM-CUST-NAME TO DRH-NAME-2.
026775     WRITE DR-LINE FROM DR-PHONE-LINE.
026776 4200-EXIT.
026777     EXIT.
026778*----------------------------------------------------------
026779* 4300-READ-NAME
026780*----------------------------------------------------------
026781 4300-READ-NAME.
026782     READ CUSTOMER-MASTER
026783         KEY IS CM-CUST-ID
026784         INVALID KEY
026785             MOVE SPACES TO CM-CUST-NAME
026786     END-READ.
026787 4300-EXIT.
026788     EXIT.
026800*----------------------------------------------------------
026900* 8000-PRINT-SUMMARY
027000*----------------------------------------------------------
027700     MOVE 'CANDIDATE PAIRS REPORTED:' TO DRC-LABEL.
027800     MOVE WS-PAIR-COUNT TO DRC-COUNT.
027900     WRITE DR-LINE FROM DR-COUNT-LINE.
027920     MOVE 'SHARED-PHONE PAIRS REPORTED:' TO DRC-LABEL.
027940     MOVE WS-PHONE-PAIR-COUNT TO DRC-COUNT.
027960     WRITE DR-LINE FROM DR-COUNT-LINE.
028000     DISPLAY 'DUPLICATE SCAN COMPLETE - ', WS-PAIR-COUNT,
028100         ' CANDIDATE PAIRS'.
028150     DISPLAY 'SHARED-PHONE PAIRS - ', WS-PHONE-PAIR-COUNT.
028200 8000-EXIT.
028300     EXIT.
