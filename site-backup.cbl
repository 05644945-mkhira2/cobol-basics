002392*                      23 - the list had grown past the
002393*                      OCCURS and MOHIST, the 23rd entry,
002394*                      was silently never backed up.
002395*    2026-10-15   DN   Carry the ERASLOG erasure register
002396*                      on the set - it is the only proof a
002397*                      customer was erased.
002398*    2026-10-15   DN   Widen the flat record to 220 bytes for
002399*                      the 203-byte chained CUSTHIST entry.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005000*
005100 FD  FLAT-INPUT
005200     LABEL RECORDS ARE STANDARD.
005300 01  FLAT-RECORD                 PIC X(220).
005400*
005500 FD  OPERATOR-MASTER
005600     LABEL RECORDS ARE STANDARD.
008593     05  FILLER              PIC X(09) VALUE 'CUSTLDREJ'.
008594     05  FILLER              PIC X(09) VALUE 'MEASFILE'.
008595     05  FILLER              PIC X(09) VALUE 'MOHIST'.
008597     05  FILLER              PIC X(09) VALUE 'ERASLOG'.
008600 01  WS-FLAT-LIST REDEFINES WS-FLAT-LIST-VALUES.
008700     05  WS-FLAT-ENTRY       PIC X(09) OCCURS 24 TIMES.
008800 01  WS-FLAT-SUB             PIC 9(02) COMP.
008900*
009000 01  WS-GRP-COUNT            PIC 9(09) VALUE 0.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700     PERFORM 2000-BACKUP-ONE-FLAT THRU 2000-EXIT
010800         VARYING WS-FLAT-SUB FROM 1 BY 1
010900         UNTIL WS-FLAT-SUB > 24.
011000     PERFORM 3000-BACKUP-OPERMAST THRU 3000-EXIT.
011100     PERFORM 4000-BACKUP-MSGMAST THRU 4000-EXIT.
011200     CLOSE BACKUP-SET.
