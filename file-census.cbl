001600*    MODIFICATION HISTORY
001700*    DATE        INIT  DESCRIPTION
001800*    2026-09-01   DN   Original program.
001820*    2026-10-15   DN   Flat record widened to 220 bytes so the
001840*                      203-byte chained CUSTHIST entry is read,
001860*                      and counted, as one record.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
004200*
004300 FD  FLAT-INPUT
004400     LABEL RECORDS ARE STANDARD.
004500 01  FLAT-RECORD                 PIC X(220).
004600*
004700 FD  GROWTH-HISTORY
004800     LABEL RECORDS ARE STANDARD.
