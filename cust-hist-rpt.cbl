001793*                      date from the BUSDATE control (via the
001795*                      BUS-DATE subprogram) instead of the
001797*                      system clock.
001798*    2026-10-14   DN   Describe the address change type; its
001799*                      images carry the mailing address.
001800*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
014900             MOVE 'DELETE' TO RPC-TYPE-DESC
015000         WHEN CH-TYPE-MERGE
015100             MOVE 'MERGE' TO RPC-TYPE-DESC
015120     WHEN CH-TYPE-ADDRESS
015140         MOVE 'ADDRESS' TO RPC-TYPE-DESC
015200         WHEN OTHER
015300             MOVE CH-CHANGE-TYPE TO RPC-TYPE-DESC
015400     END-EVALUATE.
