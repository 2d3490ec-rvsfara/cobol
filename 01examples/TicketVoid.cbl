000236*                      ISSUE YEAR, NOT THE KEYED YEAR - A        *
000237*                      BLANK-YEAR AND A YEAR-KEYED REQUEST FOR   *
000238*                      ONE DOCUMENT WERE BOTH BEING VOIDED.      *
000239*    2026-10-15  RVS  ONLY AN ISSUE RECORD PROVES THE NUMBER     *
000240*                      WAS ISSUED - A TYPE-T TRANSFER RECORD     *
000241*                      FOR THE SAME NUMBER IS NOW PASSED BY.     *
000242*****************************************************************
000243 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM.
000270 OBJECT-COMPUTER.   IBM.
002539     END-IF.
002540     IF TA-VOID-RECORD
002550         MOVE "Y" TO WS-REQ-VOIDED-SW (WS-RX)
002560     END-IF.
002570     IF TA-ISSUE-RECORD
002572         MOVE "Y" TO WS-REQ-ISSUED-SW (WS-RX)
002575         MOVE TA-FISCAL-YEAR TO WS-REQ-ISSUE-YEAR (WS-RX)
002580     END-IF.
002590 3200-EXIT.
