000239*                      KEYED ON THE SERIES CODE - THE LOAD       *
000240*                      STILL READS IT FRONT TO BACK, IN KEY      *
000241*                      ORDER.                                    *
000242*    2026-10-15  RVS  A TYPE-T TRANSFER RECORD MOVES A DOCUMENT  *
000243*                      BETWEEN CUSTOMERS AND IS NOT AN ISSUE OF  *
000244*                      THE NUMBER - IT IS COUNTED AND SKIPPED    *
000245*                      BY THE WALK INSTEAD OF BEING FLAGGED AS   *
000246*                      A DUPLICATE.                              *
000247*****************************************************************
000248 ENVIRONMENT DIVISION.
000249 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM.
000260 OBJECT-COMPUTER.   IBM.
000270 INPUT-OUTPUT SECTION.
000590         ==TA-VOID-REASON== BY ==SW-VOID-REASON==
000600         ==TA-SERIES-CODE== BY ==SW-SERIES-CODE==
000605         ==TA-REQUESTER-ID== BY ==SW-REQUESTER-ID==
000607         ==TA-FISCAL-YEAR== BY ==SW-FISCAL-YEAR==
000608         ==TA-TRANSFER-RECORD== BY ==SW-TRANSFER-RECORD==
000609         ==TA-TRANSFER-DETAIL== BY ==SW-TRANSFER-DETAIL==
000610         ==TA-XFER-FROM-CUSTOMER== BY ==SW-XFER-FROM-CUSTOMER==
000611         ==TA-XFER-TO-CUSTOMER== BY ==SW-XFER-TO-CUSTOMER==
000612         ==TA-XFER-REASON== BY ==SW-XFER-REASON==.
000613
000620 FD  RECON-RPT
000630     RECORDING MODE IS F.
000640 01  RECON-RPT-LINE                  PIC X(80).
001210 77  WS-VOID-COUNT                PIC 9(07)  COMP   VALUE ZERO.
001220 77  WS-VOIDED-NUMBER-COUNT       PIC 9(07)  COMP   VALUE ZERO.
001230 77  WS-ORPHAN-VOID-COUNT         PIC 9(07)  COMP   VALUE ZERO.
001235 77  WS-TRANSFER-COUNT            PIC 9(07)  COMP   VALUE ZERO.
001240 77  WS-PRIOR-VOIDED-SWITCH       PIC X(01)  VALUE "N".
001250     88  PRIOR-NUMBER-VOIDED            VALUE "Y".
001260
002630     IF SW-VOID-RECORD
002640         PERFORM 2250-PROCESS-VOID-RECORD
002650             THRU 2250-EXIT
002651         GO TO 2200-NEXT
002652     END-IF.
002653*    A TRANSFER RECORD SORTS BETWEEN THE ISSUE AND THE VOID AND
002654*    TAKES NO PART IN THE SEQUENCE - THE PRIOR NUMBER IS LEFT
002655*    ALONE SO A VOID BEHIND IT STILL PAIRS WITH ITS ISSUE
002656     IF SW-TRANSFER-RECORD
002657         ADD 1 TO WS-TRANSFER-COUNT
002660         GO TO 2200-NEXT
002670     END-IF.
002680     ADD 1 TO WS-ISSUE-COUNT.
005060     WRITE RECON-RPT-LINE FROM WS-REPORT-LINE.
005070
005080     MOVE SPACES TO WS-REPORT-LINE.
005081     MOVE "TRANSFER RECORDS........." TO WS-RPT-LABEL.
005082     MOVE WS-TRANSFER-COUNT TO WS-RPT-COUNT.
005083     WRITE RECON-RPT-LINE FROM WS-REPORT-LINE.
005084
005085     MOVE SPACES TO WS-REPORT-LINE.
005090     MOVE "GAPS FOUND..............." TO WS-RPT-LABEL.
005100     MOVE WS-GAP-COUNT TO WS-RPT-COUNT.
005110     WRITE RECON-RPT-LINE FROM WS-REPORT-LINE.
