000281*                      LAST YEAR'S 001234 AND THIS YEAR'S        *
000282*                      001234 ARE TWO DIFFERENT DOCUMENTS AND    *
000283*                      MUST NEVER TRAVEL AS ONE GROUP.           *
000284*    2026-10-15  RVS  A TYPE-T TRANSFER RECORD TRAVELS WITH ITS  *
000285*                      NUMBER'S GROUP THE SAME WAY A VOID DOES.  *
000286*                      ADDED THE TRANSFER FIELDS TO THE AUDIT    *
000287*                      LAYOUT COPIES.                            *
000288*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM.
000640         ==TA-VOID-REASON== BY ==SW-VOID-REASON==
000645         ==TA-SERIES-CODE== BY ==SW-SERIES-CODE==
000647         ==TA-REQUESTER-ID== BY ==SW-REQUESTER-ID==
000648         ==TA-FISCAL-YEAR== BY ==SW-FISCAL-YEAR==
000649         ==TA-TRANSFER-RECORD== BY ==SW-TRANSFER-RECORD==
000650         ==TA-TRANSFER-DETAIL== BY ==SW-TRANSFER-DETAIL==
000651         ==TA-XFER-FROM-CUSTOMER== BY ==SW-XFER-FROM-CUSTOMER==
000652         ==TA-XFER-TO-CUSTOMER== BY ==SW-XFER-TO-CUSTOMER==
000653         ==TA-XFER-REASON== BY ==SW-XFER-REASON==.
000654
000660 FD  ARCHIVE-OUT
000670     RECORDING MODE IS F.
000680     COPY TKTAUD REPLACING
000760         ==TA-VOID-REASON== BY ==ARC-VOID-REASON==
000765         ==TA-SERIES-CODE== BY ==ARC-SERIES-CODE==
000767         ==TA-REQUESTER-ID== BY ==ARC-REQUESTER-ID==
000768         ==TA-FISCAL-YEAR== BY ==ARC-FISCAL-YEAR==
000769         ==TA-TRANSFER-RECORD== BY ==ARC-TRANSFER-RECORD==
000770         ==TA-TRANSFER-DETAIL== BY ==ARC-TRANSFER-DETAIL==
000771         ==TA-XFER-FROM-CUSTOMER== BY ==ARC-XFER-FROM-CUSTOMER==
000772         ==TA-XFER-TO-CUSTOMER== BY ==ARC-XFER-TO-CUSTOMER==
000773         ==TA-XFER-REASON== BY ==ARC-XFER-REASON==.
000774
000780 FD  KEEP-OUT
000790     RECORDING MODE IS F.
000800     COPY TKTAUD REPLACING
000880         ==TA-VOID-REASON== BY ==KEP-VOID-REASON==
000885         ==TA-SERIES-CODE== BY ==KEP-SERIES-CODE==
000887         ==TA-REQUESTER-ID== BY ==KEP-REQUESTER-ID==
000888         ==TA-FISCAL-YEAR== BY ==KEP-FISCAL-YEAR==
000889         ==TA-TRANSFER-RECORD== BY ==KEP-TRANSFER-RECORD==
000890         ==TA-TRANSFER-DETAIL== BY ==KEP-TRANSFER-DETAIL==
000891         ==TA-XFER-FROM-CUSTOMER== BY ==KEP-XFER-FROM-CUSTOMER==
000892         ==TA-XFER-TO-CUSTOMER== BY ==KEP-XFER-TO-CUSTOMER==
000893         ==TA-XFER-REASON== BY ==KEP-XFER-REASON==.
000894
000900 FD  ARCHIVE-RPT
000910     RECORDING MODE IS F.
000920 01  ARCHIVE-RPT-LINE                PIC X(80).
