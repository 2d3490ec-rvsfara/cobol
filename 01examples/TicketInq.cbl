000252*                      THE REPORT HEADER - THE GENERATION        *
000253*                      QUALIFIER WAS BEING TRUNCATED OFF THE     *
000254*                      TAG, WHICH DEFEATED ITS WHOLE POINT.      *
000255*    2026-10-15  RVS  SHOW TYPE-T TRANSFER RECORDS IN THE        *
000256*                      DOCUMENT'S HISTORY - THE REASON CODE ON   *
000257*                      THE EVENT LINE AND THE OLD AND NEW        *
000258*                      CUSTOMER UNDER IT.  A CUSTOMER INQUIRY    *
000259*                      ALSO SHOWS TRANSFERS AWAY FROM THE        *
000260*                      CUSTOMER, WHOSE DOCUMENTS NO LONGER       *
000261*                      SHOW ON THE CROSS-REFERENCE UNDER IT.     *
000262*****************************************************************
000263 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM.
000290 OBJECT-COMPUTER.   IBM.
000660         ==TA-VOID-REASON== BY ==ARC-VOID-REASON==
000670         ==TA-SERIES-CODE== BY ==ARC-SERIES-CODE==
000680         ==TA-REQUESTER-ID== BY ==ARC-REQUESTER-ID==
000681         ==TA-FISCAL-YEAR== BY ==ARC-FISCAL-YEAR==
000682         ==TA-TRANSFER-RECORD== BY ==ARC-TRANSFER-RECORD==
000683         ==TA-TRANSFER-DETAIL== BY ==ARC-TRANSFER-DETAIL==
000684         ==TA-XFER-FROM-CUSTOMER== BY ==ARC-XFER-FROM-CUSTOMER==
000685         ==TA-XFER-TO-CUSTOMER== BY ==ARC-XFER-TO-CUSTOMER==
000686         ==TA-XFER-REASON== BY ==ARC-XFER-REASON==.
000690
000700 FD  TICKET-XREF
000710     RECORDING MODE IS F.
001360         ==TA-VOID-REASON== BY ==AW-VOID-REASON==
001370         ==TA-SERIES-CODE== BY ==AW-SERIES-CODE==
001380         ==TA-REQUESTER-ID== BY ==AW-REQUESTER-ID==
001381         ==TA-FISCAL-YEAR== BY ==AW-FISCAL-YEAR==
001382         ==TA-TRANSFER-RECORD== BY ==AW-TRANSFER-RECORD==
001383         ==TA-TRANSFER-DETAIL== BY ==AW-TRANSFER-DETAIL==
001384         ==TA-XFER-FROM-CUSTOMER== BY ==AW-XFER-FROM-CUSTOMER==
001385         ==TA-XFER-TO-CUSTOMER== BY ==AW-XFER-TO-CUSTOMER==
001386         ==TA-XFER-REASON== BY ==AW-XFER-REASON==.
001390 77  WS-SOURCE-TAG                   PIC X(20).
001400
001410*****************************************************************
001870     05  FILLER                      PIC X(01)   VALUE SPACES.
001880     05  WS-ASG-NAME                 PIC X(30).
001890     05  FILLER                      PIC X(05)   VALUE SPACES.
001891 01  WS-TRANSFER-LINE.
001892     05  FILLER                      PIC X(08)   VALUE SPACES.
001893     05  FILLER                      PIC X(17)   VALUE
001894         "TRANSFERRED FROM ".
001895     05  WS-TRL-FROM                 PIC X(10).
001896     05  FILLER                      PIC X(04)   VALUE " TO ".
001897     05  WS-TRL-TO                   PIC X(10).
001898     05  FILLER                      PIC X(31)   VALUE SPACES.
001900 01  WS-REPORT-LINE.
001910     05  FILLER                      PIC X(02)   VALUE SPACES.
001920     05  WS-RPT-LABEL                PIC X(25).
003780     ELSE
003790         PERFORM 4500-CHECK-IF-WANTED
003800             THRU 4500-EXIT
003801*        A DOCUMENT TRANSFERRED AWAY IS NO LONGER ON THE
003802*        CROSS-REFERENCE UNDER THIS CUSTOMER, BUT ITS
003803*        TRANSFER RECORD STILL BELONGS IN THE HISTORY
003804         IF AW-TRANSFER-RECORD
003805             AND AW-XFER-FROM-CUSTOMER = WS-INQ-CUSTOMER-ID
003806             MOVE "Y" TO WS-WANTED-SWITCH
003807         END-IF
003810         IF NOT NUMBER-IS-WANTED
003820             GO TO 3500-EXIT
003830         END-IF
003920         MOVE "VOIDED" TO WS-EVT-KIND
003930         MOVE AW-VOID-REASON TO WS-EVT-DETAIL
003940     ELSE
003941         IF AW-TRANSFER-RECORD
003942             MOVE "XFER" TO WS-EVT-KIND
003943             MOVE SPACES TO WS-EVT-DETAIL
003944             STRING "REASON " DELIMITED BY SIZE
003945                 AW-XFER-REASON DELIMITED BY SIZE
003946                 INTO WS-EVT-DETAIL
003947             END-STRING
003948         ELSE
003949             MOVE "ISSUED" TO WS-EVT-KIND
003950             MOVE SPACES TO WS-EVT-DETAIL
003951             STRING "BY " DELIMITED BY SIZE
003952                 AW-REQUESTER-ID DELIMITED BY SIZE
003953                 INTO WS-EVT-DETAIL
003954             END-STRING
003955         END-IF
004010     END-IF.
004020     WRITE INQUIRY-RPT-LINE FROM WS-EVENT-LINE.
004021     IF AW-TRANSFER-RECORD
004022         MOVE AW-XFER-FROM-CUSTOMER TO WS-TRL-FROM
004023         MOVE AW-XFER-TO-CUSTOMER TO WS-TRL-TO
004024         WRITE INQUIRY-RPT-LINE FROM WS-TRANSFER-LINE
004025     END-IF.
004030 3500-EXIT.
004040     EXIT.
004050
