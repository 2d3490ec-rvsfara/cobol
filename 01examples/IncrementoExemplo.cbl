000453*                      YEAR'S RECORDS, AND A RESUMED RUN WAS     *
000454*                      FAST-FORWARDING TO THEIR HIGH-WATER       *
000455*                      MARK.                                     *
000456*    2026-10-15  RVS  PROVE SUB-RANGES AGAINST DOCSTOCK (RC=4).  *
000457*****************************************************************
000458 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000462 SOURCE-COMPUTER.   IBM.
000482         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS TC-SERIES-CODE
000490         FILE STATUS IS WS-TKTCTL-STATUS.
000492     SELECT OPTIONAL DOCUMENT-STOCK ASSIGN TO DOCSTOCK
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-DOCSTOCK-STATUS.
000500     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-TKTAUD-STATUS.
000580 FD  TICKET-CONTROL.
000600     COPY TKTCTL.

000604 FD  DOCUMENT-STOCK
000606     RECORDING MODE IS F.
000608     COPY STKRCV.

000610 FD  TICKET-AUDIT
000620     RECORDING MODE IS F.
000630     COPY TKTAUD.
000710 77  WS-TKTCTL-STATUS                PIC X(02).
000720 77  WS-TKTAUD-STATUS                PIC X(02).
000730 77  WS-TKTRPT-STATUS                PIC X(02).
000731 77  WS-DOCSTOCK-STATUS              PIC X(02).
000732 77  WS-RUNLOG-STATUS                PIC X(02).
000733 77  WS-TKTREQ-STATUS                PIC X(02).
000734 77  WS-DEPTMAST-STATUS              PIC X(02).
001340 77  WS-AUDIT-SCAN-SWITCH            PIC X(01)   VALUE "N".
001350     88  AUDIT-SCAN-AT-END                        VALUE "Y".

001351*****************************************************************
001352*    PRE-PRINTED FORM STOCK - THE RUN SERIES' RECEIPTS FOR THE   *
001353*    CONTROL RECORD'S FISCAL YEAR, TABLED SO EACH REQUESTER'S    *
001354*    SUB-RANGE CAN BE PROVED AGAINST THE RANGES IT HOLDS.  A     *
001355*    SERIES WITH NO RECEIPT IN ANY YEAR IS NOT PRINTED ON        *
001356*    PRE-NUMBERED STOCK AND IS NOT CHECKED.  THE CHECK ONLY      *
001357*    WARNS - IT NEVER STOPS THE ISSUE                            *
001358*****************************************************************
001359 77  WS-STOCK-EOF-SWITCH             PIC X(01)   VALUE "N".
001360     88  STOCK-AT-END                            VALUE "Y".
001361 77  WS-STOCK-SERIES-SWITCH          PIC X(01)   VALUE "N".
001362     88  SERIES-ON-STOCK                         VALUE "Y".
001363 77  WS-STOCK-CHECK-SWITCH           PIC X(01)   VALUE "Y".
001364     88  STOCK-NOT-CHECKED                       VALUE "N".
001365 77  WS-STOCK-MAX                    PIC 9(04)   COMP   VALUE 500.
001366 77  WS-STOCK-COUNT                  PIC 9(04)   COMP   VALUE 0.
001367 77  WS-SKX                          PIC 9(04)   COMP   VALUE 0.
001368 77  WS-STOCK-IGNORED                PIC 9(05)   COMP   VALUE 0.
001369 77  WS-COUNT-PAST-STOCK             PIC 9(03)   COMP   VALUE 0.
001370 77  WS-STOCK-COVERED                PIC S9(09)  COMP-3.
001371 77  WS-BLOCK-PAST-STOCK             PIC S9(09)  COMP-3.
001372 77  WS-COVER-LOW                    PIC S9(09)  COMP-3.
001373 77  WS-COVER-HIGH                   PIC S9(09)  COMP-3.
001374 01  WS-STOCK-TABLE.
001375     05  WS-STOCK-ENTRY              OCCURS 500 TIMES.
001376         10  WS-STK-DEPT             PIC X(08).
001377         10  WS-STK-FROM             PIC S9(09)  COMP-3.
001378         10  WS-STK-TO               PIC S9(09)  COMP-3.
001379
001380 PROCEDURE DIVISION.
001381*****************************************************************
001382*    0000-MAINLINE                                               *
001390*****************************************************************
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE
002080         STOP RUN
002090     END-IF.
002100     COMPUTE WS-STARTING-NUMBER = TC-LAST-ISSUED-NUMBER + 1.
002103     PERFORM 1700-CHECK-FORM-STOCK
002106         THRU 1700-EXIT.
002110 1000-EXIT.
002120     EXIT.
002121
024260     CLOSE RUN-LOG.
024261 9000-EXIT.
024262     EXIT.
024272
024282*****************************************************************
024292*    1700-CHECK-FORM-STOCK - TABLE THE RUN SERIES' STOCK         *
024302*    RECEIPTS FOR THE CONTROL RECORD'S FISCAL YEAR AND PROVE     *
024312*    EVERY REQUESTER'S SUB-RANGE AGAINST THE RANGES THAT         *
024322*    DEPARTMENT HOLDS, LISTING EACH SHORTFALL AHEAD OF THE RUN   *
024332*    TOTALS.  THE STOCK FILE IS ADVISORY - A MISSING FILE MEANS  *
024342*    NO SERIES IS ON PRE-PRINTED STOCK, AND ANY STOCK WARNING    *
024352*    ENDS THE RUN WITH RC=4 BUT NEVER HOLDS THE ISSUE BACK       *
024362*****************************************************************
024372 1700-CHECK-FORM-STOCK.
024382     OPEN INPUT DOCUMENT-STOCK.
024392     IF WS-DOCSTOCK-STATUS = "05"
024402         CLOSE DOCUMENT-STOCK
024412         GO TO 1700-EXIT
024422     END-IF.
024432     IF WS-DOCSTOCK-STATUS NOT = "00"
024442         DISPLAY "INCREMENT: UNABLE TO OPEN DOCUMENT-STOCK, "
024452             "STATUS = " WS-DOCSTOCK-STATUS
024462             " - BLOCKS NOT CHECKED AGAINST FORM STOCK"
024472         MOVE "N" TO WS-STOCK-CHECK-SWITCH
024482         MOVE SPACES TO TICKET-RPT-LINE
024492         MOVE "FORM STOCK NOT CHECKED - DOCSTOCK NOT OPENED"
024502             TO TICKET-RPT-LINE
024512         WRITE TICKET-RPT-LINE
024522         MOVE SPACES TO TICKET-RPT-LINE
024532         WRITE TICKET-RPT-LINE
024542         MOVE 4 TO RETURN-CODE
024552         GO TO 1700-EXIT
024562     END-IF.
024572     PERFORM 1710-LOAD-STOCK-RECEIPT
024582         THRU 1710-EXIT
024592         UNTIL STOCK-AT-END.
024602     CLOSE DOCUMENT-STOCK.
024612     IF NOT SERIES-ON-STOCK
024622         GO TO 1700-EXIT
024632     END-IF.
024642     MOVE SPACES TO TICKET-RPT-LINE.
024652     STRING "FORM STOCK CHECK - SERIES " DELIMITED BY SIZE
024662         WS-SERIES-CODE DELIMITED BY SIZE
024672         "  FISCAL YEAR " DELIMITED BY SIZE
024682         TC-FISCAL-YEAR DELIMITED BY SIZE
024692         INTO TICKET-RPT-LINE
024702     END-STRING.
024712     WRITE TICKET-RPT-LINE.
024722     IF STOCK-NOT-CHECKED
024732         DISPLAY "INCREMENT: MORE THAN " WS-STOCK-MAX " STOCK "
024742             "RECEIPTS FOR SERIES " WS-SERIES-CODE
024752             " - BLOCKS NOT CHECKED AGAINST FORM STOCK"
024762         MOVE SPACES TO TICKET-RPT-LINE
024772         MOVE "  NOT CHECKED - TOO MANY RECEIPTS TO TABLE"
024782             TO TICKET-RPT-LINE
024792         WRITE TICKET-RPT-LINE
024802     ELSE
024812         PERFORM 1750-CHECK-ONE-BLOCK
024822             THRU 1750-EXIT
024832             VARYING WS-RQX FROM 1 BY 1
024842             UNTIL WS-RQX > WS-REQ-COUNT
024852         MOVE 1 TO WS-RQX
024862     END-IF.
024872     IF WS-STOCK-IGNORED > ZERO
024882         DISPLAY "INCREMENT: " WS-STOCK-IGNORED
024892             " STOCK RECEIPT(S) FOR SERIES " WS-SERIES-CODE
024902             " NOT VALID AND IGNORED - SEE STKRECON"
024912     END-IF.
024922     MOVE SPACES TO WS-REPORT-LINE.
024932     MOVE "BLOCKS PAST DEPT STOCK.." TO WS-RPT-LABEL.
024942     MOVE WS-COUNT-PAST-STOCK TO WS-RPT-VALUE.
024952     WRITE TICKET-RPT-LINE FROM WS-REPORT-LINE.
024962     MOVE SPACES TO WS-REPORT-LINE.
024972     MOVE "STOCK RECEIPTS IGNORED.." TO WS-RPT-LABEL.
024982     MOVE WS-STOCK-IGNORED TO WS-RPT-VALUE.
024992     WRITE TICKET-RPT-LINE FROM WS-REPORT-LINE.
025002     MOVE SPACES TO TICKET-RPT-LINE.
025012     WRITE TICKET-RPT-LINE.
025022     IF WS-COUNT-PAST-STOCK > ZERO
025032         OR WS-STOCK-IGNORED > ZERO
025042         OR STOCK-NOT-CHECKED
025052         MOVE 4 TO RETURN-CODE
025062     END-IF.
025072 1700-EXIT.
025082     EXIT.
025092
025102*****************************************************************
025112*    1710-LOAD-STOCK-RECEIPT - TABLE ONE RECEIPT OF THE RUN      *
025122*    SERIES AND YEAR.  ANY RECEIPT OF THE SERIES, WHATEVER ITS   *
025132*    YEAR, PUTS THE SERIES UNDER STOCK CONTROL.  A RECEIPT THAT  *
025142*    FAILS ITS EDIT IS COUNTED AND LEFT OUT                      *
025152*****************************************************************
025162 1710-LOAD-STOCK-RECEIPT.
025172     READ DOCUMENT-STOCK
025182         AT END
025192             MOVE "Y" TO WS-STOCK-EOF-SWITCH
025202             GO TO 1710-EXIT
025212     END-READ.
025222     IF SK-SERIES-CODE NOT = WS-SERIES-CODE
025232         GO TO 1710-EXIT
025242     END-IF.
025252     MOVE "Y" TO WS-STOCK-SERIES-SWITCH.
025262     IF SK-FISCAL-YEAR NOT = TC-FISCAL-YEAR
025272         GO TO 1710-EXIT
025282     END-IF.
025292     IF SK-FROM-NUMBER NOT NUMERIC
025302         OR SK-TO-NUMBER NOT NUMERIC
025312         OR SK-DEPT-ID = SPACES
025322         ADD 1 TO WS-STOCK-IGNORED
025332         GO TO 1710-EXIT
025342     END-IF.
025352     IF SK-FROM-NUMBER-NUM = ZERO
025362         OR SK-TO-NUMBER-NUM < SK-FROM-NUMBER-NUM
025372         ADD 1 TO WS-STOCK-IGNORED
025382         GO TO 1710-EXIT
025392     END-IF.
025402     IF WS-STOCK-COUNT >= WS-STOCK-MAX
025412         MOVE "N" TO WS-STOCK-CHECK-SWITCH
025422         GO TO 1710-EXIT
025432     END-IF.
025442     ADD 1 TO WS-STOCK-COUNT.
025452     MOVE SK-DEPT-ID TO WS-STK-DEPT (WS-STOCK-COUNT).
025462     MOVE SK-FROM-NUMBER-NUM TO WS-STK-FROM (WS-STOCK-COUNT).
025472     MOVE SK-TO-NUMBER-NUM TO WS-STK-TO (WS-STOCK-COUNT).
025482 1710-EXIT.
025492     EXIT.
025502
025512*****************************************************************
025522*    1750-CHECK-ONE-BLOCK - COUNT HOW MUCH OF ONE REQUESTER'S    *
025532*    SUB-RANGE FALLS ON FORMS IT HOLDS, AND WARN ABOUT THE REST  *
025542*****************************************************************
025552 1750-CHECK-ONE-BLOCK.
025562     MOVE ZERO TO WS-STOCK-COVERED.
025572     PERFORM 1760-SUM-STOCK-COVER
025582         THRU 1760-EXIT
025592         VARYING WS-SKX FROM 1 BY 1
025602         UNTIL WS-SKX > WS-STOCK-COUNT.
025612*    OVERLAPPING RECEIPTS COULD COUNT A FORM TWICE - STKRECON
025622*    REPORTS THEM; HERE THEY MUST NOT HIDE A SHORTFALL
025632     IF WS-STOCK-COVERED > WS-REQ-QTY (WS-RQX)
025642         MOVE WS-REQ-QTY (WS-RQX) TO WS-STOCK-COVERED
025652     END-IF.
025662     COMPUTE WS-BLOCK-PAST-STOCK =
025672         WS-REQ-QTY (WS-RQX) - WS-STOCK-COVERED.
025682     IF WS-BLOCK-PAST-STOCK = ZERO
025692         GO TO 1750-EXIT
025702     END-IF.
025712     ADD 1 TO WS-COUNT-PAST-STOCK.
025722     DISPLAY "INCREMENT: WARNING - BLOCK FOR " WS-REQ-ID (WS-RQX)
025732         " RUNS PAST THE FORM STOCK IT HOLDS".
025742     DISPLAY "INCREMENT:   NUMBERS ALLOCATED  "
025752         WS-REQ-FROM (WS-RQX) " THRU " WS-REQ-TO (WS-RQX).
025762     DISPLAY "INCREMENT:   NOT ON ITS STOCK   "
025772         WS-BLOCK-PAST-STOCK.
025782     MOVE SPACES TO TICKET-RPT-LINE.
025792     STRING "  *WARNING* REQUESTER " DELIMITED BY SIZE
025802         WS-REQ-ID (WS-RQX) DELIMITED BY SIZE
025812         " - BLOCK RUNS PAST THE FORMS IT HOLDS" DELIMITED BY SIZE
025822         INTO TICKET-RPT-LINE
025832     END-STRING.
025842     WRITE TICKET-RPT-LINE.
025852     MOVE SPACES TO WS-REPORT-LINE.
025862     MOVE "FROM NUMBER..........." TO WS-RPT-LABEL.
025872     MOVE WS-REQ-FROM (WS-RQX) TO WS-RPT-VALUE.
025882     WRITE TICKET-RPT-LINE FROM WS-REPORT-LINE.
025892     MOVE SPACES TO WS-REPORT-LINE.
025902     MOVE "TO NUMBER............." TO WS-RPT-LABEL.
025912     MOVE WS-REQ-TO (WS-RQX) TO WS-RPT-VALUE.
025922     WRITE TICKET-RPT-LINE FROM WS-REPORT-LINE.
025932     MOVE SPACES TO WS-REPORT-LINE.
025942     MOVE "NOT ON DEPT FORM STOCK.." TO WS-RPT-LABEL.
025952     MOVE WS-BLOCK-PAST-STOCK TO WS-RPT-VALUE.
025962     WRITE TICKET-RPT-LINE FROM WS-REPORT-LINE.
025972 1750-EXIT.
025982     EXIT.
025992
026002*****************************************************************
026012*    1760-SUM-STOCK-COVER - ADD THE OVERLAP OF ONE OF THE        *
026022*    REQUESTER'S RECEIVED RANGES WITH ITS SUB-RANGE              *
026032*****************************************************************
026042 1760-SUM-STOCK-COVER.
026052     IF WS-STK-DEPT (WS-SKX) NOT = WS-REQ-ID (WS-RQX)
026062         GO TO 1760-EXIT
026072     END-IF.
026082     IF WS-STK-FROM (WS-SKX) > WS-REQ-FROM (WS-RQX)
026092         MOVE WS-STK-FROM (WS-SKX) TO WS-COVER-LOW
026102     ELSE
026112         MOVE WS-REQ-FROM (WS-RQX) TO WS-COVER-LOW
026122     END-IF.
026132     IF WS-STK-TO (WS-SKX) < WS-REQ-TO (WS-RQX)
026142         MOVE WS-STK-TO (WS-SKX) TO WS-COVER-HIGH
026152     ELSE
026162         MOVE WS-REQ-TO (WS-RQX) TO WS-COVER-HIGH
026172     END-IF.
026182     IF WS-COVER-HIGH NOT < WS-COVER-LOW
026192         COMPUTE WS-STOCK-COVERED =
026202             WS-STOCK-COVERED + WS-COVER-HIGH - WS-COVER-LOW + 1
026212     END-IF.
026222 1760-EXIT.
026232     EXIT.
