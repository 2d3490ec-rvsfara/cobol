000258*                      NUMBER) - A MID-RUN FAILURE CATALOGS      *
000259*                      THE GENERATION WITHOUT IT, SO A           *
000260*                      CONSUMER CAN REFUSE A SHORT FILE.         *
000261*    2026-10-15  RVS  PRICE EVERY BILLED TICKET FROM THE RATE    *
000262*                      MASTER BY SERIES AND FISCAL YEAR - UNIT   *
000263*                      PRICE AND EXTENDED AMOUNT ON THE EXTRACT  *
000264*                      AND THE STATEMENT, WITH CUSTOMER AND      *
000265*                      GRAND TOTALS.  A TICKET WITH NO RATE FOR  *
000266*                      ITS YEAR IS REJECTED AND LISTED, NEVER    *
000267*                      BILLED AT ZERO.                           *
000268*    2026-10-15  RVS  BILL THE DAY'S TICKET TRANSFERS - EVERY    *
000269*                      TYPE-T AUDIT RECORD DATED TODAY IN THE    *
000270*                      RUN SERIES WRITES A CREDIT LINE FOR THE   *
000271*                      OLD CUSTOMER AND A REBILL LINE FOR THE    *
000272*                      NEW ONE AT THE DOCUMENT'S RATE, LISTED    *
000273*                      AFTER THE STATEMENTS.  BOTH LINES COUNT   *
000274*                      IN THE EXTRACT TRAILER.                   *
000275*    2026-10-15  RVS  EDIT EACH CUSTOMER'S ADDRESS AGAINST THE   *
000276*                      STATE/POSTAL EDIT TABLE (ADDREDT) BEFORE  *
000277*                      ITS STATEMENT PRINTS.  A BAD ADDRESS, OR  *
000278*                      AN ID NOT ON THE MASTER, HOLDS THE        *
000279*                      STATEMENT ON THE HELD-STATEMENT           *
000280*                      EXCEPTION LIST (HOLDRPT) WITH ITS REASON  *
000281*                      INSTEAD OF PRINTING IT - THE TICKETS ARE  *
000282*                      STILL BILLED ON THE EXTRACT.  EVERY       *
000283*                      PRINTED STATEMENT ALSO GOES ON A MAILING  *
000284*                      FILE (MAILOUT) SORTED BY POSTAL CODE,     *
000285*                      WITH A PIECE COUNT PER FIVE-DIGIT CODE    *
000286*                      FOR PRESORT POSTAGE, ALSO PRINTED AFTER   *
000287*                      THE STATEMENTS.                           *
000288*****************************************************************
000289 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000291 SOURCE-COMPUTER.   IBM.
000292 OBJECT-COMPUTER.   IBM.
000293 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TICKET-XREF ASSIGN TO XREFIN
000320         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CM-CUSTOMER-ID
000420         FILE STATUS IS WS-CUSTMAST-STATUS.
000422     SELECT RATE-MASTER ASSIGN TO RATEMAST
000424         ORGANIZATION IS INDEXED
000425         ACCESS MODE IS DYNAMIC
000426         RECORD KEY IS RT-RATE-KEY
000428         FILE STATUS IS WS-RATEMAST-STATUS.
000430     SELECT BILLING-EXTRACT ASSIGN TO BILLEXT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-BILLEXT-STATUS.
000460     SELECT STATEMENT-RPT ASSIGN TO STMTRPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-STMTRPT-STATUS.
000481     SELECT HOLD-RPT ASSIGN TO HOLDRPT
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-HOLDRPT-STATUS.
000484     SELECT MAIL-WORK ASSIGN TO MAILWK
000485         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-MAILWK-STATUS.
000487     SELECT MAIL-SORT ASSIGN TO SRTMAIL.
000488     SELECT MAIL-OUT ASSIGN TO MAILOUT
000489         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-MAILOUT-STATUS.
000491
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  TICKET-XREF
000717         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
000718         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
000720
000722 FD  RATE-MASTER.
000724     COPY TKTRATE.
000726
000730 FD  BILLING-EXTRACT
000740     RECORDING MODE IS F.
000750     COPY TKTBEX.
000770 FD  STATEMENT-RPT
000780     RECORDING MODE IS F.
000790 01  STATEMENT-RPT-LINE              PIC X(80).
000791 FD  HOLD-RPT
000792     RECORDING MODE IS F.
000793 01  HOLD-RPT-LINE                   PIC X(80).
000794
000795*****************************************************************
000796*    PRINTED STATEMENTS' MAILING RECORDS, IN CUSTOMER ORDER AS   *
000797*    THE STATEMENTS PRINT, FOR THE SORT INTO POSTAL-CODE ORDER   *
000798*****************************************************************
000799 FD  MAIL-WORK
000800     RECORDING MODE IS F.
000801 01  MW-WORK-RECORD                  PIC X(160).
000802
000803 SD  MAIL-SORT.
000804 01  MS-SORT-RECORD.
000805     05  FILLER                      PIC X(01).
000806     05  MS-POSTAL-CODE              PIC X(10).
000807     05  MS-CUSTOMER-ID              PIC X(10).
000808     05  FILLER                      PIC X(139).
000809
000810 FD  MAIL-OUT
000811     RECORDING MODE IS F.
000812 01  MAIL-OUT-RECORD                 PIC X(160).
000813
000814 WORKING-STORAGE SECTION.
000820*****************************************************************
000830*    FILE STATUS AND END-OF-FILE SWITCHES                       *
000840*****************************************************************
000850 77  WS-XREFIN-STATUS                PIC X(02).
000860 77  WS-TKTAUD-STATUS                PIC X(02).
000870 77  WS-CUSTMAST-STATUS              PIC X(02).
000875 77  WS-RATEMAST-STATUS              PIC X(02).
000880 77  WS-BILLEXT-STATUS               PIC X(02).
000890 77  WS-STMTRPT-STATUS               PIC X(02).
000892 77  WS-HOLDRPT-STATUS               PIC X(02).
000894 77  WS-MAILWK-STATUS                PIC X(02).
000896 77  WS-MAILOUT-STATUS               PIC X(02).
000900 77  WS-XREF-EOF-SWITCH              PIC X(01)   VALUE "N".
000910     88  XREF-AT-END                             VALUE "Y".
000920 77  WS-AUDIT-EOF-SWITCH             PIC X(01)   VALUE "N".
000930     88  AUDIT-AT-END                            VALUE "Y".
000940 77  WS-SORT-EOF-SWITCH              PIC X(01)   VALUE "N".
000950     88  SORT-AT-END                             VALUE "Y".
000953 77  WS-MAIL-EOF-SWITCH              PIC X(01)   VALUE "N".
000956     88  MAIL-SORT-AT-END                        VALUE "Y".
000960
000970*****************************************************************
000980*    RUN COUNTERS                                                *
001030 77  WS-COUNT-VOIDED                 PIC 9(07)   COMP   VALUE ZERO.
001040 77  WS-COUNT-CUSTOMERS              PIC 9(07)   COMP   VALUE ZERO.
001050 77  WS-COUNT-NO-MASTER              PIC 9(07)   COMP   VALUE ZERO.
001052 77  WS-COUNT-NO-RATE                PIC 9(07)   COMP   VALUE ZERO.
001054 77  WS-COUNT-XFER-BILLED            PIC 9(07)   COMP   VALUE ZERO.
001056 77  WS-COUNT-XFER-LINES             PIC 9(07)   COMP   VALUE ZERO.
001057 77  WS-COUNT-MAILED                 PIC 9(07)   COMP   VALUE ZERO.
001058 77  WS-COUNT-HELD                   PIC 9(07)   COMP   VALUE ZERO.
001059 77  WS-COUNT-ZIP-CODES              PIC 9(07)   COMP   VALUE ZERO.
001060
001070*****************************************************************
001080*    CURRENT DATE - ONLY CROSS-REFERENCE RECORDS ISSUED TODAY    *
001199 77  WS-TRAILER-COUNT                PIC S9(09)  COMP-3 VALUE ZERO.
001200 77  WS-XREF-SCAN-SWITCH             PIC X(01)   VALUE "N".
001201     88  XREF-SCAN-AT-END                        VALUE "Y".
001205 77  WS-COUNT-SCAN-TODAY             PIC 9(07)   COMP   VALUE ZERO.
001209
001213*****************************************************************
001217*    VOIDED NUMBERS IN THE RUN SERIES, COLLECTED IN A FIRST      *
001221*    PASS OVER THE AUDIT TRAIL.  ANY VOID COUNTS, WHATEVER ITS   *
001225*    DATE - A NUMBER VOIDED AFTER IT WAS ASSIGNED MUST SHOW ON   *
001229*    THE STATEMENT AS VOIDED, NOT BILLED                         *
001233*****************************************************************
001237 77  WS-VOID-MAX                     PIC 9(04)   COMP   VALUE 500.
001241 77  WS-VOID-COUNT                   PIC 9(04)   COMP   VALUE ZERO.
001245 77  WS-VX                           PIC 9(04)   COMP   VALUE ZERO.
001249 77  WS-VOIDED-SWITCH                PIC X(01)   VALUE "N".
001253     88  NUMBER-IS-VOIDED                        VALUE "Y".
001257 01  WS-VOID-TABLE.
001261     05  WS-VOID-ENTRY               OCCURS 500 TIMES.
001265         10  WS-VOID-NUMBER          PIC S9(09)  COMP-3.
001269         10  WS-VOID-YEAR            PIC X(04).
001273
001277*****************************************************************
001281*    TODAY'S TRANSFERS IN THE RUN SERIES, COLLECTED IN THE SAME  *
001285*    PASS OVER THE AUDIT TRAIL.  TKTXFER HAS ALREADY MOVED THE   *
001289*    DOCUMENT ON THE CROSS-REFERENCE; BILLING MOVES THE CHARGE   *
001293*****************************************************************
001297 77  WS-XFER-MAX                     PIC 9(04)   COMP   VALUE 500.
001301 77  WS-XFER-COUNT                   PIC 9(04)   COMP   VALUE ZERO.
001305 77  WS-XX                           PIC 9(04)   COMP   VALUE ZERO.
001309 01  WS-TRANSFER-TABLE.
001313     05  WS-XFER-ENTRY               OCCURS 500 TIMES.
001317         10  WS-XFER-NUMBER          PIC S9(09)  COMP-3.
001321         10  WS-XFER-YEAR            PIC X(04).
001325         10  WS-XFER-DATE            PIC X(08).
001329         10  WS-XFER-FROM            PIC X(10).
001333         10  WS-XFER-TO              PIC X(10).
001337         10  WS-XFER-REASON          PIC X(08).
001341 77  WS-BILL-CUSTOMER                PIC X(10).
001350
001360*****************************************************************
001370*    CUSTOMER CONTROL-BREAK WORK AREAS                           *
001400     88  FIRST-RECORD                            VALUE "Y".
001410 77  WS-CURRENT-CUSTOMER             PIC X(10)   VALUE SPACES.
001420 77  WS-CUSTOMER-TICKETS             PIC 9(07)   COMP   VALUE ZERO.
001422
001423*****************************************************************
001424*    PRICING - THE RATE FOR THE TICKET IN HAND, AND THE AMOUNT   *
001425*    ACCUMULATORS FOR THE CUSTOMER AND THE WHOLE RUN.  EACH      *
001426*    EXTRACT RECORD IS ONE TICKET, SO THE EXTENDED AMOUNT IS     *
001427*    THE UNIT PRICE TIMES A QUANTITY OF ONE                      *
001428*****************************************************************
001429 77  WS-RATE-FOUND-SWITCH            PIC X(01)   VALUE "N".
001430     88  RATE-FOUND                              VALUE "Y".
001431 77  WS-RATE-YEAR                    PIC X(04).
001432 77  WS-UNIT-PRICE                   PIC S9(07)V99 COMP-3
001433                                     VALUE ZERO.
001434 77  WS-EXTENDED-AMOUNT              PIC S9(09)V99 COMP-3
001435                                     VALUE ZERO.
001436 77  WS-CUSTOMER-AMOUNT              PIC S9(09)V99 COMP-3
001437                                     VALUE ZERO.
001438 77  WS-GRAND-AMOUNT                 PIC S9(11)V99 COMP-3
001439                                     VALUE ZERO.
001440
001441*****************************************************************
001442*    TICKETS REJECTED FOR WANT OF A RATE, KEPT FOR THE REJECT    *
001443*    LISTING AT THE END OF THE STATEMENTS.  EVERY REJECT IS      *
001444*    COUNTED; PAST THE TABLE SIZE THE LISTING SAYS HOW MANY      *
001445*    MORE THERE WERE                                             *
001446*****************************************************************
001447 77  WS-NO-RATE-MAX                  PIC 9(04)   COMP   VALUE 500.
001448 77  WS-NRX                          PIC 9(04)   COMP   VALUE ZERO.
001449 01  WS-NO-RATE-TABLE.
001450     05  WS-NO-RATE-ENTRY            OCCURS 500 TIMES.
001451         10  WS-NR-CUSTOMER-ID       PIC X(10).
001452         10  WS-NR-NUMBER            PIC S9(09)  COMP-3.
001453         10  WS-NR-YEAR              PIC X(04).
001454
001455*****************************************************************
001456*    HELD STATEMENTS - A CUSTOMER WHOSE ADDRESS FAILS THE EDIT,  *
001457*    OR WHO IS NOT ON THE MASTER, HAS ITS WHOLE STATEMENT        *
001458*    WRITTEN TO THE HELD-STATEMENT LIST INSTEAD OF THE           *
001459*    STATEMENT LISTING.  EVERY STATEMENT LINE PASSES THROUGH     *
001460*    WS-STATEMENT-LINE AND 3600-WRITE-STATEMENT-LINE             *
001461*****************************************************************
001462 77  WS-HOLD-SWITCH                  PIC X(01)   VALUE "N".
001463     88  STATEMENT-HELD                          VALUE "Y".
001464 01  WS-STATEMENT-LINE               PIC X(80).
001465
001466*****************************************************************
001467*    ADDRESS EDIT WORK AREA AND STATE/POSTAL EDIT TABLE, FOR     *
001468*    7000-EDIT-ADDRESS                                           *
001469*****************************************************************
001470     COPY ADDREDT.
001471
001472*****************************************************************
001473*    MAILING RECORD, BUILT AS EACH PRINTED STATEMENT CLOSES AND  *
001474*    AGAIN AS THE SORTED FILE IS WRITTEN, AND THE POSTAL-CODE    *
001475*    BREAK FOR THE PRESORT PIECE COUNTS                          *
001476*****************************************************************
001477     COPY TKTMAIL.
001478 77  WS-PRIOR-ZIP                    PIC X(05)   VALUE SPACES.
001479 77  WS-ZIP-PIECES                   PIC 9(07)   COMP   VALUE ZERO.
001480*****************************************************************
001481*    STATEMENT LISTING LINE WORK AREAS                           *
001482*****************************************************************
001483 01  WS-CUSTOMER-LINE.
001484     05  FILLER                      PIC X(02)   VALUE SPACES.
001490     05  FILLER                      PIC X(09)   VALUE
001495         "CUSTOMER ".
001500     05  WS-CUS-ID                   PIC X(10).
001600     05  WS-TKT-DATE                 PIC X(08).
001610     05  FILLER                      PIC X(02)   VALUE SPACES.
001620     05  WS-TKT-STATUS               PIC X(10).
001622     05  FILLER                      PIC X(02)   VALUE SPACES.
001624     05  WS-TKT-PRICE                PIC Z,ZZZ,ZZ9.99.
001626     05  FILLER                      PIC X(02)   VALUE SPACES.
001628     05  WS-TKT-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
001630     05  FILLER                      PIC X(01)   VALUE SPACES.
001640 01  WS-REPORT-LINE.
001650     05  FILLER                      PIC X(02)   VALUE SPACES.
001660     05  WS-RPT-LABEL                PIC X(25).
001670     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
001680     05  FILLER                      PIC X(46)   VALUE SPACES.
001681 01  WS-AMOUNT-LINE.
001682     05  FILLER                      PIC X(02)   VALUE SPACES.
001683     05  WS-AMT-LABEL                PIC X(25).
001684     05  WS-AMT-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001685     05  FILLER                      PIC X(36)   VALUE SPACES.
001686 01  WS-NO-RATE-LINE.
001687     05  FILLER                      PIC X(02)   VALUE SPACES.
001688     05  WS-NRL-FLAG                 PIC X(10).
001689     05  FILLER                      PIC X(01)   VALUE SPACES.
001690     05  WS-NRL-CUSTOMER-ID          PIC X(10).
001691     05  FILLER                      PIC X(02)   VALUE SPACES.
001692     05  WS-NRL-NUMBER               PIC Z(9)9.
001693     05  FILLER                      PIC X(02)   VALUE SPACES.
001694     05  WS-NRL-REASON               PIC X(36).
001695     05  FILLER                      PIC X(07)   VALUE SPACES.
001696 01  WS-XFER-LINE.
001697     05  FILLER                      PIC X(04)   VALUE SPACES.
001698     05  FILLER                      PIC X(07)   VALUE "NUMBER ".
001699     05  WS-XFL-NUMBER               PIC Z(9)9.
001700     05  FILLER                      PIC X(02)   VALUE SPACES.
001701     05  WS-XFL-KIND                 PIC X(10).
001702     05  FILLER                      PIC X(02)   VALUE SPACES.
001703     05  WS-XFL-CUSTOMER             PIC X(10).
001704     05  FILLER                      PIC X(02)   VALUE SPACES.
001705     05  WS-XFL-REASON               PIC X(08).
001706     05  FILLER                      PIC X(02)   VALUE SPACES.
001707     05  WS-XFL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.
001708     05  FILLER                      PIC X(09)   VALUE SPACES.
001709 01  WS-HOLD-LINE.
001710     05  FILLER                      PIC X(04)   VALUE SPACES.
001711     05  FILLER                      PIC X(22)   VALUE
001712         "*HELD* - NOT MAILED - ".
001713     05  WS-HLD-REASON               PIC X(36).
001714     05  FILLER                      PIC X(18)   VALUE SPACES.
001715 01  WS-ZIP-LINE.
001716     05  FILLER                      PIC X(04)   VALUE SPACES.
001717     05  FILLER                      PIC X(12)   VALUE
001718         "POSTAL CODE ".
001719     05  WS-ZIP-CODE                 PIC X(05).
001720     05  FILLER                      PIC X(04)   VALUE SPACES.
001721     05  FILLER                      PIC X(07)   VALUE
001722         "PIECES ".
001723     05  WS-ZIP-COUNT                PIC ZZZ,ZZ9.
001724     05  FILLER                      PIC X(41)   VALUE SPACES.
001725
001726 PROCEDURE DIVISION.
001727*****************************************************************
001728*    0000-MAINLINE                                               *
001730*****************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001800         INPUT PROCEDURE IS 2000-SELECT-TODAY
001810             THRU 2000-EXIT
001820         OUTPUT PROCEDURE IS 3000-STATEMENT-WALK
001825             THRU 3000-EXIT.
001830     PERFORM 4000-BILL-TRANSFERS
001835         THRU 4000-EXIT.
001836     CLOSE MAIL-WORK.
001837     SORT MAIL-SORT
001838         ON ASCENDING KEY MS-POSTAL-CODE
001839                          MS-CUSTOMER-ID
001840         USING MAIL-WORK
001841         OUTPUT PROCEDURE IS 5000-WRITE-MAILING
001842             THRU 5000-EXIT.
001843     PERFORM 8000-FINALIZE
001850         THRU 8000-EXIT.
001860     STOP RUN.
001870
002010     OPEN INPUT  TICKET-XREF
002020          INPUT  TICKET-AUDIT
002030          INPUT  CUSTOMER-MASTER
002035          INPUT  RATE-MASTER
002040          OUTPUT BILLING-EXTRACT
002050          OUTPUT STATEMENT-RPT
002052          OUTPUT HOLD-RPT
002054          OUTPUT MAIL-WORK
002056          OUTPUT MAIL-OUT.
002060     IF WS-XREFIN-STATUS NOT = "00"
002070         DISPLAY "TKTBILL: UNABLE TO OPEN TICKET-XREF, "
002080             "STATUS = " WS-XREFIN-STATUS
002210         MOVE 12 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002232     IF WS-RATEMAST-STATUS NOT = "00"
002234         DISPLAY "TKTBILL: UNABLE TO OPEN RATE-MASTER, "
002235             "STATUS = " WS-RATEMAST-STATUS
002236         MOVE 12 TO RETURN-CODE
002237         STOP RUN
002238     END-IF.
002240     IF WS-BILLEXT-STATUS NOT = "00"
002250         DISPLAY "TKTBILL: UNABLE TO OPEN BILLING-EXTRACT, "
002260             "STATUS = " WS-BILLEXT-STATUS
002330         MOVE 12 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002351     IF WS-HOLDRPT-STATUS NOT = "00"
002352         DISPLAY "TKTBILL: UNABLE TO OPEN HOLD-RPT, "
002353             "STATUS = " WS-HOLDRPT-STATUS
002354         MOVE 12 TO RETURN-CODE
002355         STOP RUN
002356     END-IF.
002357     IF WS-MAILWK-STATUS NOT = "00"
002358         DISPLAY "TKTBILL: UNABLE TO OPEN MAIL-WORK, "
002359             "STATUS = " WS-MAILWK-STATUS
002360         MOVE 12 TO RETURN-CODE
002361         STOP RUN
002362     END-IF.
002363     IF WS-MAILOUT-STATUS NOT = "00"
002364         DISPLAY "TKTBILL: UNABLE TO OPEN MAIL-OUT, "
002365             "STATUS = " WS-MAILOUT-STATUS
002366         MOVE 12 TO RETURN-CODE
002367         STOP RUN
002368     END-IF.
002369     PERFORM 1200-LOAD-SERIES-VOIDS
002370         THRU 1200-EXIT.
002380     MOVE SPACES TO STATEMENT-RPT-LINE.
002390     MOVE "DAILY BILLING STATEMENTS" TO STATEMENT-RPT-LINE.
002460         INTO STATEMENT-RPT-LINE
002470     END-STRING.
002480     WRITE STATEMENT-RPT-LINE.
002481     MOVE SPACES TO HOLD-RPT-LINE.
002482     MOVE "HELD STATEMENTS - ADDRESS WILL NOT DELIVER"
002483         TO HOLD-RPT-LINE.
002484     WRITE HOLD-RPT-LINE.
002485     MOVE STATEMENT-RPT-LINE TO HOLD-RPT-LINE.
002486     WRITE HOLD-RPT-LINE.
002490 1000-EXIT.
002500     EXIT.
002510
002520*****************************************************************
002530*    1200-LOAD-SERIES-VOIDS - ONE PASS OVER THE AUDIT TRAIL,     *
002540*    TABLING EVERY NUMBER WITH A TYPE-V RECORD IN THE RUN        *
002550*    SERIES, WHATEVER THE VOID DATE, AND EVERY TYPE-T TRANSFER   *
002555*    RECORD IN THE RUN SERIES DATED TODAY                        *
002560*****************************************************************
002570 1200-LOAD-SERIES-VOIDS.
002580     PERFORM 1250-SCAN-VOID-RECORD
002640
002650*****************************************************************
002660*    1250-SCAN-VOID-RECORD - READ ONE AUDIT RECORD AND TABLE     *
002670*    ITS NUMBER IF IT IS A VOID IN THE RUN SERIES, OR A          *
002675*    TRANSFER IN THE RUN SERIES MADE TODAY                       *
002680*****************************************************************
002685 1250-SCAN-VOID-RECORD.
002690     READ TICKET-AUDIT
002695         AT END
002700             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
002705             GO TO 1250-EXIT
002710     END-READ.
002715     IF TA-TRANSFER-RECORD
002720         AND TA-SERIES-CODE = WS-SERIES-CODE
002723         AND TA-ISSUE-DATE = WS-CURRENT-DATE
002726         PERFORM 1260-TABLE-TRANSFER
002729             THRU 1260-EXIT
002732         GO TO 1250-EXIT
002735     END-IF.
002738     IF TA-VOID-RECORD
002741         AND TA-SERIES-CODE = WS-SERIES-CODE
002744         IF WS-VOID-COUNT >= WS-VOID-MAX
002747             DISPLAY "TKTBILL: MORE THAN " WS-VOID-MAX
002750                 " VOIDS IN SERIES " WS-SERIES-CODE
002753                 ", ARCHIVE THE AUDIT TRAIL FIRST"
002756             MOVE 8 TO RETURN-CODE
002759             STOP RUN
002762         END-IF
002765         ADD 1 TO WS-VOID-COUNT
002768         MOVE TA-TICKET-NUMBER TO WS-VOID-NUMBER (WS-VOID-COUNT)
002771         MOVE TA-FISCAL-YEAR TO WS-VOID-YEAR (WS-VOID-COUNT)
002774     END-IF.
002777 1250-EXIT.
002780     EXIT.
002783
002786*****************************************************************
002789*    1260-TABLE-TRANSFER - KEEP ONE OF TODAY'S TRANSFERS FOR     *
002792*    THE CREDIT AND REBILL LINES                                 *
002795*****************************************************************
002798 1260-TABLE-TRANSFER.
002801     IF WS-XFER-COUNT >= WS-XFER-MAX
002804         DISPLAY "TKTBILL: MORE THAN " WS-XFER-MAX
002807             " TRANSFERS TODAY IN SERIES " WS-SERIES-CODE
002810         MOVE 8 TO RETURN-CODE
002813         STOP RUN
002816     END-IF.
002819     ADD 1 TO WS-XFER-COUNT.
002822     MOVE TA-TICKET-NUMBER TO WS-XFER-NUMBER (WS-XFER-COUNT).
002825     MOVE TA-FISCAL-YEAR TO WS-XFER-YEAR (WS-XFER-COUNT).
002828     MOVE TA-ISSUE-DATE TO WS-XFER-DATE (WS-XFER-COUNT).
002831     MOVE TA-XFER-FROM-CUSTOMER TO WS-XFER-FROM (WS-XFER-COUNT).
002834     MOVE TA-XFER-TO-CUSTOMER TO WS-XFER-TO (WS-XFER-COUNT).
002837     MOVE TA-XFER-REASON TO WS-XFER-REASON (WS-XFER-COUNT).
002840 1260-EXIT.
002843     EXIT.
002881
002882*****************************************************************
002883*    1300-VERIFY-XREF-TRAILER - PROVE TODAY'S RECORDS COMPLETE   *
003490
003500*****************************************************************
003510*    3200-PROCESS-ONE-TICKET - BREAK ON A NEW CUSTOMER, THEN     *
003520*    PRINT THE TICKET AS BILLED, VOIDED, OR REJECTED FOR WANT    *
003530*    OF A RATE, WRITING A PRICED EXTRACT RECORD ONLY WHEN IT     *
003535*    IS BILLED                                                   *
003540*****************************************************************
003550 3200-PROCESS-ONE-TICKET.
003560     IF FIRST-RECORD
003670     IF NUMBER-IS-VOIDED
003680         ADD 1 TO WS-COUNT-VOIDED
003690         MOVE "*VOIDED*" TO WS-TKT-STATUS
003700         GO TO 3200-PRINT
003710     END-IF.
003711     MOVE SX-FISCAL-YEAR TO WS-RATE-YEAR.
003712     PERFORM 3280-LOOK-UP-RATE
003714         THRU 3280-EXIT.
003716     IF NOT RATE-FOUND
003718         MOVE "*NO RATE*" TO WS-TKT-STATUS
003720         PERFORM 3290-TABLE-NO-RATE
003722             THRU 3290-EXIT
003724         GO TO 3200-PRINT
003726     END-IF.
003728     ADD 1 TO WS-COUNT-BILLED.
003730     MOVE "BILLED" TO WS-TKT-STATUS.
003732     MOVE WS-UNIT-PRICE TO WS-EXTENDED-AMOUNT.
003734     ADD WS-EXTENDED-AMOUNT TO WS-CUSTOMER-AMOUNT.
003736     ADD WS-EXTENDED-AMOUNT TO WS-GRAND-AMOUNT.
003738     MOVE WS-UNIT-PRICE TO WS-TKT-PRICE.
003740     MOVE WS-EXTENDED-AMOUNT TO WS-TKT-AMOUNT.
003742     PERFORM 3300-WRITE-EXTRACT
003744         THRU 3300-EXIT.
003750 3200-PRINT.
003755     MOVE WS-TICKET-LINE TO WS-STATEMENT-LINE.
003760     PERFORM 3600-WRITE-STATEMENT-LINE
003765         THRU 3600-EXIT.
003770     PERFORM 3100-RETURN-SORTED-RECORD
003780         THRU 3100-EXIT.
003790 3200-EXIT.
004010     END-IF.
004020 3260-EXIT.
004030     EXIT.
004031
004032*****************************************************************
004033*    3280-LOOK-UP-RATE - READ THE RATE MASTER FOR THE RUN        *
004034*    SERIES AND THE FISCAL YEAR IN WS-RATE-YEAR.  A TICKET WITH  *
004035*    NO YEAR CANNOT BE PRICED AND IS TREATED AS HAVING NO RATE   *
004036*****************************************************************
004037 3280-LOOK-UP-RATE.
004038     MOVE "N" TO WS-RATE-FOUND-SWITCH.
004039     MOVE ZERO TO WS-UNIT-PRICE.
004040     IF WS-RATE-YEAR = SPACES
004041         GO TO 3280-EXIT
004042     END-IF.
004043     MOVE WS-SERIES-CODE TO RT-SERIES-CODE.
004044     MOVE WS-RATE-YEAR TO RT-FISCAL-YEAR.
004045     READ RATE-MASTER
004046         INVALID KEY
004047             GO TO 3280-EXIT
004048     END-READ.
004049     MOVE "Y" TO WS-RATE-FOUND-SWITCH.
004050     MOVE RT-UNIT-PRICE TO WS-UNIT-PRICE.
004051 3280-EXIT.
004054     EXIT.
004057
004060*****************************************************************
004063*    3290-TABLE-NO-RATE - COUNT A TICKET REJECTED FOR WANT OF A  *
004066*    RATE AND KEEP IT FOR THE REJECT LISTING                     *
004069*****************************************************************
004072 3290-TABLE-NO-RATE.
004075     ADD 1 TO WS-COUNT-NO-RATE.
004078     IF WS-COUNT-NO-RATE > WS-NO-RATE-MAX
004081         GO TO 3290-EXIT
004084     END-IF.
004087     MOVE SX-CUSTOMER-ID TO WS-NR-CUSTOMER-ID (WS-COUNT-NO-RATE).
004090     MOVE SX-TICKET-NUMBER TO WS-NR-NUMBER (WS-COUNT-NO-RATE).
004093     MOVE SX-FISCAL-YEAR TO WS-NR-YEAR (WS-COUNT-NO-RATE).
004096 3290-EXIT.
004099     EXIT.
004102
004105*****************************************************************
004108*    3300-WRITE-EXTRACT - WRITE ONE BILLABLE TICKET TO THE       *
004111*    BILLING EXTRACT                                             *
004114*****************************************************************
004117 3300-WRITE-EXTRACT.
004120     MOVE SPACES TO BX-EXTRACT-RECORD.
004123     MOVE SX-CUSTOMER-ID TO BX-CUSTOMER-ID.
004126     MOVE SX-TICKET-NUMBER TO BX-TICKET-NUMBER.
004129     MOVE SX-ISSUE-DATE TO BX-ISSUE-DATE.
004132     MOVE SX-FISCAL-YEAR TO BX-FISCAL-YEAR.
004135     MOVE WS-CURRENT-DATE TO BX-BILL-DATE.
004138     MOVE WS-SERIES-CODE TO BX-SERIES-CODE.
004141     MOVE WS-UNIT-PRICE TO BX-UNIT-PRICE.
004144     MOVE WS-EXTENDED-AMOUNT TO BX-EXTENDED-AMOUNT.
004147     WRITE BX-EXTRACT-RECORD.
004150     IF WS-BILLEXT-STATUS NOT = "00"
004153         DISPLAY "TKTBILL: UNABLE TO WRITE BILLING-EXTRACT, "
004156             "STATUS = " WS-BILLEXT-STATUS
004159         MOVE 12 TO RETURN-CODE
004162         STOP RUN
004165     END-IF.
004168 3300-EXIT.
004171     EXIT.
004174
004177*****************************************************************
004180*    3400-START-NEW-CUSTOMER - CLOSE OUT THE PRIOR CUSTOMER,     *
004183*    LOOK THE NEW ONE UP ON THE MASTER, EDIT ITS ADDRESS TO      *
004184*    DECIDE WHETHER THE STATEMENT PRINTS OR IS HELD, AND PRINT   *
004185*    ITS HEADER                                                  *
004186*****************************************************************
004189 3400-START-NEW-CUSTOMER.
004192     IF NOT FIRST-RECORD
004195         PERFORM 3500-CLOSE-OUT-CUSTOMER
004198             THRU 3500-EXIT
004201     END-IF.
004204     MOVE "N" TO WS-FIRST-RECORD-SWITCH.
004207     MOVE SX-CUSTOMER-ID TO WS-CURRENT-CUSTOMER.
004210     MOVE ZERO TO WS-CUSTOMER-TICKETS.
004213     MOVE ZERO TO WS-CUSTOMER-AMOUNT.
004216     ADD 1 TO WS-COUNT-CUSTOMERS.
004219     MOVE SX-CUSTOMER-ID TO WS-CUS-ID.
004222     MOVE SX-CUSTOMER-ID TO CM-CUSTOMER-ID.
004225     READ CUSTOMER-MASTER
004228         INVALID KEY
004231             ADD 1 TO WS-COUNT-NO-MASTER
004234             MOVE "** NOT ON CUSTOMER MASTER **" TO WS-CUS-NAME
004237             MOVE SPACES TO CM-RECORD
004240         NOT INVALID KEY
004243             MOVE CM-CUSTOMER-NAME TO WS-CUS-NAME
004246     END-READ.
004249     MOVE "N" TO WS-HOLD-SWITCH.
004250     MOVE SPACES TO WS-HLD-REASON.
004251     IF CM-CUSTOMER-ID = SPACES
004252         MOVE "Y" TO WS-HOLD-SWITCH
004253         MOVE "CUSTOMER NOT ON MASTER FILE" TO WS-HLD-REASON
004254     ELSE
004255         MOVE CM-ADDR-LINE-1 TO AE-ADDR-LINE-1
004256         MOVE CM-ADDR-CITY TO AE-ADDR-CITY
004257         MOVE CM-ADDR-STATE TO AE-ADDR-STATE
004258         MOVE CM-ADDR-POSTAL TO AE-ADDR-POSTAL
004259         PERFORM 7000-EDIT-ADDRESS
004260             THRU 7000-EXIT
004261         IF NOT AE-ADDRESS-GOOD
004262             MOVE "Y" TO WS-HOLD-SWITCH
004263             MOVE AE-REASON-TEXT TO WS-HLD-REASON
004264         END-IF
004265     END-IF.
004266     IF STATEMENT-HELD
004267         ADD 1 TO WS-COUNT-HELD
004268     END-IF.
004269*    THE MAILING RECORD TAKES THE NAME AND ADDRESS NOW; THE
004270*    COUNT AND AMOUNT ARE FILLED IN WHEN THE CUSTOMER CLOSES
004271     MOVE SPACES TO MR-MAIL-RECORD.
004272     MOVE "D" TO MR-RECORD-TYPE.
004273     MOVE CM-ADDR-POSTAL TO MR-POSTAL-CODE.
004274     MOVE SX-CUSTOMER-ID TO MR-CUSTOMER-ID.
004275     MOVE CM-CUSTOMER-NAME TO MR-CUSTOMER-NAME.
004276     MOVE CM-ADDR-LINE-1 TO MR-ADDR-LINE-1.
004277     MOVE CM-ADDR-LINE-2 TO MR-ADDR-LINE-2.
004278     MOVE CM-ADDR-CITY TO MR-ADDR-CITY.
004279     MOVE CM-ADDR-STATE TO MR-ADDR-STATE.
004280     MOVE ZERO TO MR-PIECE-COUNT.
004281     MOVE WS-CURRENT-DATE TO MR-BILL-DATE.
004282     MOVE SPACES TO WS-STATEMENT-LINE.
004283     PERFORM 3600-WRITE-STATEMENT-LINE
004284         THRU 3600-EXIT.
004285     MOVE WS-CUSTOMER-LINE TO WS-STATEMENT-LINE.
004286     PERFORM 3600-WRITE-STATEMENT-LINE
004287         THRU 3600-EXIT.
004288     IF STATEMENT-HELD
004289         MOVE WS-HOLD-LINE TO WS-STATEMENT-LINE
004290         PERFORM 3600-WRITE-STATEMENT-LINE
004291             THRU 3600-EXIT
004292     END-IF.
004293*    A HELD STATEMENT SHOWS THE ADDRESS AS IT STANDS, BLANK
004294*    LINE 1 OR NOT, SO THE OFFICE CAN SEE WHAT TO CORRECT
004295     IF CM-ADDR-LINE-1 NOT = SPACES
004296         OR (STATEMENT-HELD
004297         AND CM-CUSTOMER-ID NOT = SPACES)
004298         MOVE CM-ADDR-LINE-1 TO WS-ADR-LINE-1
004299         MOVE CM-ADDR-CITY TO WS-ADR-CITY
004300         MOVE CM-ADDR-STATE TO WS-ADR-STATE
004301         MOVE CM-ADDR-POSTAL TO WS-ADR-POSTAL
004302         MOVE WS-ADDRESS-LINE TO WS-STATEMENT-LINE
004303         PERFORM 3600-WRITE-STATEMENT-LINE
004304             THRU 3600-EXIT
004305     END-IF.
004306 3400-EXIT.
004307     EXIT.
004308
004309*****************************************************************
004310*    3500-CLOSE-OUT-CUSTOMER - PRINT THE CLOSING CUSTOMER'S      *
004311*    TICKET COUNT AND BILLED AMOUNT, AND FILE THE MAILING        *
004312*    RECORD FOR A STATEMENT THAT PRINTED                         *
004313*****************************************************************
004314 3500-CLOSE-OUT-CUSTOMER.
004315     MOVE SPACES TO WS-REPORT-LINE.
004316     MOVE "TICKETS THIS CUSTOMER." TO WS-RPT-LABEL.
004317     MOVE WS-CUSTOMER-TICKETS TO WS-RPT-COUNT.
004318     MOVE WS-REPORT-LINE TO WS-STATEMENT-LINE.
004319     PERFORM 3600-WRITE-STATEMENT-LINE
004320         THRU 3600-EXIT.
004321     MOVE SPACES TO WS-AMOUNT-LINE.
004322     MOVE "AMOUNT THIS CUSTOMER.." TO WS-AMT-LABEL.
004323     MOVE WS-CUSTOMER-AMOUNT TO WS-AMT-VALUE.
004324     MOVE WS-AMOUNT-LINE TO WS-STATEMENT-LINE.
004325     PERFORM 3600-WRITE-STATEMENT-LINE
004326         THRU 3600-EXIT.
004327     IF STATEMENT-HELD
004328         GO TO 3500-EXIT
004329     END-IF.
004330     MOVE WS-CUSTOMER-TICKETS TO MR-TICKET-COUNT.
004331     MOVE WS-CUSTOMER-AMOUNT TO MR-AMOUNT.
004332     WRITE MW-WORK-RECORD FROM MR-MAIL-RECORD.
004333     IF WS-MAILWK-STATUS NOT = "00"
004334         DISPLAY "TKTBILL: UNABLE TO WRITE MAIL-WORK, "
004335             "STATUS = " WS-MAILWK-STATUS
004336         MOVE 12 TO RETURN-CODE
004337         STOP RUN
004338     END-IF.
004339     ADD 1 TO WS-COUNT-MAILED.
004340 3500-EXIT.
004341     EXIT.
004342
004343*****************************************************************
004344*    3600-WRITE-STATEMENT-LINE - WRITE WS-STATEMENT-LINE TO THE  *
004345*    STATEMENT LISTING, OR TO THE HELD-STATEMENT LIST WHEN THE   *
004346*    CUSTOMER IN HAND IS HELD                                    *
004347*****************************************************************
004348 3600-WRITE-STATEMENT-LINE.
004349     IF STATEMENT-HELD
004350         WRITE HOLD-RPT-LINE FROM WS-STATEMENT-LINE
004351     ELSE
004352         WRITE STATEMENT-RPT-LINE FROM WS-STATEMENT-LINE
004353     END-IF.
004354 3600-EXIT.
004355     EXIT.
004356
004357*****************************************************************
004358*    4000-BILL-TRANSFERS - AFTER THE STATEMENTS, LIST AND BILL   *
004359*    TODAY'S TRANSFERS.  THE OLD CUSTOMER IS CREDITED AND THE    *
004360*    NEW ONE REBILLED AT THE DOCUMENT'S RATE, SO THE CHARGE      *
004361*    FOLLOWS THE DOCUMENT AND THE RUN TOTAL IS UNCHANGED         *
004362*****************************************************************
004363 4000-BILL-TRANSFERS.
004364     IF WS-XFER-COUNT = ZERO
004365         GO TO 4000-EXIT
004366     END-IF.
004367     MOVE SPACES TO STATEMENT-RPT-LINE.
004369     WRITE STATEMENT-RPT-LINE.
004372     MOVE SPACES TO STATEMENT-RPT-LINE.
004375     MOVE "TRANSFERS - CREDIT THE OLD CUSTOMER, REBILL THE NEW"
004378         TO STATEMENT-RPT-LINE.
004381     WRITE STATEMENT-RPT-LINE.
004384     PERFORM 4100-BILL-ONE-TRANSFER
004387         THRU 4100-EXIT
004390         VARYING WS-XX FROM 1 BY 1
004393         UNTIL WS-XX > WS-XFER-COUNT.
004396 4000-EXIT.
004399     EXIT.
004402
004405*****************************************************************
004408*    4100-BILL-ONE-TRANSFER - PRICE ONE TRANSFER AND WRITE ITS   *
004411*    CREDIT AND REBILL LINES.  WITH NO RATE FOR ITS YEAR IT IS   *
004414*    REJECTED AND LISTED WITH THE OTHER NO-RATE TICKETS          *
004417*****************************************************************
004420 4100-BILL-ONE-TRANSFER.
004423     MOVE SPACES TO WS-XFER-LINE.
004426     MOVE WS-XFER-NUMBER (WS-XX) TO WS-XFL-NUMBER.
004429     MOVE WS-XFER-REASON (WS-XX) TO WS-XFL-REASON.
004432     MOVE WS-XFER-YEAR (WS-XX) TO WS-RATE-YEAR.
004435     PERFORM 3280-LOOK-UP-RATE
004438         THRU 3280-EXIT.
004441     IF NOT RATE-FOUND
004444         MOVE "*NO RATE*" TO WS-XFL-KIND
004447         MOVE WS-XFER-TO (WS-XX) TO WS-XFL-CUSTOMER
004450         WRITE STATEMENT-RPT-LINE FROM WS-XFER-LINE
004453         ADD 1 TO WS-COUNT-NO-RATE
004456         IF WS-COUNT-NO-RATE NOT > WS-NO-RATE-MAX
004459             MOVE WS-XFER-TO (WS-XX)
004462                 TO WS-NR-CUSTOMER-ID (WS-COUNT-NO-RATE)
004465             MOVE WS-XFER-NUMBER (WS-XX)
004468                 TO WS-NR-NUMBER (WS-COUNT-NO-RATE)
004471             MOVE WS-XFER-YEAR (WS-XX)
004474                 TO WS-NR-YEAR (WS-COUNT-NO-RATE)
004477         END-IF
004480         GO TO 4100-EXIT
004483     END-IF.
004486     ADD 1 TO WS-COUNT-XFER-BILLED.
004489     COMPUTE WS-EXTENDED-AMOUNT = ZERO - WS-UNIT-PRICE.
004492     MOVE WS-XFER-FROM (WS-XX) TO WS-BILL-CUSTOMER.
004495     MOVE "CREDIT" TO WS-XFL-KIND.
004498     PERFORM 4200-WRITE-TRANSFER-LINE
004501         THRU 4200-EXIT.
004504     MOVE WS-UNIT-PRICE TO WS-EXTENDED-AMOUNT.
004507     MOVE WS-XFER-TO (WS-XX) TO WS-BILL-CUSTOMER.
004510     MOVE "REBILL" TO WS-XFL-KIND.
004513     PERFORM 4200-WRITE-TRANSFER-LINE
004516         THRU 4200-EXIT.
004519 4100-EXIT.
004522     EXIT.
004525
004528*****************************************************************
004531*    4200-WRITE-TRANSFER-LINE - WRITE ONE CREDIT OR REBILL LINE  *
004534*    TO THE EXTRACT AND THE LISTING.  THE ISSUE DATE CARRIES     *
004537*    THE TRANSFER DATE                                           *
004540*****************************************************************
004543 4200-WRITE-TRANSFER-LINE.
004546     MOVE SPACES TO BX-EXTRACT-RECORD.
004549     MOVE WS-BILL-CUSTOMER TO BX-CUSTOMER-ID.
004552     MOVE WS-XFER-NUMBER (WS-XX) TO BX-TICKET-NUMBER.
004555     MOVE WS-XFER-DATE (WS-XX) TO BX-ISSUE-DATE.
004558     MOVE WS-XFER-YEAR (WS-XX) TO BX-FISCAL-YEAR.
004561     MOVE WS-CURRENT-DATE TO BX-BILL-DATE.
004564     MOVE WS-SERIES-CODE TO BX-SERIES-CODE.
004567     MOVE WS-UNIT-PRICE TO BX-UNIT-PRICE.
004570     MOVE WS-EXTENDED-AMOUNT TO BX-EXTENDED-AMOUNT.
004573     WRITE BX-EXTRACT-RECORD.
004576     IF WS-BILLEXT-STATUS NOT = "00"
004579         DISPLAY "TKTBILL: UNABLE TO WRITE BILLING-EXTRACT, "
004582             "STATUS = " WS-BILLEXT-STATUS
004585         MOVE 12 TO RETURN-CODE
004588         STOP RUN
004591     END-IF.
004594     ADD 1 TO WS-COUNT-XFER-LINES.
004597     ADD WS-EXTENDED-AMOUNT TO WS-GRAND-AMOUNT.
004600     MOVE WS-BILL-CUSTOMER TO WS-XFL-CUSTOMER.
004603     MOVE WS-EXTENDED-AMOUNT TO WS-XFL-AMOUNT.
004606     WRITE STATEMENT-RPT-LINE FROM WS-XFER-LINE.
004609 4200-EXIT.
004612     EXIT.
004640
004641*****************************************************************
004642*    5000-WRITE-MAILING - SORT OUTPUT PROCEDURE.  WRITE THE      *
004643*    PRINTED STATEMENTS' MAILING RECORDS IN POSTAL-CODE ORDER,   *
004644*    A COUNT RECORD AFTER EACH FIVE-DIGIT CODE AND THE TRAILER   *
004645*    AT THE END, AND PRINT THE PIECE COUNTS AFTER THE            *
004646*    STATEMENTS FOR THE PRESORT POSTAGE STATEMENT                *
004647*****************************************************************
004648 5000-WRITE-MAILING.
004649     MOVE SPACES TO STATEMENT-RPT-LINE.
004650     WRITE STATEMENT-RPT-LINE.
004651     MOVE SPACES TO STATEMENT-RPT-LINE.
004652     MOVE "PRESORT MAILING - PIECES BY POSTAL CODE"
004653         TO STATEMENT-RPT-LINE.
004654     WRITE STATEMENT-RPT-LINE.
004655     PERFORM 5100-RETURN-MAIL
004656         THRU 5100-EXIT.
004657     PERFORM 5200-WRITE-ONE-MAIL
004658         THRU 5200-EXIT
004659         UNTIL MAIL-SORT-AT-END.
004660     IF WS-PRIOR-ZIP NOT = SPACES
004661         PERFORM 5300-CLOSE-POSTAL-CODE
004662             THRU 5300-EXIT
004663     END-IF.
004664     MOVE SPACES TO MR-MAIL-RECORD.
004665     MOVE "T" TO MR-RECORD-TYPE.
004666     MOVE "*TRAILER**" TO MR-CUSTOMER-ID.
004667     MOVE ZERO TO MR-TICKET-COUNT.
004668     MOVE ZERO TO MR-AMOUNT.
004669     MOVE WS-COUNT-MAILED TO MR-PIECE-COUNT.
004670     MOVE WS-CURRENT-DATE TO MR-BILL-DATE.
004671     PERFORM 5400-PUT-MAIL-RECORD
004672         THRU 5400-EXIT.
004673 5000-EXIT.
004674     EXIT.
004675
004676*****************************************************************
004677*    5100-RETURN-MAIL - RETURN THE NEXT SORTED MAILING RECORD    *
004678*****************************************************************
004679 5100-RETURN-MAIL.
004680     RETURN MAIL-SORT
004681         AT END
004682             MOVE "Y" TO WS-MAIL-EOF-SWITCH
004683     END-RETURN.
004684 5100-EXIT.
004685     EXIT.
004686
004687*****************************************************************
004688*    5200-WRITE-ONE-MAIL - CLOSE THE PRIOR POSTAL CODE ON A      *
004689*    CHANGE OF THE FIRST FIVE DIGITS, THEN WRITE THE DETAIL      *
004690*****************************************************************
004691 5200-WRITE-ONE-MAIL.
004692     IF MS-POSTAL-CODE (1:5) NOT = WS-PRIOR-ZIP
004693         IF WS-PRIOR-ZIP NOT = SPACES
004694             PERFORM 5300-CLOSE-POSTAL-CODE
004695                 THRU 5300-EXIT
004696         END-IF
004697         MOVE MS-POSTAL-CODE (1:5) TO WS-PRIOR-ZIP
004698         MOVE ZERO TO WS-ZIP-PIECES
004699     END-IF.
004700     MOVE MS-SORT-RECORD TO MR-MAIL-RECORD.
004701     PERFORM 5400-PUT-MAIL-RECORD
004702         THRU 5400-EXIT.
004703     ADD 1 TO WS-ZIP-PIECES.
004704     PERFORM 5100-RETURN-MAIL
004705         THRU 5100-EXIT.
004706 5200-EXIT.
004707     EXIT.
004708
004709*****************************************************************
004710*    5300-CLOSE-POSTAL-CODE - WRITE THE COUNT RECORD FOR THE     *
004711*    POSTAL CODE JUST FINISHED AND PRINT ITS PIECE COUNT         *
004712*****************************************************************
004713 5300-CLOSE-POSTAL-CODE.
004714     ADD 1 TO WS-COUNT-ZIP-CODES.
004715     MOVE SPACES TO MR-MAIL-RECORD.
004716     MOVE "C" TO MR-RECORD-TYPE.
004717     MOVE WS-PRIOR-ZIP TO MR-ZIP-CODE.
004718     MOVE ZERO TO MR-TICKET-COUNT.
004719     MOVE ZERO TO MR-AMOUNT.
004720     MOVE WS-ZIP-PIECES TO MR-PIECE-COUNT.
004721     MOVE WS-CURRENT-DATE TO MR-BILL-DATE.
004722     PERFORM 5400-PUT-MAIL-RECORD
004723         THRU 5400-EXIT.
004724     MOVE WS-PRIOR-ZIP TO WS-ZIP-CODE.
004725     MOVE WS-ZIP-PIECES TO WS-ZIP-COUNT.
004726     WRITE STATEMENT-RPT-LINE FROM WS-ZIP-LINE.
004727 5300-EXIT.
004728     EXIT.
004729
004730*****************************************************************
004731*    5400-PUT-MAIL-RECORD - WRITE ONE RECORD TO THE MAILING      *
004732*    FILE                                                        *
004733*****************************************************************
004734 5400-PUT-MAIL-RECORD.
004735     WRITE MAIL-OUT-RECORD FROM MR-MAIL-RECORD.
004736     IF WS-MAILOUT-STATUS NOT = "00"
004737         DISPLAY "TKTBILL: UNABLE TO WRITE MAIL-OUT, "
004738             "STATUS = " WS-MAILOUT-STATUS
004739         MOVE 12 TO RETURN-CODE
004740         STOP RUN
004741     END-IF.
004742 5400-EXIT.
004743     EXIT.
004744
004745*****************************************************************
004746*    7000-EDIT-ADDRESS - JUDGE THE ADDRESS IN THE AE- FIELDS     *
004747*    AGAINST THE STATE/POSTAL EDIT TABLE.  AE-ADDRESS-GOOD IS    *
004748*    TRUE WHEN IT WILL DELIVER; OTHERWISE AE-REASON-CODE AND     *
004749*    AE-REASON-TEXT CARRY THE FIRST RULE IT FAILED (ADDREDT)     *
004750*****************************************************************
004751 7000-EDIT-ADDRESS.
004752     MOVE SPACES TO AE-REASON-CODE.
004753     MOVE SPACES TO AE-REASON-TEXT.
004754     IF AE-ADDR-LINE-1 = SPACES
004755         MOVE "L1" TO AE-REASON-CODE
004756         MOVE "ADDRESS LINE 1 IS BLANK" TO AE-REASON-TEXT
004757         GO TO 7000-EXIT
004758     END-IF.
004759     IF AE-ADDR-CITY = SPACES
004760         MOVE "CY" TO AE-REASON-CODE
004761         MOVE "CITY IS BLANK" TO AE-REASON-TEXT
004762         GO TO 7000-EXIT
004763     END-IF.
004764     IF AE-ADDR-STATE = SPACES
004765         MOVE "SB" TO AE-REASON-CODE
004766         MOVE "STATE CODE IS BLANK" TO AE-REASON-TEXT
004767         GO TO 7000-EXIT
004768     END-IF.
004769     IF AE-ADDR-POSTAL = SPACES
004770         MOVE "PB" TO AE-REASON-CODE
004771         MOVE "POSTAL CODE IS BLANK" TO AE-REASON-TEXT
004772         GO TO 7000-EXIT
004773     END-IF.
004774     MOVE "N" TO AE-STATE-SWITCH.
004775     MOVE "N" TO AE-RANGE-SWITCH.
004776     PERFORM 7050-MATCH-STATE-ENTRY
004777         THRU 7050-EXIT
004778         VARYING AE-SX FROM 1 BY 1
004779         UNTIL AE-SX > AE-STATE-COUNT.
004780     IF NOT AE-STATE-FOUND
004781         MOVE "SX" TO AE-REASON-CODE
004782         MOVE "STATE CODE NOT ON THE EDIT TABLE"
004783             TO AE-REASON-TEXT
004784         GO TO 7000-EXIT
004785     END-IF.
004786     IF AE-ZIP-CODE NOT NUMERIC
004787         GO TO 7000-BAD-FORMAT
004788     END-IF.
004789     IF AE-ZIP-DASH = SPACE
004790         AND AE-ZIP-PLUS-4 = SPACES
004791         GO TO 7000-CHECK-RANGE
004792     END-IF.
004793     IF AE-ZIP-DASH = "-"
004794         AND AE-ZIP-PLUS-4 NUMERIC
004795         GO TO 7000-CHECK-RANGE
004796     END-IF.
004797 7000-BAD-FORMAT.
004798     MOVE "PF" TO AE-REASON-CODE.
004799     MOVE "POSTAL CODE NOT 99999 OR 99999-9999"
004800         TO AE-REASON-TEXT.
004801     GO TO 7000-EXIT.
004802 7000-CHECK-RANGE.
004803     IF NOT AE-PREFIX-IN-RANGE
004804         MOVE "PS" TO AE-REASON-CODE
004805         MOVE "POSTAL CODE DOES NOT MATCH STATE"
004806             TO AE-REASON-TEXT
004807     END-IF.
004808 7000-EXIT.
004809     EXIT.
004810
004811*****************************************************************
004812*    7050-MATCH-STATE-ENTRY - TEST ONE EDIT TABLE ENTRY.  A      *
004813*    STATE WITH SPLIT RANGES HAS SEVERAL ENTRIES; THE POSTAL     *
004814*    CODE NEED FALL IN ONLY ONE OF THEM                          *
004815*****************************************************************
004816 7050-MATCH-STATE-ENTRY.
004817     IF AE-TBL-STATE (AE-SX) NOT = AE-ADDR-STATE
004818         GO TO 7050-EXIT
004819     END-IF.
004820     MOVE "Y" TO AE-STATE-SWITCH.
004821     IF AE-ZIP-PREFIX NOT < AE-TBL-ZIP-LOW (AE-SX)
004822         AND AE-ZIP-PREFIX NOT > AE-TBL-ZIP-HIGH (AE-SX)
004823         MOVE "Y" TO AE-RANGE-SWITCH
004824     END-IF.
004825 7050-EXIT.
004826     EXIT.
004827
004828*****************************************************************
004829*    8000-FINALIZE - PRINT THE RUN TOTALS, POST THE RETURN       *
004830*    CODE, AND CLOSE THE FILES                                   *
004831*****************************************************************
004832 8000-FINALIZE.
004833     MOVE SPACES TO STATEMENT-RPT-LINE.
004834     WRITE STATEMENT-RPT-LINE.
004835     MOVE SPACES TO STATEMENT-RPT-LINE.
004836     MOVE "BILLING RUN TOTALS" TO STATEMENT-RPT-LINE.
004837     WRITE STATEMENT-RPT-LINE.
004838     MOVE SPACES TO STATEMENT-RPT-LINE.
004839     WRITE STATEMENT-RPT-LINE.
004840
004841     MOVE SPACES TO WS-REPORT-LINE.
004842     MOVE "XREF RECORDS READ....." TO WS-RPT-LABEL.
004843     MOVE WS-COUNT-XREF-READ TO WS-RPT-COUNT.
004844     WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE.
004845
004846     MOVE SPACES TO WS-REPORT-LINE.
004847     MOVE "ASSIGNED TODAY........" TO WS-RPT-LABEL.
004850     MOVE WS-COUNT-TODAY TO WS-RPT-COUNT.
004860     WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE.
004870
005030     MOVE SPACES TO WS-REPORT-LINE.
005040     MOVE "IDS NOT ON MASTER....." TO WS-RPT-LABEL.
005050     MOVE WS-COUNT-NO-MASTER TO WS-RPT-COUNT.
005051     WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE.
005052
005053     MOVE SPACES TO WS-REPORT-LINE.
005054     MOVE "REJECTED - NO RATE...." TO WS-RPT-LABEL.
005055     MOVE WS-COUNT-NO-RATE TO WS-RPT-COUNT.
005056     WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE.
005057
005058     MOVE SPACES TO WS-REPORT-LINE.
005059     MOVE "TRANSFERS BILLED......" TO WS-RPT-LABEL.
005060     MOVE WS-COUNT-XFER-BILLED TO WS-RPT-COUNT.
005061     WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE.
005062
005063     MOVE SPACES TO WS-REPORT-LINE.
005064     MOVE "STATEMENTS MAILED....." TO WS-RPT-LABEL.
005065     MOVE WS-COUNT-MAILED TO WS-RPT-COUNT.
005066     WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE.
005067
005068     MOVE SPACES TO WS-REPORT-LINE.
005069     MOVE "STATEMENTS HELD......." TO WS-RPT-LABEL.
005070     MOVE WS-COUNT-HELD TO WS-RPT-COUNT.
005071     WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE.
005072
005073     MOVE SPACES TO WS-REPORT-LINE.
005074     MOVE "POSTAL CODES MAILED..." TO WS-RPT-LABEL.
005075     MOVE WS-COUNT-ZIP-CODES TO WS-RPT-COUNT.
005076     WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE.
005077     MOVE SPACES TO WS-AMOUNT-LINE.
005078     MOVE "TOTAL AMOUNT BILLED..." TO WS-AMT-LABEL.
005079     MOVE WS-GRAND-AMOUNT TO WS-AMT-VALUE.
005080     WRITE STATEMENT-RPT-LINE FROM WS-AMOUNT-LINE.
005081
005082     IF WS-COUNT-NO-RATE > ZERO
005083         PERFORM 8100-LIST-NO-RATE
005084             THRU 8100-EXIT
005085     END-IF.
005086
005087     IF WS-COUNT-NO-MASTER = ZERO
005088         AND WS-COUNT-NO-RATE = ZERO
005089         AND WS-COUNT-HELD = ZERO
005090         MOVE 0 TO RETURN-CODE
005100     ELSE
005110         MOVE 4 TO RETURN-CODE
005120     END-IF.
005121
005122*    CONTROL-TOTAL TRAILER, THE SAME CONVENTION AS CUSTTRL AND
005123*    THE CROSS-REFERENCE TRAILER - A MID-RUN FAILURE CATALOGS
005124*    THE GENERATION WITHOUT IT, SO A CONSUMER CAN REFUSE A
005125*    SHORT EXTRACT INSTEAD OF TRUSTING IT.  THE COUNT IS EVERY
005126*    RECORD WRITTEN - BILLED TICKETS PLUS TRANSFER LINES
005127     MOVE SPACES TO BX-EXTRACT-RECORD.
005128     MOVE "*TRAILER**" TO BX-CUSTOMER-ID.
005129     COMPUTE BX-TICKET-NUMBER =
005130         WS-COUNT-BILLED + WS-COUNT-XFER-LINES.
005131     MOVE WS-CURRENT-DATE TO BX-BILL-DATE.
005132     MOVE WS-GRAND-AMOUNT TO BX-EXTENDED-AMOUNT.
005133     MOVE ZERO TO BX-UNIT-PRICE.
005134     WRITE BX-EXTRACT-RECORD.
005135     IF WS-BILLEXT-STATUS NOT = "00"
005136         DISPLAY "TKTBILL: UNABLE TO WRITE THE EXTRACT "
005137             "TRAILER, STATUS = " WS-BILLEXT-STATUS
005138         MOVE 12 TO RETURN-CODE
005139         STOP RUN
005140     END-IF.
005141
005142     CLOSE CUSTOMER-MASTER
005145           RATE-MASTER
005150           BILLING-EXTRACT
005160           STATEMENT-RPT
005163           HOLD-RPT
005166           MAIL-OUT.
005170 8000-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*    8100-LIST-NO-RATE - LIST EVERY TICKET REJECTED FOR WANT OF  *
005220*    A RATE.  NONE OF THEM REACHED THE EXTRACT; LOAD THE RATE    *
005230*    WITH RATEMNT AND THEY BILL ON A RERUN                       *
005240*****************************************************************
005250 8100-LIST-NO-RATE.
005260     MOVE SPACES TO STATEMENT-RPT-LINE.
005270     WRITE STATEMENT-RPT-LINE.
005280     MOVE SPACES TO STATEMENT-RPT-LINE.
005290     MOVE "TICKETS REJECTED - NO RATE FOR SERIES AND YEAR"
005300         TO STATEMENT-RPT-LINE.
005310     WRITE STATEMENT-RPT-LINE.
005320     PERFORM 8150-PRINT-NO-RATE-ENTRY
005330         THRU 8150-EXIT
005340         VARYING WS-NRX FROM 1 BY 1
005350         UNTIL WS-NRX > WS-COUNT-NO-RATE
005360             OR WS-NRX > WS-NO-RATE-MAX.
005370     IF WS-COUNT-NO-RATE > WS-NO-RATE-MAX
005380         MOVE SPACES TO WS-REPORT-LINE
005390         MOVE "MORE REJECTS, NOT LISTED" TO WS-RPT-LABEL
005400         COMPUTE WS-RPT-COUNT =
005410             WS-COUNT-NO-RATE - WS-NO-RATE-MAX
005420         WRITE STATEMENT-RPT-LINE FROM WS-REPORT-LINE
005430     END-IF.
005440 8100-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    8150-PRINT-NO-RATE-ENTRY - PRINT ONE TABLED REJECT          *
005490*****************************************************************
005500 8150-PRINT-NO-RATE-ENTRY.
005510     MOVE SPACES TO WS-NO-RATE-LINE.
005520     MOVE "*REJECTED*" TO WS-NRL-FLAG.
005530     MOVE WS-NR-CUSTOMER-ID (WS-NRX) TO WS-NRL-CUSTOMER-ID.
005540     MOVE WS-NR-NUMBER (WS-NRX) TO WS-NRL-NUMBER.
005550     STRING "NO RATE FOR SERIES " DELIMITED BY SIZE
005560         WS-SERIES-CODE DELIMITED BY SIZE
005570         " YEAR " DELIMITED BY SIZE
005580         WS-NR-YEAR (WS-NRX) DELIMITED BY SIZE
005590         INTO WS-NRL-REASON
005600     END-STRING.
005610     WRITE STATEMENT-RPT-LINE FROM WS-NO-RATE-LINE.
005620 8150-EXIT.
005630     EXIT.
