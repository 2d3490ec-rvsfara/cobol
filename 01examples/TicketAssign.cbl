000080*                                                                *
000090*    TICKET-TO-CUSTOMER ASSIGNMENT.                             *
000100*                                                                *
000101*    FILLS THE CUSTOMERS' TICKET ORDERS FROM THE NUMBERS ISSUED  *
000102*    BY TODAY'S NUMBERING RUN.  EACH ORDER NAMES A CUSTOMER, A   *
000103*    SERIES AND A QUANTITY; THE CUSTOMER MUST BE ACTIVE ON THE   *
000104*    INDEXED MASTER.  EVERY NUMBER HANDED OUT IS RECORDED ON A   *
000140*    CROSS-REFERENCE FILE (CUSTOMER ID, TICKET NUMBER, ISSUE     *
000150*    DATE) FOR DOWNSTREAM BILLING.  THE AUDIT TRAIL ALONE CAN    *
000160*    ONLY PROVE A NUMBER EXISTS - THIS RUN PROVES WHOSE          *
000161*    DOCUMENT IT IS.  THE RUN HAS TWO MODES, TAKEN FROM SYSIN:   *
000162*                                                                *
000163*      PREPARE  EDITS THE ORDERS FOR THE SERIES AND WRITES A     *
000164*               ONE-LINE BLOCK REQUEST FOR THEIR TOTAL, SO       *
000165*               INCREMENT ISSUES AS MANY NUMBERS AS WERE         *
000166*               ORDERED.                                         *
000167*      ASSIGN   GIVES EACH ORDER ITS QUANTITY FROM TODAY'S       *
000168*               NUMBERS, IN ORDER-FILE ORDER.                    *
000169*                                                                *
000170*    AN ORDER THE NUMBERS RUN OUT ON IS NOT DROPPED - WHAT IS    *
000171*    STILL OWED IS WRITTEN TO THE CARRY-FORWARD FILE, WHICH      *
000172*    THE NEXT NIGHT READS AHEAD OF ITS NEW ORDERS.  REJECTED     *
000173*    ORDERS, CARRIED ORDERS AND NUMBERS LEFT WITHOUT AN ORDER    *
000174*    ARE LISTED AND COUNTED RATHER THAN SILENTLY DROPPED.        *
000200*                                                                *
000210*    MODIFICATION HISTORY.                                       *
000220*    2026-08-22  RVS  INITIAL VERSION.                           *
000260*                      ENDS THE DAY'S RECORDS WITH A CONTROL-    *
000261*                      TOTAL TRAILER SO THE BILLING CONSUMER     *
000262*                      CAN REFUSE A SHORT OR DOUBLED FILE.       *
000263*    2026-10-15  RVS  REPLACED THE POSITIONAL PAIRING AGAINST    *
000264*                      THE CLEANED NAMES FILE WITH CUSTOMER      *
000265*                      ORDERS (CUSTORD).  EACH ORDER GETS        *
000266*                      EXACTLY ITS QUANTITY; AN ORDER NOT ON     *
000267*                      THE MASTER OR INACTIVE IS REJECTED; AN    *
000268*                      ORDER LEFT SHORT IS CARRIED TO THE NEXT   *
000269*                      NIGHT.  ADDED PREPARE MODE TO SIZE THE    *
000270*                      NIGHT'S BLOCK REQUEST FROM THE ORDERS,    *
000271*                      AND AN OPTIONAL REQUESTER ON SYSIN SO     *
000272*                      ASSIGN TAKES ONLY THAT REQUESTER'S        *
000273*                      NUMBERS.  THE PRE-SCAN, VOID SKIP AND     *
000274*                      TRAILER ARE UNCHANGED.                    *
000275*****************************************************************
000276 ENVIRONMENT DIVISION.
000277 CONFIGURATION SECTION.
000278 SOURCE-COMPUTER.   IBM.
000279 OBJECT-COMPUTER.   IBM.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000291     SELECT CUSTOMER-ORDERS ASSIGN TO ORDERS
000310         ORGANIZATION IS LINE SEQUENTIAL
000311         FILE STATUS IS WS-ORDERS-STATUS.
000312     SELECT ORDER-CARRY ASSIGN TO ORDCARRY
000313         ORGANIZATION IS LINE SEQUENTIAL
000314         FILE STATUS IS WS-ORDCARRY-STATUS.
000315     SELECT TICKET-REQUESTS ASSIGN TO TKTREQ
000316         ORGANIZATION IS LINE SEQUENTIAL
000317         FILE STATUS IS WS-TKTREQ-STATUS.
000330     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-TKTAUD-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000441 FD  CUSTOMER-ORDERS
000460     RECORDING MODE IS F.
000461     COPY CUSTORD.
000462
000463 FD  ORDER-CARRY
000464     RECORDING MODE IS F.
000465 01  ORDER-CARRY-RECORD              PIC X(40).
000466
000467 FD  TICKET-REQUESTS
000468     RECORDING MODE IS F.
000469     COPY TKTREQ.
000500
000510 FD  TICKET-AUDIT
000520     RECORDING MODE IS F.
000640*****************************************************************
000650*    FILE STATUS AND END-OF-FILE SWITCHES                       *
000660*****************************************************************
000661 77  WS-ORDERS-STATUS                PIC X(02).
000662 77  WS-ORDCARRY-STATUS              PIC X(02).
000663 77  WS-TKTREQ-STATUS                PIC X(02).
000680 77  WS-TKTAUD-STATUS                PIC X(02).
000690 77  WS-XREFOUT-STATUS               PIC X(02).
000700 77  WS-ASGNRPT-STATUS               PIC X(02).
000702 77  WS-CUSTMAST-STATUS              PIC X(02).
000703 77  WS-ORDERS-EOF-SWITCH            PIC X(01)   VALUE "N".
000704     88  ORDERS-AT-END                           VALUE "Y".
000730 77  WS-AUDIT-EOF-SWITCH             PIC X(01)   VALUE "N".
000740     88  AUDIT-AT-END                            VALUE "Y".
000750
000760*****************************************************************
000770*    RUN COUNTERS                                                *
000780*****************************************************************
000781 77  WS-COUNT-ORDERS                 PIC 9(07)   COMP   VALUE ZERO.
000782 77  WS-COUNT-ORDERS-OTHER           PIC 9(07)   COMP   VALUE ZERO.
000783 77  WS-COUNT-ORDERS-REJECTED        PIC 9(07)   COMP   VALUE ZERO.
000784 77  WS-COUNT-ORDERS-FILLED          PIC 9(07)   COMP   VALUE ZERO.
000785 77  WS-COUNT-ORDERS-CARRIED         PIC 9(07)   COMP   VALUE ZERO.
000786 77  WS-COUNT-ORDERS-CARRIED-IN      PIC 9(07)   COMP   VALUE ZERO.
000787 77  WS-COUNT-QTY-ORDERED            PIC 9(09)   COMP   VALUE ZERO.
000788 77  WS-COUNT-QTY-CARRIED            PIC 9(09)   COMP   VALUE ZERO.
000800 77  WS-COUNT-ASSIGNED               PIC 9(07)   COMP   VALUE ZERO.
000820 77  WS-COUNT-TKT-UNMATCHED          PIC 9(07)   COMP   VALUE ZERO.
000825 77  WS-COUNT-TKT-VOIDED             PIC 9(07)   COMP   VALUE ZERO.
000827 77  WS-COUNT-CUST-INACTIVE          PIC 9(07)   COMP   VALUE ZERO.
000850*    CURRENT DATE, TO SELECT TODAY'S AUDIT RECORDS ONLY - THE    *
000860*    AUDIT FILE ACCUMULATES ACROSS RUNS, SO OLDER RECORDS        *
000870*    BELONG TO RANGES ALREADY ASSIGNED ON EARLIER NIGHTS         *
000871*****************************************************************
000872 77  WS-CURRENT-DATE                 PIC X(08).
000873
000874*****************************************************************
000875*    RUN PARAMETERS, FROM SYSIN.  LINE 1 IS THE NUMBERING        *
000876*    SERIES, LINE 2 THE MODE (PREPARE OR ASSIGN - BLANK MEANS    *
000877*    ASSIGN), LINE 3 THE REQUESTER THE ORDERS' NUMBERS ARE       *
000878*    ISSUED UNDER (REQUIRED FOR PREPARE; FOR ASSIGN, BLANK       *
000879*    TAKES TODAY'S NUMBERS WHOEVER REQUESTED THEM)               *
000880*****************************************************************
000881 77  WS-SERIES-CODE                  PIC X(02).
000882 77  WS-RUN-MODE                     PIC X(07).
000883     88  MODE-PREPARE                            VALUE "PREPARE".
000884     88  MODE-ASSIGN                             VALUE "ASSIGN".
000885 77  WS-ORDER-REQUESTER              PIC X(08).
000886
000887*****************************************************************
000888*    ONE ORDER'S EDIT RESULT AND FILL.  WANTED IS WHAT THE       *
000889*    ORDER ASKS FOR TONIGHT, FILLED WHAT IT HAS BEEN GIVEN SO    *
000890*    FAR, OWED WHAT GOES TO THE CARRY-FORWARD FILE               *
000891*****************************************************************
000892 77  WS-ORDER-VALID-SWITCH           PIC X(01)   VALUE "Y".
000893     88  ORDER-IS-VALID                          VALUE "Y".
000894 77  WS-ORDER-NOTE                   PIC X(24).
000895 77  WS-ORDER-WANTED                 PIC 9(05)   COMP   VALUE ZERO.
000896 77  WS-ORDER-FILLED                 PIC 9(05)   COMP   VALUE ZERO.
000897 77  WS-ORDER-OWED                   PIC 9(05)   COMP   VALUE ZERO.
000898
000899*****************************************************************
000900*    PREPARE MODE - THE NIGHT'S DEMAND FOR THE SERIES.  ONE      *
000901*    BLOCK REQUEST CARRIES AT MOST 99999 NUMBERS; ANY DEMAND     *
000902*    OVER THAT IS LEFT SHORT TONIGHT AND CARRIED BY ASSIGN       *
000903*****************************************************************
000904 77  WS-DEMAND-TOTAL                 PIC 9(09)   COMP   VALUE ZERO.
000905 77  WS-DEMAND-MAX                   PIC 9(09)   COMP VALUE 99999.
000906 77  WS-DEMAND-CAPPED-SWITCH         PIC X(01)   VALUE "N".
000907     88  DEMAND-WAS-CAPPED                       VALUE "Y".
000909
000911*****************************************************************
000913*    TODAY'S VOIDED NUMBERS, COLLECTED IN A FIRST PASS OVER THE  *
000991     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
000993     05  FILLER                      PIC X(46).
000995
000996 01  WS-ORDER-HEADING.
000997     05  FILLER                      PIC X(22)   VALUE
000998         "  CUSTOMER   SR  ORDER".
000999     05  FILLER                      PIC X(33)   VALUE
001000         "   ASSGN   CARRY  SINCE     NOTE".
001001     05  FILLER                      PIC X(25)   VALUE SPACES.
001002
001003 01  WS-ORDER-LINE.
001004     05  FILLER                      PIC X(02).
001005     05  WS-OL-CUSTOMER              PIC X(10).
001006     05  FILLER                      PIC X(01).
001007     05  WS-OL-SERIES                PIC X(02).
001008     05  FILLER                      PIC X(01).
001009     05  WS-OL-ORDERED               PIC ZZ,ZZ9.
001010     05  FILLER                      PIC X(02).
001011     05  WS-OL-ASSIGNED              PIC ZZ,ZZ9.
001012     05  FILLER                      PIC X(02).
001013     05  WS-OL-CARRIED               PIC ZZ,ZZ9.
001014     05  FILLER                      PIC X(02).
001015     05  WS-OL-SINCE                 PIC X(08).
001016     05  FILLER                      PIC X(02).
001017     05  WS-OL-NOTE                  PIC X(24).
001018     05  FILLER                      PIC X(06).
001019
001020 PROCEDURE DIVISION.
001021*****************************************************************
001022*    0000-MAINLINE                                               *
001030*****************************************************************
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE
001060         THRU 1000-EXIT.
001061     PERFORM 2000-PROCESS-ORDER
001080         THRU 2000-EXIT
001081         UNTIL ORDERS-AT-END.
001082     IF MODE-ASSIGN
001083         PERFORM 3100-COUNT-UNMATCHED-TKT
001084             THRU 3100-EXIT
001085             UNTIL AUDIT-AT-END
001086     END-IF.
001160     PERFORM 8000-FINALIZE
001170         THRU 8000-EXIT.
001180     STOP RUN.
001190
001200*****************************************************************
001201*    1000-INITIALIZE - TAKE THE SERIES, MODE AND REQUESTER       *
001202*    FROM SYSIN, OPEN THE FILES THE MODE NEEDS, AND PRIME THE    *
001203*    READS                                                       *
001220*****************************************************************
001230 1000-INITIALIZE.
001240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001241     ACCEPT WS-SERIES-CODE.
001242     ACCEPT WS-RUN-MODE.
001243     ACCEPT WS-ORDER-REQUESTER.
001244     IF WS-SERIES-CODE = SPACES
001245         DISPLAY "TKTASSGN: SERIES CODE MISSING FROM SYSIN"
001246         MOVE 8 TO RETURN-CODE
001247         STOP RUN
001248     END-IF.
001249     IF WS-RUN-MODE = SPACES
001250         MOVE "ASSIGN" TO WS-RUN-MODE
001251     END-IF.
001252     IF NOT MODE-PREPARE
001253         AND NOT MODE-ASSIGN
001254         DISPLAY "TKTASSGN: SYSIN MODE MUST BE PREPARE OR "
001255             "ASSIGN, GOT " WS-RUN-MODE
001256         MOVE 8 TO RETURN-CODE
001330         STOP RUN
001340     END-IF.
001341     IF MODE-PREPARE
001342         AND WS-ORDER-REQUESTER = SPACES
001343         DISPLAY "TKTASSGN: PREPARE MODE NEEDS THE REQUESTER "
001344             "ON SYSIN LINE 3"
001345         MOVE 8 TO RETURN-CODE
001390         STOP RUN
001400     END-IF.
001401     OPEN INPUT  CUSTOMER-ORDERS
001402          INPUT  CUSTOMER-MASTER
001403          OUTPUT ASSIGN-RPT.
001404     IF WS-ORDERS-STATUS NOT = "00"
001405         DISPLAY "TKTASSGN: UNABLE TO OPEN CUSTOMER-ORDERS, "
001406             "STATUS = " WS-ORDERS-STATUS
001440         MOVE 12 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001480         DISPLAY "TKTASSGN: UNABLE TO OPEN ASSIGN-RPT, "
001490             "STATUS = " WS-ASGNRPT-STATUS
001500         MOVE 12 TO RETURN-CODE
001501         STOP RUN
001502     END-IF.
001503     IF WS-CUSTMAST-STATUS NOT = "00"
001504         DISPLAY "TKTASSGN: UNABLE TO OPEN CUSTOMER-MASTER, "
001505             "STATUS = " WS-CUSTMAST-STATUS
001506         MOVE 12 TO RETURN-CODE
001507         STOP RUN
001508     END-IF.
001509     IF MODE-ASSIGN
001510         PERFORM 1100-OPEN-ASSIGN-FILES
001511             THRU 1100-EXIT
001512     END-IF.
001513     MOVE SPACES TO ASSIGN-RPT-LINE.
001514     IF MODE-PREPARE
001515         MOVE "TICKET ORDER DEMAND - ORDERS EDITED"
001516             TO ASSIGN-RPT-LINE
001517     ELSE
001518         MOVE "TICKET ASSIGNMENT - ORDERS FILLED"
001519             TO ASSIGN-RPT-LINE
001520     END-IF.
001521     WRITE ASSIGN-RPT-LINE.
001522     MOVE SPACES TO ASSIGN-RPT-LINE.
001523     WRITE ASSIGN-RPT-LINE.
001524     WRITE ASSIGN-RPT-LINE FROM WS-ORDER-HEADING.
001525     PERFORM 2100-READ-ORDER
001532         THRU 2100-EXIT.
001535 1000-EXIT.
001536     EXIT.
001537
001538*****************************************************************
001539*    1100-OPEN-ASSIGN-FILES - ASSIGN MODE ONLY.  PRE-SCAN THE    *
001540*    CROSS-REFERENCE BEFORE APPENDING TO IT, OPEN THE AUDIT      *
001541*    TRAIL, THE CROSS-REFERENCE AND THE CARRY-FORWARD FILE,      *
001542*    TABLE TODAY'S VOIDS AND PRIME THE FIRST USABLE NUMBER       *
001544*****************************************************************
001545 1100-OPEN-ASSIGN-FILES.
001546     PERFORM 1300-SCAN-PRIOR-XREF
001547         THRU 1300-EXIT.
001548     OPEN INPUT  TICKET-AUDIT
001549          OUTPUT TICKET-XREF
001550          OUTPUT ORDER-CARRY.
001551     IF WS-TKTAUD-STATUS NOT = "00"
001552         DISPLAY "TKTASSGN: UNABLE TO OPEN TICKET-AUDIT, "
001553             "STATUS = " WS-TKTAUD-STATUS
001561         MOVE 12 TO RETURN-CODE
001562         STOP RUN
001563     END-IF.
001564     IF WS-XREFOUT-STATUS NOT = "00"
001565         DISPLAY "TKTASSGN: UNABLE TO OPEN TICKET-XREF, "
001566             "STATUS = " WS-XREFOUT-STATUS
001567         MOVE 12 TO RETURN-CODE
001568         STOP RUN
001569     END-IF.
001570     IF WS-ORDCARRY-STATUS NOT = "00"
001571         DISPLAY "TKTASSGN: UNABLE TO OPEN ORDER-CARRY, "
001572             "STATUS = " WS-ORDCARRY-STATUS
001573         MOVE 12 TO RETURN-CODE
001574         STOP RUN
001575     END-IF.
001576     PERFORM 1200-LOAD-TODAY-VOIDS
001577         THRU 1200-EXIT.
001578     PERFORM 2200-READ-TODAY-AUDIT
001579         THRU 2200-EXIT.
001580 1100-EXIT.
001599     EXIT.
001600
001601*****************************************************************
001712     EXIT.
001713
001714*****************************************************************
001715*    2000-PROCESS-ORDER - TAKE ONE ORDER.  ANOTHER SERIES'       *
001716*    ORDER IS PASSED ON UNTOUCHED; A BAD ORDER IS REJECTED;      *
001717*    A GOOD ONE IS TOTALLED (PREPARE) OR FILLED FROM TODAY'S     *
001718*    NUMBERS AND ANY SHORTFALL CARRIED FORWARD (ASSIGN)          *
001719*****************************************************************
001720 2000-PROCESS-ORDER.
001721     ADD 1 TO WS-COUNT-ORDERS.
001722     IF CO-NIGHTS-CARRIED NUMERIC
001723         AND CO-NIGHTS-CARRIED-NUM > ZERO
001724         ADD 1 TO WS-COUNT-ORDERS-CARRIED-IN
001726     END-IF.
001727     IF CO-SERIES-CODE NOT = WS-SERIES-CODE
001728         AND CO-SERIES-CODE NOT = SPACES
001729         PERFORM 2600-PASS-ORDER-ON
001730             THRU 2600-EXIT
001731         GO TO 2000-NEXT
001739     END-IF.
001740     PERFORM 2050-EDIT-ORDER
001741         THRU 2050-EXIT.
001742     MOVE ZERO TO WS-ORDER-WANTED
001743                  WS-ORDER-FILLED
001744                  WS-ORDER-OWED.
001745     IF NOT ORDER-IS-VALID
001746         ADD 1 TO WS-COUNT-ORDERS-REJECTED
001747         PERFORM 2900-PRINT-ORDER-LINE
001748             THRU 2900-EXIT
001749         GO TO 2000-NEXT
001751     END-IF.
001752     MOVE CO-QUANTITY-NUM TO WS-ORDER-WANTED.
001753     ADD WS-ORDER-WANTED TO WS-COUNT-QTY-ORDERED.
001754     IF MODE-PREPARE
001755         ADD WS-ORDER-WANTED TO WS-DEMAND-TOTAL
001756         MOVE "TO BE ISSUED" TO WS-ORDER-NOTE
001757         PERFORM 2900-PRINT-ORDER-LINE
001758             THRU 2900-EXIT
001759         GO TO 2000-NEXT
001760     END-IF.
001761     PERFORM 2300-ASSIGN-ONE-TICKET
001762         THRU 2300-EXIT
001763         UNTIL WS-ORDER-FILLED NOT < WS-ORDER-WANTED
001764            OR AUDIT-AT-END.
001765     IF WS-ORDER-FILLED < WS-ORDER-WANTED
001766         PERFORM 2400-CARRY-ORDER
001767             THRU 2400-EXIT
001768     ELSE
001769         ADD 1 TO WS-COUNT-ORDERS-FILLED
001770         MOVE "FILLED" TO WS-ORDER-NOTE
001771     END-IF.
001772     PERFORM 2900-PRINT-ORDER-LINE
001773         THRU 2900-EXIT.
001774 2000-NEXT.
001775     PERFORM 2100-READ-ORDER
001776         THRU 2100-EXIT.
001777 2000-EXIT.
001778     EXIT.
001779
001780*****************************************************************
001781*    2050-EDIT-ORDER - AN ORDER MUST NAME A CUSTOMER AND A       *
001782*    SERIES, ASK FOR A NUMERIC QUANTITY ABOVE ZERO, AND BELONG   *
001783*    TO A CUSTOMER ON THE INDEXED MASTER WHO IS NOT MARKED       *
001784*    INACTIVE.  PREPARE AND ASSIGN EDIT ALIKE, SO THE NUMBERS    *
001785*    REQUESTED MATCH THE ORDERS ASSIGN WILL TRY TO FILL          *
001786*****************************************************************
001787 2050-EDIT-ORDER.
001788     MOVE "Y" TO WS-ORDER-VALID-SWITCH.
001789     MOVE SPACES TO WS-ORDER-NOTE.
001790     IF CO-CUSTOMER-ID = SPACES
001791         MOVE "CUSTOMER ID MISSING" TO WS-ORDER-NOTE
001792         GO TO 2050-REJECT
001793     END-IF.
001794     IF CO-SERIES-CODE = SPACES
001795         MOVE "SERIES MISSING" TO WS-ORDER-NOTE
001796         GO TO 2050-REJECT
001797     END-IF.
001798     IF CO-QUANTITY NOT NUMERIC
001799         OR CO-QUANTITY-NUM = ZERO
001800         MOVE "QUANTITY NOT VALID" TO WS-ORDER-NOTE
001801         GO TO 2050-REJECT
001802     END-IF.
001803     MOVE CO-CUSTOMER-ID TO CM-CUSTOMER-ID.
001804     READ CUSTOMER-MASTER
001805         INVALID KEY
001806             MOVE "NOT ON CUSTOMER MASTER" TO WS-ORDER-NOTE
001807             GO TO 2050-REJECT
001808     END-READ.
001809     IF CM-STATUS-INACTIVE
001810         ADD 1 TO WS-COUNT-CUST-INACTIVE
001811         MOVE "CUSTOMER INACTIVE" TO WS-ORDER-NOTE
001812         GO TO 2050-REJECT
001813     END-IF.
001814     GO TO 2050-EXIT.
001815 2050-REJECT.
001816     MOVE "N" TO WS-ORDER-VALID-SWITCH.
001817 2050-EXIT.
001818     EXIT.
001819
001820*****************************************************************
001821*    2100-READ-ORDER - READ THE NEXT ORDER.  THE ORDERS DD       *
001822*    CONCATENATES LAST NIGHT'S CARRY-FORWARD FILE AHEAD OF THE   *
001823*    NEW ORDERS, SO OLDER ORDERS ARE FILLED FIRST                *
001824*****************************************************************
001825 2100-READ-ORDER.
001826     READ CUSTOMER-ORDERS
001827         AT END
001828             MOVE "Y" TO WS-ORDERS-EOF-SWITCH
001829     END-READ.
001940 2100-EXIT.
001950     EXIT.
001960
002070     IF TA-ISSUE-DATE NOT = WS-CURRENT-DATE
002075         OR NOT TA-ISSUE-RECORD
002078         OR TA-SERIES-CODE NOT = WS-SERIES-CODE
002079         GO TO 2200-READ-TODAY-AUDIT
002080     END-IF.
002081     IF WS-ORDER-REQUESTER NOT = SPACES
002082         AND TA-REQUESTER-ID NOT = WS-ORDER-REQUESTER
002083         GO TO 2200-READ-TODAY-AUDIT
002090     END-IF.
002092     PERFORM 2250-CHECK-IF-VOIDED
002094         THRU 2250-EXIT.
002134     EXIT.
002135
002136*****************************************************************
002137*    2300-ASSIGN-ONE-TICKET - GIVE THE NUMBER IN HAND TO THE     *
002138*    ORDER IN HAND, RECORD IT ON THE CROSS-REFERENCE FILE, AND   *
002139*    STEP THE AUDIT TRAIL FORWARD                                *
002140*****************************************************************
002141 2300-ASSIGN-ONE-TICKET.
002142*    A PAIRING THE PARTIAL RUN ALREADY WROTE IS STEPPED PAST
002143*    WITHOUT WRITING IT AGAIN - THE FILL IS DETERMINISTIC, SO
002144*    THIS IS THE SAME ORDER THE NUMBER WENT TO THE FIRST TIME,
002145*    AND IT STILL COUNTS TOWARD THAT ORDER'S QUANTITY
002146     PERFORM 2070-CHECK-IF-PREWRITTEN
002147         THRU 2070-EXIT.
002148     IF NUMBER-IS-PREWRITTEN
002149         ADD 1 TO WS-COUNT-PREWRITTEN
002150         GO TO 2300-NEXT
002151     END-IF.
002152     MOVE SPACES TO TX-XREF-RECORD.
002153     MOVE CO-CUSTOMER-ID TO TX-CUSTOMER-ID.
002154     MOVE TA-TICKET-NUMBER TO TX-TICKET-NUMBER.
002155     MOVE TA-ISSUE-DATE TO TX-ISSUE-DATE.
002156     MOVE TA-FISCAL-YEAR TO TX-FISCAL-YEAR.
002157     WRITE TX-XREF-RECORD.
002158     IF WS-XREFOUT-STATUS NOT = "00"
002159         DISPLAY "TKTASSGN: UNABLE TO WRITE TICKET-XREF, "
002160             "STATUS = " WS-XREFOUT-STATUS
002161         MOVE 12 TO RETURN-CODE
002162         STOP RUN
002163     END-IF.
002164     ADD 1 TO WS-COUNT-ASSIGNED.
002165 2300-NEXT.
002166     ADD 1 TO WS-ORDER-FILLED.
002167     PERFORM 2200-READ-TODAY-AUDIT
002168         THRU 2200-EXIT.
002169 2300-EXIT.
002170     EXIT.
002171
002172*****************************************************************
002173*    2070-CHECK-IF-PREWRITTEN - SET THE PREWRITTEN SWITCH IF     *
002174*    THE TICKET IN HAND IS IN THE PARTIAL-RUN SKIP TABLE         *
002175*****************************************************************
002176 2070-CHECK-IF-PREWRITTEN.
002177     MOVE "N" TO WS-PREWRITTEN-SWITCH.
002178     PERFORM 2080-MATCH-SKIP-ENTRY
002179         THRU 2080-EXIT
002180         VARYING WS-SX FROM 1 BY 1
002181         UNTIL WS-SX > WS-SKIP-COUNT.
002182 2070-EXIT.
002183     EXIT.
002184
002185*****************************************************************
002186*    2080-MATCH-SKIP-ENTRY - COMPARE ONE SKIP TABLE ENTRY        *
002187*****************************************************************
002188 2080-MATCH-SKIP-ENTRY.
002189     IF TA-TICKET-NUMBER = WS-SKIP-NUMBER (WS-SX)
002190         MOVE "Y" TO WS-PREWRITTEN-SWITCH
002191     END-IF.
002192 2080-EXIT.
002193     EXIT.
002194
002195*****************************************************************
002196*    2400-CARRY-ORDER - THE NUMBERS RAN OUT BEFORE THE ORDER     *
002197*    WAS FILLED.  WRITE WHAT IS STILL OWED TO THE CARRY-         *
002198*    FORWARD FILE, STAMPING THE ORDER DATE AND ORIGINAL          *
002199*    QUANTITY THE FIRST TIME IT IS CARRIED                       *
002200*****************************************************************
002201 2400-CARRY-ORDER.
002202     COMPUTE WS-ORDER-OWED = WS-ORDER-WANTED - WS-ORDER-FILLED.
002203     IF WS-ORDER-FILLED = ZERO
002204         MOVE "NOT FILLED - CARRIED" TO WS-ORDER-NOTE
002205     ELSE
002206         MOVE "PART FILLED - CARRIED" TO WS-ORDER-NOTE
002207     END-IF.
002208     IF CO-ORDER-DATE = SPACES
002209         MOVE WS-CURRENT-DATE TO CO-ORDER-DATE
002210     END-IF.
002211     IF CO-ORIGINAL-QTY NOT NUMERIC
002212         MOVE CO-QUANTITY-NUM TO CO-ORIGINAL-QTY-NUM
002213     END-IF.
002214     IF CO-NIGHTS-CARRIED NOT NUMERIC
002215         MOVE ZERO TO CO-NIGHTS-CARRIED-NUM
002216     END-IF.
002217     IF CO-NIGHTS-CARRIED-NUM < 999
002218         ADD 1 TO CO-NIGHTS-CARRIED-NUM
002219     END-IF.
002220     MOVE WS-ORDER-OWED TO CO-QUANTITY-NUM.
002221     PERFORM 2650-WRITE-CARRY
002222         THRU 2650-EXIT.
002223     ADD 1 TO WS-COUNT-ORDERS-CARRIED.
002224     ADD WS-ORDER-OWED TO WS-COUNT-QTY-CARRIED.
002225 2400-EXIT.
002226     EXIT.
002227
002228*****************************************************************
002229*    2600-PASS-ORDER-ON - AN ORDER FOR ANOTHER SERIES IS NOT     *
002230*    THIS RUN'S TO FILL.  ASSIGN COPIES IT UNCHANGED TO THE      *
002231*    CARRY-FORWARD FILE SO IT IS NOT LOST                        *
002232*****************************************************************
002233 2600-PASS-ORDER-ON.
002234     ADD 1 TO WS-COUNT-ORDERS-OTHER.
002235     IF MODE-ASSIGN
002236         PERFORM 2650-WRITE-CARRY
002237             THRU 2650-EXIT
002238     END-IF.
002239 2600-EXIT.
002240     EXIT.
002241
002242*****************************************************************
002243*    2650-WRITE-CARRY - WRITE THE ORDER IN HAND TO THE CARRY-    *
002244*    FORWARD FILE                                                *
002245*****************************************************************
002246 2650-WRITE-CARRY.
002247     WRITE ORDER-CARRY-RECORD FROM CO-ORDER-RECORD.
002248     IF WS-ORDCARRY-STATUS NOT = "00"
002249         DISPLAY "TKTASSGN: UNABLE TO WRITE ORDER-CARRY, "
002250             "STATUS = " WS-ORDCARRY-STATUS
002251         MOVE 12 TO RETURN-CODE
002252         STOP RUN
002253     END-IF.
002254 2650-EXIT.
002255     EXIT.
002256
002257*****************************************************************
002258*    2900-PRINT-ORDER-LINE - LIST ONE ORDER AND WHAT BECAME OF   *
002259*    IT                                                          *
002260*****************************************************************
002261 2900-PRINT-ORDER-LINE.
002262     MOVE SPACES TO WS-ORDER-LINE.
002263     MOVE CO-CUSTOMER-ID TO WS-OL-CUSTOMER.
002264     MOVE CO-SERIES-CODE TO WS-OL-SERIES.
002265     MOVE WS-ORDER-WANTED TO WS-OL-ORDERED.
002266     MOVE WS-ORDER-FILLED TO WS-OL-ASSIGNED.
002267     MOVE WS-ORDER-OWED TO WS-OL-CARRIED.
002268     MOVE CO-ORDER-DATE TO WS-OL-SINCE.
002269     MOVE WS-ORDER-NOTE TO WS-OL-NOTE.
002270     WRITE ASSIGN-RPT-LINE FROM WS-ORDER-LINE.
002271 2900-EXIT.
002272     EXIT.
002273
002274*****************************************************************
002275*    3100-COUNT-UNMATCHED-TKT - THE ORDERS RAN OUT FIRST.        *
002276*    COUNT TODAY'S NUMBERS LEFT WITHOUT A CUSTOMER               *
002277*****************************************************************
002280 3100-COUNT-UNMATCHED-TKT.
002290     ADD 1 TO WS-COUNT-TKT-UNMATCHED.
002300     PERFORM 2200-READ-TODAY-AUDIT
002310         THRU 2200-EXIT.
002311 3100-EXIT.
002312     EXIT.
002313
002314*****************************************************************
002315*    4000-WRITE-BLOCK-REQUEST - PREPARE MODE.  ASK INCREMENT     *
002316*    FOR THE NIGHT'S DEMAND UNDER THE ORDERS' REQUESTER.  NO     *
002317*    DEMAND LEAVES THE REQUEST FILE EMPTY, AND INCREMENT THEN    *
002318*    ISSUES NOTHING                                              *
002319*****************************************************************
002320 4000-WRITE-BLOCK-REQUEST.
002321     IF WS-DEMAND-TOTAL > WS-DEMAND-MAX
002322         DISPLAY "TKTASSGN: " WS-DEMAND-TOTAL
002323             " NUMBERS ORDERED IS MORE THAN ONE BLOCK REQUEST "
002324             "CAN CARRY - REQUESTING " WS-DEMAND-MAX
002325         MOVE WS-DEMAND-MAX TO WS-DEMAND-TOTAL
002326         MOVE "Y" TO WS-DEMAND-CAPPED-SWITCH
002327     END-IF.
002328     OPEN OUTPUT TICKET-REQUESTS.
002329     IF WS-TKTREQ-STATUS NOT = "00"
002330         DISPLAY "TKTASSGN: UNABLE TO OPEN TICKET-REQUESTS, "
002331             "STATUS = " WS-TKTREQ-STATUS
002332         MOVE 12 TO RETURN-CODE
002333         STOP RUN
002334     END-IF.
002335     IF WS-DEMAND-TOTAL > ZERO
002336         MOVE SPACES TO RQ-BLOCK-REQUEST
002337         MOVE WS-ORDER-REQUESTER TO RQ-REQUESTER-ID
002338         MOVE WS-DEMAND-TOTAL TO RQ-QUANTITY-NUM
002339         WRITE RQ-BLOCK-REQUEST
002340         IF WS-TKTREQ-STATUS NOT = "00"
002341             DISPLAY "TKTASSGN: UNABLE TO WRITE TICKET-REQUESTS, "
002342                 "STATUS = " WS-TKTREQ-STATUS
002343             MOVE 12 TO RETURN-CODE
002344             STOP RUN
002345         END-IF
002346     END-IF.
002347     CLOSE TICKET-REQUESTS.
002348 4000-EXIT.
002349     EXIT.
002350
002351*****************************************************************
002360*    8000-FINALIZE - PRINT THE ASSIGNMENT TOTALS, POST THE       *
002370*    RETURN CODE, AND CLOSE THE FILES                            *
002380*****************************************************************
002390 8000-FINALIZE.
002391     IF MODE-PREPARE
002392         PERFORM 4000-WRITE-BLOCK-REQUEST
002393             THRU 4000-EXIT
002394     ELSE
002395         PERFORM 8100-WRITE-XREF-TRAILER
002396             THRU 8100-EXIT
002397     END-IF.
002398
002399     MOVE SPACES TO ASSIGN-RPT-LINE.
002400     WRITE ASSIGN-RPT-LINE.
002401     MOVE SPACES TO ASSIGN-RPT-LINE.
002402     MOVE "TICKET ASSIGNMENT RUN TOTALS" TO ASSIGN-RPT-LINE.
002403     WRITE ASSIGN-RPT-LINE.
002404     MOVE SPACES TO ASSIGN-RPT-LINE.
002405     WRITE ASSIGN-RPT-LINE.
002406
002407     MOVE SPACES TO ASSIGN-RPT-LINE.
002408     STRING "  SERIES................ " DELIMITED BY SIZE
002409         WS-SERIES-CODE DELIMITED BY SIZE
002410         "   MODE " DELIMITED BY SIZE
002411         WS-RUN-MODE DELIMITED BY SIZE
002412         INTO ASSIGN-RPT-LINE
002413     END-STRING.
002414     WRITE ASSIGN-RPT-LINE.
002415
002416     MOVE SPACES TO WS-REPORT-LINE.
002417     MOVE "ORDERS READ..........." TO WS-RPT-LABEL.
002418     MOVE WS-COUNT-ORDERS TO WS-RPT-COUNT.
002419     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002420
002421     MOVE SPACES TO WS-REPORT-LINE.
002422     MOVE "  CARRIED FROM BEFORE." TO WS-RPT-LABEL.
002423     MOVE WS-COUNT-ORDERS-CARRIED-IN TO WS-RPT-COUNT.
002424     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002425
002426     MOVE SPACES TO WS-REPORT-LINE.
002427     MOVE "OTHER SERIES PASSED ON" TO WS-RPT-LABEL.
002428     MOVE WS-COUNT-ORDERS-OTHER TO WS-RPT-COUNT.
002429     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002430
002431     MOVE SPACES TO WS-REPORT-LINE.
002432     MOVE "ORDERS REJECTED......." TO WS-RPT-LABEL.
002433     MOVE WS-COUNT-ORDERS-REJECTED TO WS-RPT-COUNT.
002434     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002435
002436     MOVE SPACES TO WS-REPORT-LINE.
002437     MOVE "  CUSTOMER INACTIVE..." TO WS-RPT-LABEL.
002438     MOVE WS-COUNT-CUST-INACTIVE TO WS-RPT-COUNT.
002439     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002440
002441     MOVE SPACES TO WS-REPORT-LINE.
002442     MOVE "NUMBERS ORDERED......." TO WS-RPT-LABEL.
002443     MOVE WS-COUNT-QTY-ORDERED TO WS-RPT-COUNT.
002444     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002445
002446     IF MODE-PREPARE
002447         PERFORM 8200-PREPARE-TOTALS
002448             THRU 8200-EXIT
002449         GO TO 8000-CLOSE
002450     END-IF.
002451
002452     MOVE SPACES TO WS-REPORT-LINE.
002453     MOVE "ORDERS FILLED........." TO WS-RPT-LABEL.
002454     MOVE WS-COUNT-ORDERS-FILLED TO WS-RPT-COUNT.
002455     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002456
002457     MOVE SPACES TO WS-REPORT-LINE.
002458     MOVE "ORDERS CARRIED FORWARD" TO WS-RPT-LABEL.
002459     MOVE WS-COUNT-ORDERS-CARRIED TO WS-RPT-COUNT.
002460     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002461
002462     MOVE SPACES TO WS-REPORT-LINE.
002463     MOVE "NUMBERS STILL OWED...." TO WS-RPT-LABEL.
002464     MOVE WS-COUNT-QTY-CARRIED TO WS-RPT-COUNT.
002465     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002466
002467     MOVE SPACES TO WS-REPORT-LINE.
002468     MOVE "NUMBERS ASSIGNED......" TO WS-RPT-LABEL.
002469     MOVE WS-COUNT-ASSIGNED TO WS-RPT-COUNT.
002470     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002471
002472     MOVE SPACES TO WS-REPORT-LINE.
002473     MOVE "NUMBERS UNASSIGNED...." TO WS-RPT-LABEL.
002474     MOVE WS-COUNT-TKT-UNMATCHED TO WS-RPT-COUNT.
002475     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002476
002477     MOVE SPACES TO WS-REPORT-LINE.
002478     MOVE "NUMBERS VOIDED TODAY.." TO WS-RPT-LABEL.
002479     MOVE WS-COUNT-TKT-VOIDED TO WS-RPT-COUNT.
002480     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002481
002482     MOVE SPACES TO WS-REPORT-LINE.
002483     MOVE "PRIOR PARTIAL ON FILE." TO WS-RPT-LABEL.
002484     MOVE WS-COUNT-PREWRITTEN TO WS-RPT-COUNT.
002485     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002486
002487     MOVE SPACES TO WS-REPORT-LINE.
002488     MOVE "TRAILER COUNT........." TO WS-RPT-LABEL.
002489     MOVE WS-TRAILER-TOTAL TO WS-RPT-COUNT.
002490     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002491
002492     IF WS-COUNT-ORDERS-REJECTED = ZERO
002493         AND WS-COUNT-ORDERS-CARRIED = ZERO
002494         AND WS-COUNT-TKT-UNMATCHED = ZERO
002495         MOVE 0 TO RETURN-CODE
002496     ELSE
002497         MOVE 4 TO RETURN-CODE
002498     END-IF.
002499
002500     CLOSE TICKET-AUDIT
002501           TICKET-XREF
002502           ORDER-CARRY.
002503 8000-CLOSE.
002504     CLOSE CUSTOMER-ORDERS
002505           CUSTOMER-MASTER
002506           ASSIGN-RPT.
002507 8000-EXIT.
002508     EXIT.
002509
002510*****************************************************************
002511*    8100-WRITE-XREF-TRAILER - ASSIGN MODE.  END TODAY'S         *
002512*    RECORDS WITH THE CONTROL-TOTAL TRAILER: THE COUNT COVERS    *
002513*    EVERYTHING DATED TODAY, THE PARTIAL RUN'S RECORDS           *
002514*    INCLUDED, SO THE BILLING CONSUMER CAN PROVE THE DAY         *
002515*    COMPLETE                                                    *
002516*****************************************************************
002517 8100-WRITE-XREF-TRAILER.
002518     COMPUTE WS-TRAILER-TOTAL =
002519         WS-COUNT-ASSIGNED + WS-COUNT-PREWRITTEN.
002520     MOVE SPACES TO TX-XREF-RECORD.
002521     MOVE "*TRAILER**" TO TX-CUSTOMER-ID.
002522     MOVE WS-TRAILER-TOTAL TO TX-TICKET-NUMBER.
002523     MOVE WS-CURRENT-DATE TO TX-ISSUE-DATE.
002524     WRITE TX-XREF-RECORD.
002525     IF WS-XREFOUT-STATUS NOT = "00"
002526         DISPLAY "TKTASSGN: UNABLE TO WRITE TICKET-XREF "
002527             "TRAILER, STATUS = " WS-XREFOUT-STATUS
002528         MOVE 12 TO RETURN-CODE
002529         STOP RUN
002530     END-IF.
002531 8100-EXIT.
002532     EXIT.
002533
002534*****************************************************************
002535*    8200-PREPARE-TOTALS - PREPARE MODE.  THE NUMBERS ASKED      *
002536*    FOR AND THE RETURN CODE.  A CAPPED REQUEST IS A WARNING -   *
002537*    ASSIGN CARRIES THE ORDERS IT LEAVES SHORT                   *
002538*****************************************************************
002539 8200-PREPARE-TOTALS.
002540     MOVE SPACES TO WS-REPORT-LINE.
002541     MOVE "NUMBERS REQUESTED....." TO WS-RPT-LABEL.
002542     MOVE WS-DEMAND-TOTAL TO WS-RPT-COUNT.
002543     WRITE ASSIGN-RPT-LINE FROM WS-REPORT-LINE.
002544     IF DEMAND-WAS-CAPPED
002545         MOVE SPACES TO ASSIGN-RPT-LINE
002546         MOVE "  REQUEST CAPPED AT ONE BLOCK - EXCESS WILL CARRY"
002547             TO ASSIGN-RPT-LINE
002548         WRITE ASSIGN-RPT-LINE
002549     END-IF.
002550     IF WS-COUNT-ORDERS-REJECTED = ZERO
002551         AND NOT DEMAND-WAS-CAPPED
002680         MOVE 0 TO RETURN-CODE
002690     ELSE
002700         MOVE 4 TO RETURN-CODE
002710     END-IF.
002711 8200-EXIT.
002780     EXIT.
