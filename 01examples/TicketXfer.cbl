000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     TKTXFER.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    TICKET TRANSFER PROCESSING.                                *
000100*                                                                *
000110*    MOVES ASSIGNED DOCUMENTS FROM ONE CUSTOMER TO ANOTHER.      *
000120*    EACH TRANSFER NAMES THE DOCUMENT BY SERIES, FISCAL YEAR     *
000130*    AND NUMBER, THE CUSTOMER IT IS MOVING FROM, THE CUSTOMER    *
000140*    IT IS MOVING TO, AND A REASON CODE.  A TRANSFER IS          *
000150*    ACCEPTED ONLY WHEN THE NUMBER WAS ISSUED IN THE RUN         *
000160*    SERIES AND YEAR, IS NOT VOID, IS ASSIGNED ON THE CROSS-     *
000170*    REFERENCE TO THE FROM-CUSTOMER, WAS BILLED ON AN EARLIER    *
000180*    NIGHT, AND THE TO-CUSTOMER IS ACTIVE ON THE CUSTOMER        *
000190*    MASTER.  EVERY TRANSFER IS VALIDATED BEFORE ANYTHING IS     *
000200*    TOUCHED.                                                    *
000201*                                                                *
000202*    ISSUE AND VOID RECORDS ARE LOOKED FOR ON THE ACTIVE AUDIT   *
000203*    TRAIL AND ON THE ARCHIVE GENERATION MOUNTED ON ARCHIN, SO   *
000204*    A DOCUMENT WHOSE HISTORY TKTARCH HAS MOVED OFF THE TRAIL    *
000205*    CAN STILL BE TRANSFERRED.  SYSIN LINE 1 NAMES THE SERIES;   *
000206*    LINE 2 NAMES THE ARCHIVE GENERATION, OR IS BLANK WHEN ONLY  *
000207*    THE ACTIVE TRAIL IS TO BE SEARCHED.                         *
000210*                                                                *
000220*    THE CROSS-REFERENCE IS COPIED TO A NEW FILE WITH EACH       *
000230*    ACCEPTED DOCUMENT REPOINTED TO ITS NEW CUSTOMER, THE SAME   *
000240*    WAY CUSTMRG REPOINTS A MERGE.  THE COPY IS PROVEN TWO       *
000250*    WAYS - READ = WRITTEN, AND EVERY NIGHT'S CONTROL-TOTAL      *
000260*    TRAILER AGREES WITH THE RECORDS IT CLOSES.  RECORDS AFTER   *
000270*    THE LAST TRAILER MEAN AN ASSIGNMENT RUN DIED PARTWAY, AND   *
000280*    THE RUN REFUSES.  ONLY A PROVEN COPY GETS ITS TYPE-T        *
000290*    TRANSFER RECORDS APPENDED TO THE AUDIT TRAIL, AND THE JOB   *
000300*    STREAM REPLACES THE ACTIVE FILE ONLY ON A GOOD RETURN       *
000310*    CODE.  THE SAME NIGHT'S BILLING RUN PICKS UP THE TRANSFER   *
000320*    RECORDS DATED TODAY AND BILLS A CREDIT TO THE OLD           *
000330*    CUSTOMER AND A REBILL TO THE NEW ONE.                       *
000340*                                                                *
000350*    A TRANSFER THAT THIS RUN ALREADY APPLIED EARLIER TODAY      *
000360*    (THE DOCUMENT NOW BELONGS TO THE TO-CUSTOMER AND TODAY'S    *
000370*    TRANSFER RECORD IS ON THE TRAIL) IS LISTED AS ALREADY       *
000380*    APPLIED, NOT REJECTED, SO A RERUN OF THE STEP IS SAFE.      *
000381*    WHEN TODAY'S TRANSFER RECORD IS ON THE TRAIL BUT THE        *
000382*    ACTIVE CROSS-REFERENCE WAS NEVER REPLACED (THE EARLIER RUN  *
000383*    ENDED BEFORE THE SWAP), THE DOCUMENT IS REPOINTED AGAIN     *
000384*    BUT NO SECOND TRANSFER RECORD IS WRITTEN, SO THE NIGHT'S    *
000385*    BILLING DOES NOT CREDIT AND REBILL IT TWICE.                *
000390*                                                                *
000400*    MODIFICATION HISTORY.                                       *
000410*    2026-10-15  RVS  INITIAL VERSION.                           *
000411*    2026-10-15  RVS  A RERUN AFTER AN UNSWAPPED XREF COPY NO    *
000412*                     LONGER WRITES A SECOND TRANSFER RECORD.    *
000414*    2026-10-15  RVS  ISSUE AND VOID RECORDS ARE NOW ALSO TAKEN  *
000416*                     FROM THE AUDIT ARCHIVE (ARCHIN, SYSIN      *
000418*                     LINE 2).                                   *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM.
000460 OBJECT-COMPUTER.   IBM.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TRANSFER-TRANS ASSIGN TO XFERIN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-XFERIN-STATUS.
000520     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CM-CUSTOMER-ID
000560         FILE STATUS IS WS-CUSTMAST-STATUS.
000570     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-TKTAUD-STATUS.
000600     SELECT TICKET-XREF-IN ASSIGN TO XREFIN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-XREFIN-STATUS.
000630     SELECT TICKET-XREF-OUT ASSIGN TO XREFOUT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-XREFOUT-STATUS.
000660     SELECT TRANSFER-RPT ASSIGN TO XFERRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-XFERRPT-STATUS.
000682     SELECT OPTIONAL ARCHIVE-IN ASSIGN TO ARCHIN
000684         ORGANIZATION IS SEQUENTIAL
000686         FILE STATUS IS WS-ARCHIN-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  TRANSFER-TRANS
000730     RECORDING MODE IS F.
000740     COPY TKTXFR.
000750
000760 FD  CUSTOMER-MASTER.
000770     COPY CUSTNAME REPLACING
000780         ==CN-RECORD== BY ==CM-RECORD==
000790         ==CN-CUSTOMER-ID== BY ==CM-CUSTOMER-ID==
000800         ==CN-CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
000810         ==CN-STATUS== BY ==CM-STATUS==
000820         ==CN-STATUS-ACTIVE== BY ==CM-STATUS-ACTIVE==
000830         ==CN-STATUS-INACTIVE== BY ==CM-STATUS-INACTIVE==
000840         ==CN-ADDR-LINE-1== BY ==CM-ADDR-LINE-1==
000850         ==CN-ADDR-LINE-2== BY ==CM-ADDR-LINE-2==
000860         ==CN-ADDR-CITY== BY ==CM-ADDR-CITY==
000870         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
000880         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
000890
000900 FD  TICKET-AUDIT
000910     RECORDING MODE IS F.
000920     COPY TKTAUD.
000930
000931 FD  ARCHIVE-IN
000932     RECORDING MODE IS F.
000933     COPY TKTAUD REPLACING
000934         ==TA-AUDIT-RECORD== BY ==ARC-AUDIT-RECORD==
000935         ==TA-TICKET-NUMBER== BY ==ARC-TICKET-NUMBER==
000936         ==TA-ISSUE-DATE== BY ==ARC-ISSUE-DATE==
000937         ==TA-ISSUE-TIME== BY ==ARC-ISSUE-TIME==
000938         ==TA-RECORD-TYPE== BY ==ARC-RECORD-TYPE==
000939         ==TA-ISSUE-RECORD== BY ==ARC-ISSUE-RECORD==
000940         ==TA-VOID-RECORD== BY ==ARC-VOID-RECORD==
000941         ==TA-VOID-REASON== BY ==ARC-VOID-REASON==
000942         ==TA-SERIES-CODE== BY ==ARC-SERIES-CODE==
000943         ==TA-REQUESTER-ID== BY ==ARC-REQUESTER-ID==
000944         ==TA-FISCAL-YEAR== BY ==ARC-FISCAL-YEAR==
000945         ==TA-TRANSFER-RECORD== BY ==ARC-TRANSFER-RECORD==
000946         ==TA-TRANSFER-DETAIL== BY ==ARC-TRANSFER-DETAIL==
000947         ==TA-XFER-FROM-CUSTOMER== BY ==ARC-XFER-FROM-CUSTOMER==
000948         ==TA-XFER-TO-CUSTOMER== BY ==ARC-XFER-TO-CUSTOMER==
000949         ==TA-XFER-REASON== BY ==ARC-XFER-REASON==.
000950 FD  TICKET-XREF-IN
000951     RECORDING MODE IS F.
000960     COPY TKTXREF.
000970
000980 FD  TICKET-XREF-OUT
000990     RECORDING MODE IS F.
001000     COPY TKTXREF REPLACING
001010         ==TX-XREF-RECORD== BY ==XO-XREF-RECORD==
001020         ==TX-CUSTOMER-ID== BY ==XO-CUSTOMER-ID==
001030         ==TX-TICKET-NUMBER== BY ==XO-TICKET-NUMBER==
001040         ==TX-ISSUE-DATE== BY ==XO-ISSUE-DATE==
001050         ==TX-FISCAL-YEAR== BY ==XO-FISCAL-YEAR==.
001060
001070 FD  TRANSFER-RPT
001080     RECORDING MODE IS F.
001090 01  TRANSFER-RPT-LINE               PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120*****************************************************************
001130*    FILE STATUS AND END-OF-FILE SWITCHES                       *
001140*****************************************************************
001150 77  WS-XFERIN-STATUS                PIC X(02).
001160 77  WS-CUSTMAST-STATUS              PIC X(02).
001170 77  WS-TKTAUD-STATUS                PIC X(02).
001180 77  WS-XREFIN-STATUS                PIC X(02).
001190 77  WS-XREFOUT-STATUS               PIC X(02).
001200 77  WS-XFERRPT-STATUS               PIC X(02).
001205 77  WS-ARCHIN-STATUS                PIC X(02).
001210 77  WS-XFER-EOF-SWITCH              PIC X(01)   VALUE "N".
001220     88  TRANSFERS-AT-END                        VALUE "Y".
001230 77  WS-AUD-EOF-SWITCH               PIC X(01)   VALUE "N".
001240     88  AUDIT-AT-END                            VALUE "Y".
001250 77  WS-XREF-EOF-SWITCH              PIC X(01)   VALUE "N".
001260     88  XREF-AT-END                             VALUE "Y".
001262 77  WS-ARCH-EOF-SWITCH              PIC X(01)   VALUE "N".
001264     88  ARCHIVE-AT-END                          VALUE "Y".
001266 77  WS-ARCHIVE-MODE-SWITCH          PIC X(01)   VALUE "N".
001268     88  ARCHIVE-MODE-ACTIVE                     VALUE "Y".
001270
001280*****************************************************************
001290*    CURRENT DATE AND TIME, STAMPED ON EVERY TRANSFER RECORD     *
001300*****************************************************************
001310 77  WS-CURRENT-DATE                 PIC X(08).
001320 77  WS-CURRENT-TIME                 PIC X(08).
001330
001340*****************************************************************
001350*    THE NUMBERING SERIES THE NIGHT CYCLE ASSIGNS TO CUSTOMERS,  *
001360*    FROM SYSIN - THE CROSS-REFERENCE FILE CARRIES NO SERIES,    *
001370*    SO ONLY A TRANSFER IN THAT SERIES CAN BE MATCHED TO IT      *
001380*****************************************************************
001390 77  WS-SERIES-CODE                  PIC X(02).
001395 77  WS-ARCHIVE-NAME                 PIC X(44).
001400
001410*****************************************************************
001420*    TRANSFER TABLE, LOADED FROM XFERIN AND MARKED UP BY ONE     *
001430*    PASS OVER THE AUDIT TRAIL AND ONE PASS OVER THE CROSS-      *
001440*    REFERENCE.  AN ENTRY REJECTED ON ITS OWN EDITS IS LISTED    *
001450*    AS IT IS READ AND NEVER TABLED                              *
001460*****************************************************************
001470 77  WS-XFER-MAX                     PIC 9(04)   COMP   VALUE 500.
001480 77  WS-XFER-COUNT                   PIC 9(04)   COMP   VALUE ZERO.
001490 77  WS-XX                           PIC 9(04)   COMP   VALUE ZERO.
001500 77  WS-DUPLICATE-SWITCH             PIC X(01)   VALUE "N".
001510     88  TRANSFER-IS-DUPLICATE                   VALUE "Y".
001520 01  WS-TRANSFER-TABLE.
001530     05  WS-XFER-ENTRY               OCCURS 500 TIMES.
001540         10  WS-XFR-SERIES           PIC X(02).
001550         10  WS-XFR-YEAR             PIC X(04).
001560         10  WS-XFR-NUMBER           PIC S9(09)  COMP-3.
001570         10  WS-XFR-FROM             PIC X(10).
001580         10  WS-XFR-TO               PIC X(10).
001590         10  WS-XFR-REASON           PIC X(08).
001600         10  WS-XFR-ISSUED-SW        PIC X(01).
001610             88  XFR-WAS-ISSUED              VALUE "Y".
001620         10  WS-XFR-VOIDED-SW        PIC X(01).
001630             88  XFR-IS-VOID                 VALUE "Y".
001640         10  WS-XFR-TODAY-SW         PIC X(01).
001650             88  XFR-RECORDED-TODAY          VALUE "Y".
001660         10  WS-XFR-OWNER-SW         PIC X(01).
001670             88  XFR-NOT-ON-XREF             VALUE "N".
001680             88  XFR-OWNED-BY-FROM           VALUE "F".
001690             88  XFR-OWNED-BY-TO             VALUE "T".
001700             88  XFR-OWNED-BY-OTHER          VALUE "O".
001710             88  XFR-ASSIGNED-TODAY          VALUE "D".
001720         10  WS-XFR-REPOINT-SW       PIC X(01).
001730             88  XFR-WAS-REPOINTED           VALUE "Y".
001740
001750*****************************************************************
001760*    CROSS-REFERENCE TRAILER PROOF.  EACH NIGHT'S ASSIGNMENTS    *
001770*    END WITH A TRAILER CARRYING THAT NIGHT'S COUNT AND DATE.    *
001780*    THE RECORDS SINCE THE PRIOR TRAILER THAT CARRY THE          *
001790*    TRAILER'S DATE MUST MATCH ITS COUNT.  ONLY THE STRETCH      *
001800*    AHEAD OF THE FIRST TRAILER MAY HOLD OLDER, UNTRAILERED      *
001810*    RECORDS - THOSE WERE WRITTEN BEFORE TRAILERS EXISTED        *
001820*****************************************************************
001830 77  WS-SEG-COUNT                    PIC 9(07)   COMP   VALUE ZERO.
001840 77  WS-SEG-DATE-COUNT               PIC 9(07)   COMP   VALUE ZERO.
001850 77  WS-SEG-MATCH-COUNT              PIC 9(07)   COMP   VALUE ZERO.
001860 77  WS-SEG-LAST-DATE                PIC X(08)   VALUE SPACES.
001870 77  WS-TRAILER-COUNT                PIC S9(09)  COMP-3 VALUE ZERO.
001880 77  WS-FIRST-TRAILER-SWITCH         PIC X(01)   VALUE "Y".
001890     88  NO-TRAILER-YET                          VALUE "Y".
001900 77  WS-XREF-FAULT-SWITCH            PIC X(01)   VALUE "N".
001910     88  XREF-NOT-PROVEN                         VALUE "Y".
001920
001930*****************************************************************
001940*    RUN COUNTERS                                                *
001950*****************************************************************
001960 77  WS-COUNT-TRANSFERS              PIC 9(07)   COMP   VALUE ZERO.
001970 77  WS-COUNT-APPLIED                PIC 9(07)   COMP   VALUE ZERO.
001980 77  WS-COUNT-ALREADY                PIC 9(07)   COMP   VALUE ZERO.
001990 77  WS-COUNT-REJECTED               PIC 9(07)   COMP   VALUE ZERO.
002000 77  WS-COUNT-HELD                   PIC 9(07)   COMP   VALUE ZERO.
002010 77  WS-COUNT-XREF-READ              PIC 9(07)   COMP   VALUE ZERO.
002020 77  WS-COUNT-XREF-WRITTEN           PIC 9(07)   COMP   VALUE ZERO.
002030 77  WS-COUNT-REPOINTED              PIC 9(07)   COMP   VALUE ZERO.
002040 77  WS-COUNT-TRAILERS               PIC 9(07)   COMP   VALUE ZERO.
002050 77  WS-COUNT-LEGACY                 PIC 9(07)   COMP   VALUE ZERO.
002060
002070*****************************************************************
002080*    REPORT LINE WORK AREAS                                      *
002090*****************************************************************
002100 77  WS-RESULT-FLAG                  PIC X(10).
002110 77  WS-RESULT-TEXT                  PIC X(26).
002120 01  WS-EDITED-NUMBER                PIC Z(9)9.
002130 01  WS-RESULT-LINE.
002140     05  FILLER                      PIC X(01)   VALUE SPACES.
002150     05  WS-RSL-FLAG                 PIC X(10).
002160     05  FILLER                      PIC X(01)   VALUE SPACES.
002170     05  WS-RSL-SERIES               PIC X(02).
002180     05  FILLER                      PIC X(01)   VALUE SPACES.
002190     05  WS-RSL-YEAR                 PIC X(04).
002200     05  WS-RSL-NUMBER               PIC Z(9)9.
002210     05  FILLER                      PIC X(01)   VALUE SPACES.
002220     05  WS-RSL-FROM                 PIC X(10).
002230     05  FILLER                      PIC X(01)   VALUE SPACES.
002240     05  WS-RSL-TO                   PIC X(10).
002250     05  FILLER                      PIC X(01)   VALUE SPACES.
002260     05  WS-RSL-TEXT                 PIC X(26).
002270     05  FILLER                      PIC X(02)   VALUE SPACES.
002280 01  WS-REPORT-LINE.
002290     05  FILLER                      PIC X(02)   VALUE SPACES.
002300     05  WS-RPT-LABEL                PIC X(25).
002310     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
002320     05  FILLER                      PIC X(46)   VALUE SPACES.
002330
002340 PROCEDURE DIVISION.
002350*****************************************************************
002360*    0000-MAINLINE                                               *
002370*****************************************************************
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE
002400         THRU 1000-EXIT.
002410     PERFORM 2000-LOAD-TRANSFER
002420         THRU 2000-EXIT
002430         UNTIL TRANSFERS-AT-END.
002440     PERFORM 3000-SCAN-AUDIT-TRAIL
002450         THRU 3000-EXIT.
002460     PERFORM 4000-REPOINT-XREF
002470         THRU 4000-EXIT.
002480     PERFORM 5000-POST-TRANSFERS
002490         THRU 5000-EXIT.
002500     PERFORM 8000-FINALIZE
002510         THRU 8000-EXIT.
002520     STOP RUN.
002530
002540*****************************************************************
002550*    1000-INITIALIZE - TAKE THE SERIES FROM SYSIN, OPEN THE      *
002560*    TRANSFER FILE, THE MASTER AND THE LISTING, AND PRIME THE    *
002570*    TRANSFER READ                                               *
002580*****************************************************************
002590 1000-INITIALIZE.
002600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002610     ACCEPT WS-CURRENT-TIME FROM TIME.
002620     ACCEPT WS-SERIES-CODE.
002625     ACCEPT WS-ARCHIVE-NAME.
002630     IF WS-SERIES-CODE = SPACES
002640         DISPLAY "TKTXFER: SERIES CODE MISSING FROM SYSIN"
002650         MOVE 8 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     OPEN INPUT  TRANSFER-TRANS
002690          INPUT  CUSTOMER-MASTER
002700          OUTPUT TRANSFER-RPT.
002710     IF WS-XFERIN-STATUS NOT = "00"
002720         DISPLAY "TKTXFER: UNABLE TO OPEN TRANSFER-TRANS, "
002730             "STATUS = " WS-XFERIN-STATUS
002740         MOVE 12 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     IF WS-CUSTMAST-STATUS NOT = "00"
002780         DISPLAY "TKTXFER: UNABLE TO OPEN CUSTOMER-MASTER, "
002790             "STATUS = " WS-CUSTMAST-STATUS
002800         MOVE 12 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     IF WS-XFERRPT-STATUS NOT = "00"
002840         DISPLAY "TKTXFER: UNABLE TO OPEN TRANSFER-RPT, "
002850             "STATUS = " WS-XFERRPT-STATUS
002860         MOVE 12 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002881*    THE ARCHIVE IS OPTIONAL - A BLANK NAME OR A MISSING DD
002882*    MEANS THE ISSUE RECORDS COME FROM THE ACTIVE TRAIL ONLY
002883     IF WS-ARCHIVE-NAME NOT = SPACES
002884         OPEN INPUT ARCHIVE-IN
002885         IF WS-ARCHIN-STATUS = "00"
002886             SET ARCHIVE-MODE-ACTIVE TO TRUE
002887         ELSE
002888             DISPLAY "TKTXFER: ARCHIVE " WS-ARCHIVE-NAME
002889                 " NOT AVAILABLE, STATUS = " WS-ARCHIN-STATUS
002890                 ", ACTIVE TRAIL ONLY"
002891         END-IF
002892     END-IF.
002893     MOVE SPACES TO TRANSFER-RPT-LINE.
002900     MOVE "TICKET TRANSFER PROCESSING LISTING"
002910         TO TRANSFER-RPT-LINE.
002920     WRITE TRANSFER-RPT-LINE.
002930     MOVE SPACES TO TRANSFER-RPT-LINE.
002940     STRING "  SERIES " DELIMITED BY SIZE
002950         WS-SERIES-CODE DELIMITED BY SIZE
002960         "  RUN DATE " DELIMITED BY SIZE
002970         WS-CURRENT-DATE DELIMITED BY SIZE
002980         INTO TRANSFER-RPT-LINE
002990     END-STRING.
002991     WRITE TRANSFER-RPT-LINE.
002992     MOVE SPACES TO TRANSFER-RPT-LINE.
002993     IF ARCHIVE-MODE-ACTIVE
002994         STRING "  ARCHIVE " DELIMITED BY SIZE
002995             WS-ARCHIVE-NAME DELIMITED BY SIZE
002996             INTO TRANSFER-RPT-LINE
002997         END-STRING
002998     ELSE
002999         MOVE "  NO ARCHIVE - ACTIVE TRAIL ONLY"
003000             TO TRANSFER-RPT-LINE
003001     END-IF.
003002     WRITE TRANSFER-RPT-LINE.
003010     MOVE SPACES TO TRANSFER-RPT-LINE.
003020     WRITE TRANSFER-RPT-LINE.
003030     PERFORM 2100-READ-TRANSFER
003040         THRU 2100-EXIT.
003050 1000-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090*    2000-LOAD-TRANSFER - EDIT ONE TRANSFER ON ITS OWN AND       *
003100*    AGAINST THE MASTER, AND TABLE IT FOR THE FILE PASSES.  A    *
003110*    FULL TABLE STOPS THE RUN RATHER THAN SILENTLY DROPPING      *
003120*    TRANSFERS                                                   *
003130*****************************************************************
003140 2000-LOAD-TRANSFER.
003150     ADD 1 TO WS-COUNT-TRANSFERS.
003160     MOVE "*REJECTED*" TO WS-RESULT-FLAG.
003170     IF XF-SERIES-CODE = SPACES
003180         MOVE "SERIES CODE IS BLANK" TO WS-RESULT-TEXT
003190         GO TO 2000-REJECT
003200     END-IF.
003210     IF XF-SERIES-CODE NOT = WS-SERIES-CODE
003220         MOVE "NOT THE RUN SERIES" TO WS-RESULT-TEXT
003230         GO TO 2000-REJECT
003240     END-IF.
003250     IF XF-TICKET-NUMBER NOT NUMERIC
003260         MOVE "TICKET NUMBER NOT NUMERIC" TO WS-RESULT-TEXT
003270         GO TO 2000-REJECT
003280     END-IF.
003290     IF XF-FROM-CUSTOMER = SPACES
003300         OR XF-TO-CUSTOMER = SPACES
003310         MOVE "FROM OR TO CUSTOMER BLANK" TO WS-RESULT-TEXT
003320         GO TO 2000-REJECT
003330     END-IF.
003340     IF XF-FROM-CUSTOMER = XF-TO-CUSTOMER
003350         MOVE "FROM AND TO ARE THE SAME" TO WS-RESULT-TEXT
003360         GO TO 2000-REJECT
003370     END-IF.
003380     MOVE XF-TO-CUSTOMER TO CM-CUSTOMER-ID.
003390     READ CUSTOMER-MASTER
003400         INVALID KEY
003410             MOVE "TO-CUSTOMER NOT ON MASTER" TO WS-RESULT-TEXT
003420             GO TO 2000-REJECT
003430     END-READ.
003440     IF NOT CM-STATUS-ACTIVE
003450         MOVE "TO-CUSTOMER NOT ACTIVE" TO WS-RESULT-TEXT
003460         GO TO 2000-REJECT
003470     END-IF.
003480*    TWO TRANSFERS OF ONE DOCUMENT IN ONE RUN ARE AMBIGUOUS -
003490*    THE SECOND IS REFUSED; RESUBMIT IT ON A LATER NIGHT
003500     MOVE "N" TO WS-DUPLICATE-SWITCH.
003510     PERFORM 2200-CHECK-DUPLICATE
003520         THRU 2200-EXIT
003530         VARYING WS-XX FROM 1 BY 1
003540         UNTIL WS-XX > WS-XFER-COUNT.
003550     IF TRANSFER-IS-DUPLICATE
003560         MOVE "DUPLICATE IN THIS RUN" TO WS-RESULT-TEXT
003570         GO TO 2000-REJECT
003580     END-IF.
003590     IF WS-XFER-COUNT >= WS-XFER-MAX
003600         DISPLAY "TKTXFER: MORE THAN " WS-XFER-MAX
003610             " TRANSFERS IN ONE RUN, SPLIT THE FILE"
003620         MOVE 8 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     ADD 1 TO WS-XFER-COUNT.
003660     MOVE XF-SERIES-CODE TO WS-XFR-SERIES (WS-XFER-COUNT).
003670     MOVE XF-FISCAL-YEAR TO WS-XFR-YEAR (WS-XFER-COUNT).
003680     MOVE XF-TICKET-NUMBER-NUM
003690         TO WS-XFR-NUMBER (WS-XFER-COUNT).
003700     MOVE XF-FROM-CUSTOMER TO WS-XFR-FROM (WS-XFER-COUNT).
003710     MOVE XF-TO-CUSTOMER TO WS-XFR-TO (WS-XFER-COUNT).
003720     MOVE XF-REASON TO WS-XFR-REASON (WS-XFER-COUNT).
003730     MOVE "N" TO WS-XFR-ISSUED-SW (WS-XFER-COUNT).
003740     MOVE "N" TO WS-XFR-VOIDED-SW (WS-XFER-COUNT).
003750     MOVE "N" TO WS-XFR-TODAY-SW (WS-XFER-COUNT).
003760     MOVE "N" TO WS-XFR-OWNER-SW (WS-XFER-COUNT).
003770     MOVE "N" TO WS-XFR-REPOINT-SW (WS-XFER-COUNT).
003780     GO TO 2000-NEXT.
003790 2000-REJECT.
003800     ADD 1 TO WS-COUNT-REJECTED.
003810     MOVE SPACES TO WS-RESULT-LINE.
003820     MOVE WS-RESULT-FLAG TO WS-RSL-FLAG.
003830     MOVE XF-SERIES-CODE TO WS-RSL-SERIES.
003840     MOVE XF-FISCAL-YEAR TO WS-RSL-YEAR.
003850     IF XF-TICKET-NUMBER NUMERIC
003860         MOVE XF-TICKET-NUMBER-NUM TO WS-RSL-NUMBER
003870     ELSE
003880         MOVE ZERO TO WS-RSL-NUMBER
003890     END-IF.
003900     MOVE XF-FROM-CUSTOMER TO WS-RSL-FROM.
003910     MOVE XF-TO-CUSTOMER TO WS-RSL-TO.
003920     MOVE WS-RESULT-TEXT TO WS-RSL-TEXT.
003930     WRITE TRANSFER-RPT-LINE FROM WS-RESULT-LINE.
003940 2000-NEXT.
003950     PERFORM 2100-READ-TRANSFER
003960         THRU 2100-EXIT.
003970 2000-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010*    2100-READ-TRANSFER - READ WITH AT END HANDLING              *
004020*****************************************************************
004030 2100-READ-TRANSFER.
004040     READ TRANSFER-TRANS
004050         AT END
004060             MOVE "Y" TO WS-XFER-EOF-SWITCH
004070     END-READ.
004080 2100-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*    2200-CHECK-DUPLICATE - COMPARE THE TRANSFER IN HAND WITH    *
004130*    ONE ALREADY TABLED                                          *
004140*****************************************************************
004150 2200-CHECK-DUPLICATE.
004160     IF WS-XFR-SERIES (WS-XX) = XF-SERIES-CODE
004170         AND WS-XFR-YEAR (WS-XX) = XF-FISCAL-YEAR
004180         AND WS-XFR-NUMBER (WS-XX) = XF-TICKET-NUMBER-NUM
004190         MOVE "Y" TO WS-DUPLICATE-SWITCH
004200     END-IF.
004210 2200-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*    3000-SCAN-AUDIT-TRAIL - ONE PASS OVER THE AUDIT TRAIL,      *
004260*    MARKING EACH TABLED DOCUMENT AS ISSUED, VOID, AND/OR        *
004270*    ALREADY TRANSFERRED TODAY AS ITS RECORDS GO BY, THEN ONE    *
004273*    PASS OVER THE ARCHIVE, IF ONE IS MOUNTED, FOR THE ISSUE     *
004276*    AND VOID RECORDS TKTARCH HAS MOVED OFF THE TRAIL            *
004280*****************************************************************
004290 3000-SCAN-AUDIT-TRAIL.
004300     OPEN INPUT TICKET-AUDIT.
004310     IF WS-TKTAUD-STATUS NOT = "00"
004320         DISPLAY "TKTXFER: UNABLE TO OPEN TICKET-AUDIT, "
004330             "STATUS = " WS-TKTAUD-STATUS
004340         MOVE 12 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004370     PERFORM 3100-SCAN-ONE-RECORD
004380         THRU 3100-EXIT
004390         UNTIL AUDIT-AT-END.
004400     CLOSE TICKET-AUDIT.
004401     IF ARCHIVE-MODE-ACTIVE
004402         PERFORM 3300-SCAN-ONE-ARCHIVED
004403             THRU 3300-EXIT
004404             UNTIL ARCHIVE-AT-END
004405         CLOSE ARCHIVE-IN
004406     END-IF.
004410 3000-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450*    3100-SCAN-ONE-RECORD - READ ONE AUDIT RECORD AND MARK THE   *
004460*    MATCHING TRANSFER TABLE ENTRY, IF ANY                       *
004470*****************************************************************
004480 3100-SCAN-ONE-RECORD.
004490     READ TICKET-AUDIT
004500         AT END
004510             MOVE "Y" TO WS-AUD-EOF-SWITCH
004520             GO TO 3100-EXIT
004530     END-READ.
004540     PERFORM 3200-MARK-MATCHING-ENTRY
004550         THRU 3200-EXIT
004560         VARYING WS-XX FROM 1 BY 1
004570         UNTIL WS-XX > WS-XFER-COUNT.
004580 3100-EXIT.
004590     EXIT.
004600
004610*****************************************************************
004620*    3200-MARK-MATCHING-ENTRY - IF THE AUDIT RECORD IN HAND IS   *
004630*    FOR THIS TRANSFER'S DOCUMENT, RECORD WHAT KIND IT WAS.  A   *
004640*    TRANSFER RECORD COUNTS ONLY WHEN IT IS TODAY'S AND MOVED    *
004650*    THE SAME DOCUMENT BETWEEN THE SAME TWO CUSTOMERS            *
004660*****************************************************************
004670 3200-MARK-MATCHING-ENTRY.
004680     IF TA-TICKET-NUMBER NOT = WS-XFR-NUMBER (WS-XX)
004690         OR TA-SERIES-CODE NOT = WS-XFR-SERIES (WS-XX)
004700         OR TA-FISCAL-YEAR NOT = WS-XFR-YEAR (WS-XX)
004710         GO TO 3200-EXIT
004720     END-IF.
004730     IF TA-ISSUE-RECORD
004740         MOVE "Y" TO WS-XFR-ISSUED-SW (WS-XX)
004750         GO TO 3200-EXIT
004760     END-IF.
004770     IF TA-VOID-RECORD
004780         MOVE "Y" TO WS-XFR-VOIDED-SW (WS-XX)
004790         GO TO 3200-EXIT
004800     END-IF.
004810     IF TA-TRANSFER-RECORD
004820         AND TA-ISSUE-DATE = WS-CURRENT-DATE
004830         AND TA-XFER-FROM-CUSTOMER = WS-XFR-FROM (WS-XX)
004840         AND TA-XFER-TO-CUSTOMER = WS-XFR-TO (WS-XX)
004850         MOVE "Y" TO WS-XFR-TODAY-SW (WS-XX)
004860     END-IF.
004870 3200-EXIT.
004880     EXIT.
004890
004891*****************************************************************
004892*    3300-SCAN-ONE-ARCHIVED - READ ONE ARCHIVED AUDIT RECORD AND *
004893*    MARK THE MATCHING TRANSFER TABLE ENTRY, IF ANY              *
004894*****************************************************************
004895 3300-SCAN-ONE-ARCHIVED.
004896     READ ARCHIVE-IN
004897         AT END
004898             MOVE "Y" TO WS-ARCH-EOF-SWITCH
004899             GO TO 3300-EXIT
004900     END-READ.
004901     IF WS-ARCHIN-STATUS NOT = "00"
004902         DISPLAY "TKTXFER: UNABLE TO READ ARCHIVE-IN, "
004903             "STATUS = " WS-ARCHIN-STATUS
004904         MOVE 12 TO RETURN-CODE
004905         STOP RUN
004906     END-IF.
004907     PERFORM 3400-MARK-ARCHIVED-ENTRY
004908         THRU 3400-EXIT
004909         VARYING WS-XX FROM 1 BY 1
004910         UNTIL WS-XX > WS-XFER-COUNT.
004911 3300-EXIT.
004912     EXIT.
004913
004914*****************************************************************
004915*    3400-MARK-ARCHIVED-ENTRY - IF THE ARCHIVED RECORD IN HAND   *
004916*    IS FOR THIS TRANSFER'S DOCUMENT, NOTE AN ISSUE OR A VOID.   *
004917*    AN ARCHIVED TRANSFER RECORD IS NEVER TODAY'S                *
004918*****************************************************************
004919 3400-MARK-ARCHIVED-ENTRY.
004920     IF ARC-TICKET-NUMBER NOT = WS-XFR-NUMBER (WS-XX)
004921         OR ARC-SERIES-CODE NOT = WS-XFR-SERIES (WS-XX)
004922         OR ARC-FISCAL-YEAR NOT = WS-XFR-YEAR (WS-XX)
004923         GO TO 3400-EXIT
004924     END-IF.
004925     IF ARC-ISSUE-RECORD
004926         MOVE "Y" TO WS-XFR-ISSUED-SW (WS-XX)
004927         GO TO 3400-EXIT
004928     END-IF.
004929     IF ARC-VOID-RECORD
004930         MOVE "Y" TO WS-XFR-VOIDED-SW (WS-XX)
004931     END-IF.
004932 3400-EXIT.
004933     EXIT.
004934*****************************************************************
004935*    4000-REPOINT-XREF - COPY THE CROSS-REFERENCE FILE, MOVING   *
004936*    EVERY ACCEPTED DOCUMENT TO ITS NEW CUSTOMER AND PROVING     *
004937*    EACH NIGHT'S TRAILER ON THE WAY.  THE COPY GOES TO A NEW    *
004940*    FILE; THE JOB STREAM REPLACES THE ACTIVE FILE ONLY WHEN     *
004950*    THIS RUN POSTED A GOOD RETURN CODE                          *
004960*****************************************************************
004970 4000-REPOINT-XREF.
004980     OPEN INPUT  TICKET-XREF-IN
004990          OUTPUT TICKET-XREF-OUT.
005000     IF WS-XREFIN-STATUS NOT = "00"
005010         DISPLAY "TKTXFER: UNABLE TO OPEN TICKET-XREF-IN, "
005020             "STATUS = " WS-XREFIN-STATUS
005030         MOVE 12 TO RETURN-CODE
005040         STOP RUN
005050     END-IF.
005060     IF WS-XREFOUT-STATUS NOT = "00"
005070         DISPLAY "TKTXFER: UNABLE TO OPEN TICKET-XREF-OUT, "
005080             "STATUS = " WS-XREFOUT-STATUS
005090         MOVE 12 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120     PERFORM 4100-COPY-ONE-XREF
005130         THRU 4100-EXIT
005140         UNTIL XREF-AT-END.
005150*    ANYTHING AFTER THE LAST TRAILER IS A NIGHT'S ASSIGNMENT
005160*    THAT NEVER FINISHED - THE FILE IS NOT TRUSTED
005170     IF WS-SEG-COUNT > ZERO
005180         AND NOT NO-TRAILER-YET
005190         MOVE "Y" TO WS-XREF-FAULT-SWITCH
005200         MOVE SPACES TO TRANSFER-RPT-LINE
005210         MOVE WS-SEG-COUNT TO WS-EDITED-NUMBER
005220         STRING "  ** " DELIMITED BY SIZE
005230             WS-EDITED-NUMBER DELIMITED BY SIZE
005240             " XREF RECORDS AFTER THE LAST TRAILER **"
005250                 DELIMITED BY SIZE
005260             INTO TRANSFER-RPT-LINE
005270         END-STRING
005280         WRITE TRANSFER-RPT-LINE
005290     END-IF.
005300     IF NO-TRAILER-YET
005310         ADD WS-SEG-COUNT TO WS-COUNT-LEGACY
005320     END-IF.
005330     IF WS-COUNT-XREF-WRITTEN NOT = WS-COUNT-XREF-READ
005340         MOVE "Y" TO WS-XREF-FAULT-SWITCH
005350     END-IF.
005360     CLOSE TICKET-XREF-IN
005370           TICKET-XREF-OUT.
005380 4000-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420*    4100-COPY-ONE-XREF - COPY ONE CROSS-REFERENCE RECORD.  A    *
005430*    TRAILER GOES THROUGH UNCHANGED ONCE IT IS PROVEN; A DATA    *
005440*    RECORD IS COUNTED INTO ITS NIGHT AND REPOINTED WHEN AN      *
005450*    ACCEPTED TRANSFER NAMES IT                                  *
005460*****************************************************************
005470 4100-COPY-ONE-XREF.
005480     READ TICKET-XREF-IN
005490         AT END
005500             MOVE "Y" TO WS-XREF-EOF-SWITCH
005510             GO TO 4100-EXIT
005520     END-READ.
005530     ADD 1 TO WS-COUNT-XREF-READ.
005540     MOVE TX-XREF-RECORD TO XO-XREF-RECORD.
005550     IF TX-CUSTOMER-ID = "*TRAILER**"
005560         PERFORM 4300-PROVE-TRAILER
005570             THRU 4300-EXIT
005580         GO TO 4100-WRITE
005590     END-IF.
005600     ADD 1 TO WS-SEG-COUNT.
005610     IF TX-ISSUE-DATE NOT = WS-SEG-LAST-DATE
005620         MOVE TX-ISSUE-DATE TO WS-SEG-LAST-DATE
005630         MOVE ZERO TO WS-SEG-DATE-COUNT
005640     END-IF.
005650     ADD 1 TO WS-SEG-DATE-COUNT.
005660     PERFORM 4200-MATCH-TRANSFER-ENTRY
005670         THRU 4200-EXIT
005680         VARYING WS-XX FROM 1 BY 1
005690         UNTIL WS-XX > WS-XFER-COUNT.
005700 4100-WRITE.
005710     WRITE XO-XREF-RECORD.
005720     IF WS-XREFOUT-STATUS NOT = "00"
005730         DISPLAY "TKTXFER: UNABLE TO WRITE TICKET-XREF-OUT, "
005740             "STATUS = " WS-XREFOUT-STATUS
005750         MOVE 12 TO RETURN-CODE
005760         STOP RUN
005770     END-IF.
005780     ADD 1 TO WS-COUNT-XREF-WRITTEN.
005790 4100-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830*    4200-MATCH-TRANSFER-ENTRY - IF THE DATA RECORD IN HAND IS   *
005840*    THIS TRANSFER'S DOCUMENT, NOTE WHO OWNS IT AND REPOINT IT   *
005850*    WHEN EVERYTHING CHECKS OUT.  A DOCUMENT ASSIGNED TODAY HAS  *
005860*    NOT BEEN BILLED YET, SO THERE IS NOTHING TO CREDIT - IT     *
005870*    MUST WAIT FOR A LATER NIGHT                                 *
005880*****************************************************************
005890 4200-MATCH-TRANSFER-ENTRY.
005900     IF TX-TICKET-NUMBER NOT = WS-XFR-NUMBER (WS-XX)
005910         OR TX-FISCAL-YEAR NOT = WS-XFR-YEAR (WS-XX)
005920         GO TO 4200-EXIT
005930     END-IF.
005940     IF TX-CUSTOMER-ID = WS-XFR-TO (WS-XX)
005950         MOVE "T" TO WS-XFR-OWNER-SW (WS-XX)
005960         GO TO 4200-EXIT
005970     END-IF.
005980     IF TX-CUSTOMER-ID NOT = WS-XFR-FROM (WS-XX)
005990         MOVE "O" TO WS-XFR-OWNER-SW (WS-XX)
006000         GO TO 4200-EXIT
006010     END-IF.
006020     IF TX-ISSUE-DATE = WS-CURRENT-DATE
006030         MOVE "D" TO WS-XFR-OWNER-SW (WS-XX)
006040         GO TO 4200-EXIT
006050     END-IF.
006060     MOVE "F" TO WS-XFR-OWNER-SW (WS-XX).
006070     IF XFR-WAS-ISSUED (WS-XX)
006080         AND NOT XFR-IS-VOID (WS-XX)
006090         MOVE WS-XFR-TO (WS-XX) TO XO-CUSTOMER-ID
006100         MOVE "Y" TO WS-XFR-REPOINT-SW (WS-XX)
006110         ADD 1 TO WS-COUNT-REPOINTED
006120     END-IF.
006130 4200-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170*    4300-PROVE-TRAILER - THE RECORDS SINCE THE PRIOR TRAILER    *
006180*    THAT CARRY THIS TRAILER'S DATE MUST MATCH ITS COUNT.  ANY   *
006190*    OTHER RECORDS IN THE STRETCH ARE ALLOWED ONLY AHEAD OF THE  *
006200*    FIRST TRAILER ON THE FILE                                   *
006210*****************************************************************
006220 4300-PROVE-TRAILER.
006230     ADD 1 TO WS-COUNT-TRAILERS.
006240     MOVE TX-TICKET-NUMBER TO WS-TRAILER-COUNT.
006250     IF WS-SEG-LAST-DATE = TX-ISSUE-DATE
006260         MOVE WS-SEG-DATE-COUNT TO WS-SEG-MATCH-COUNT
006270     ELSE
006280         MOVE ZERO TO WS-SEG-MATCH-COUNT
006290     END-IF.
006300     IF WS-SEG-MATCH-COUNT NOT = WS-TRAILER-COUNT
006310         MOVE "Y" TO WS-XREF-FAULT-SWITCH
006320         MOVE SPACES TO TRANSFER-RPT-LINE
006330         STRING "  ** XREF TRAILER FOR " DELIMITED BY SIZE
006340             TX-ISSUE-DATE DELIMITED BY SIZE
006350             " DOES NOT MATCH ITS RECORDS **"
006360                 DELIMITED BY SIZE
006370             INTO TRANSFER-RPT-LINE
006380         END-STRING
006390         WRITE TRANSFER-RPT-LINE
006400     END-IF.
006410     IF WS-SEG-COUNT > WS-SEG-MATCH-COUNT
006420         IF NO-TRAILER-YET
006430             COMPUTE WS-COUNT-LEGACY =
006440                 WS-SEG-COUNT - WS-SEG-MATCH-COUNT
006450         ELSE
006460             MOVE "Y" TO WS-XREF-FAULT-SWITCH
006470             MOVE SPACES TO TRANSFER-RPT-LINE
006480             STRING "  ** UNTRAILERED XREF RECORDS AHEAD OF "
006490                 DELIMITED BY SIZE
006500                 "THE " DELIMITED BY SIZE
006510                 TX-ISSUE-DATE DELIMITED BY SIZE
006520                 " TRAILER **" DELIMITED BY SIZE
006530                 INTO TRANSFER-RPT-LINE
006540             END-STRING
006550             WRITE TRANSFER-RPT-LINE
006560         END-IF
006570     END-IF.
006580     MOVE "N" TO WS-FIRST-TRAILER-SWITCH.
006590     MOVE ZERO TO WS-SEG-COUNT.
006600     MOVE ZERO TO WS-SEG-DATE-COUNT.
006610     MOVE SPACES TO WS-SEG-LAST-DATE.
006620 4300-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*    5000-POST-TRANSFERS - SETTLE EVERY TABLED TRANSFER, PRINT   *
006670*    ITS RESULT, AND APPEND A TYPE-T AUDIT RECORD FOR EACH ONE   *
006680*    APPLIED.  WHEN THE CROSS-REFERENCE COPY DID NOT PROVE,      *
006690*    NOTHING IS WRITTEN TO THE TRAIL AND EVERY TRANSFER THAT     *
006700*    WOULD HAVE APPLIED IS HELD                                  *
006710*****************************************************************
006720 5000-POST-TRANSFERS.
006730     IF NOT XREF-NOT-PROVEN
006740         OPEN EXTEND TICKET-AUDIT
006750         IF WS-TKTAUD-STATUS NOT = "00"
006760             DISPLAY "TKTXFER: UNABLE TO EXTEND TICKET-AUDIT, "
006770                 "STATUS = " WS-TKTAUD-STATUS
006780             MOVE 12 TO RETURN-CODE
006790             STOP RUN
006800         END-IF
006810     END-IF.
006820     PERFORM 5100-POST-ONE-TRANSFER
006830         THRU 5100-EXIT
006840         VARYING WS-XX FROM 1 BY 1
006850         UNTIL WS-XX > WS-XFER-COUNT.
006860     IF NOT XREF-NOT-PROVEN
006870         CLOSE TICKET-AUDIT
006880     END-IF.
006890 5000-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930*    5100-POST-ONE-TRANSFER - DECIDE ONE TRANSFER'S OUTCOME      *
006940*****************************************************************
006950 5100-POST-ONE-TRANSFER.
006960     MOVE "*REJECTED*" TO WS-RESULT-FLAG.
006970     IF NOT XFR-WAS-ISSUED (WS-XX)
006980         MOVE "NUMBER WAS NEVER ISSUED" TO WS-RESULT-TEXT
006990         GO TO 5100-REJECT
007000     END-IF.
007010     IF XFR-IS-VOID (WS-XX)
007020         MOVE "DOCUMENT IS VOID" TO WS-RESULT-TEXT
007030         GO TO 5100-REJECT
007040     END-IF.
007050     IF XFR-ASSIGNED-TODAY (WS-XX)
007060         MOVE "ASSIGNED TODAY, NOT BILLED" TO WS-RESULT-TEXT
007070         GO TO 5100-REJECT
007080     END-IF.
007090     IF XFR-OWNED-BY-TO (WS-XX)
007100         AND XFR-RECORDED-TODAY (WS-XX)
007110         ADD 1 TO WS-COUNT-ALREADY
007120         MOVE "ALREADY" TO WS-RESULT-FLAG
007130         MOVE "APPLIED EARLIER TODAY" TO WS-RESULT-TEXT
007140         GO TO 5100-PRINT
007150     END-IF.
007160     IF XFR-NOT-ON-XREF (WS-XX)
007170         MOVE "NOT ASSIGNED TO A CUSTOMER" TO WS-RESULT-TEXT
007180         GO TO 5100-REJECT
007190     END-IF.
007200     IF NOT XFR-WAS-REPOINTED (WS-XX)
007210         MOVE "NOT OWNED BY FROM-CUSTOMER" TO WS-RESULT-TEXT
007220         GO TO 5100-REJECT
007230     END-IF.
007240     IF XREF-NOT-PROVEN
007250         ADD 1 TO WS-COUNT-HELD
007260         MOVE "*HELD*" TO WS-RESULT-FLAG
007270         MOVE "XREF NOT PROVEN" TO WS-RESULT-TEXT
007280         GO TO 5100-PRINT
007290     END-IF.
007291     IF XFR-RECORDED-TODAY (WS-XX)
007292         ADD 1 TO WS-COUNT-ALREADY
007293         MOVE "ALREADY" TO WS-RESULT-FLAG
007294         MOVE "REPOINTED, T ON FILE" TO WS-RESULT-TEXT
007295         GO TO 5100-PRINT
007296     END-IF.
007300     MOVE SPACES TO TA-AUDIT-RECORD.
007310     MOVE WS-XFR-NUMBER (WS-XX) TO TA-TICKET-NUMBER.
007320     MOVE WS-CURRENT-DATE TO TA-ISSUE-DATE.
007330     MOVE WS-CURRENT-TIME TO TA-ISSUE-TIME.
007340     MOVE "T" TO TA-RECORD-TYPE.
007350     MOVE WS-XFR-FROM (WS-XX) TO TA-XFER-FROM-CUSTOMER.
007360     MOVE WS-XFR-TO (WS-XX) TO TA-XFER-TO-CUSTOMER.
007370     MOVE WS-XFR-SERIES (WS-XX) TO TA-SERIES-CODE.
007380     MOVE WS-XFR-REASON (WS-XX) TO TA-XFER-REASON.
007390     MOVE WS-XFR-YEAR (WS-XX) TO TA-FISCAL-YEAR.
007400     WRITE TA-AUDIT-RECORD.
007410     IF WS-TKTAUD-STATUS NOT = "00"
007420         DISPLAY "TKTXFER: UNABLE TO WRITE TICKET-AUDIT, "
007430             "STATUS = " WS-TKTAUD-STATUS
007440         MOVE 12 TO RETURN-CODE
007450         STOP RUN
007460     END-IF.
007470     ADD 1 TO WS-COUNT-APPLIED.
007480     MOVE "MOVED" TO WS-RESULT-FLAG.
007490     MOVE SPACES TO WS-RESULT-TEXT.
007500     STRING "REASON " DELIMITED BY SIZE
007510         WS-XFR-REASON (WS-XX) DELIMITED BY SIZE
007520         INTO WS-RESULT-TEXT
007530     END-STRING.
007540     GO TO 5100-PRINT.
007550 5100-REJECT.
007560     ADD 1 TO WS-COUNT-REJECTED.
007570 5100-PRINT.
007580     MOVE SPACES TO WS-RESULT-LINE.
007590     MOVE WS-RESULT-FLAG TO WS-RSL-FLAG.
007600     MOVE WS-XFR-SERIES (WS-XX) TO WS-RSL-SERIES.
007610     MOVE WS-XFR-YEAR (WS-XX) TO WS-RSL-YEAR.
007620     MOVE WS-XFR-NUMBER (WS-XX) TO WS-RSL-NUMBER.
007630     MOVE WS-XFR-FROM (WS-XX) TO WS-RSL-FROM.
007640     MOVE WS-XFR-TO (WS-XX) TO WS-RSL-TO.
007650     MOVE WS-RESULT-TEXT TO WS-RSL-TEXT.
007660     WRITE TRANSFER-RPT-LINE FROM WS-RESULT-LINE.
007670 5100-EXIT.
007680     EXIT.
007690
007700*****************************************************************
007710*    8000-FINALIZE - PRINT THE RUN TOTALS AND THE COPY PROOF,    *
007720*    POST THE RETURN CODE, AND CLOSE THE FILES                   *
007730*****************************************************************
007740 8000-FINALIZE.
007750     MOVE SPACES TO TRANSFER-RPT-LINE.
007760     WRITE TRANSFER-RPT-LINE.
007770     MOVE SPACES TO TRANSFER-RPT-LINE.
007780     MOVE "TRANSFER RUN TOTALS" TO TRANSFER-RPT-LINE.
007790     WRITE TRANSFER-RPT-LINE.
007800     MOVE SPACES TO TRANSFER-RPT-LINE.
007810     WRITE TRANSFER-RPT-LINE.
007820
007830     MOVE SPACES TO WS-REPORT-LINE.
007840     MOVE "TRANSFERS READ........" TO WS-RPT-LABEL.
007850     MOVE WS-COUNT-TRANSFERS TO WS-RPT-COUNT.
007860     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
007870
007880     MOVE SPACES TO WS-REPORT-LINE.
007890     MOVE "TRANSFERS APPLIED....." TO WS-RPT-LABEL.
007900     MOVE WS-COUNT-APPLIED TO WS-RPT-COUNT.
007910     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
007920
007930     MOVE SPACES TO WS-REPORT-LINE.
007940     MOVE "ALREADY APPLIED TODAY." TO WS-RPT-LABEL.
007950     MOVE WS-COUNT-ALREADY TO WS-RPT-COUNT.
007960     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
007970
007980     MOVE SPACES TO WS-REPORT-LINE.
007990     MOVE "TRANSFERS REJECTED...." TO WS-RPT-LABEL.
008000     MOVE WS-COUNT-REJECTED TO WS-RPT-COUNT.
008010     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
008020
008030     MOVE SPACES TO WS-REPORT-LINE.
008040     MOVE "TRANSFERS HELD........" TO WS-RPT-LABEL.
008050     MOVE WS-COUNT-HELD TO WS-RPT-COUNT.
008060     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
008070
008080     MOVE SPACES TO WS-REPORT-LINE.
008090     MOVE "XREF RECORDS READ....." TO WS-RPT-LABEL.
008100     MOVE WS-COUNT-XREF-READ TO WS-RPT-COUNT.
008110     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
008120
008130     MOVE SPACES TO WS-REPORT-LINE.
008140     MOVE "XREF RECORDS WRITTEN.." TO WS-RPT-LABEL.
008150     MOVE WS-COUNT-XREF-WRITTEN TO WS-RPT-COUNT.
008160     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
008170
008180     MOVE SPACES TO WS-REPORT-LINE.
008190     MOVE "XREF RECORDS REPOINTED" TO WS-RPT-LABEL.
008200     MOVE WS-COUNT-REPOINTED TO WS-RPT-COUNT.
008210     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
008220
008230     MOVE SPACES TO WS-REPORT-LINE.
008240     MOVE "XREF TRAILERS PROVEN.." TO WS-RPT-LABEL.
008250     MOVE WS-COUNT-TRAILERS TO WS-RPT-COUNT.
008260     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
008270
008280     MOVE SPACES TO WS-REPORT-LINE.
008290     MOVE "PRE-TRAILER RECORDS..." TO WS-RPT-LABEL.
008300     MOVE WS-COUNT-LEGACY TO WS-RPT-COUNT.
008310     WRITE TRANSFER-RPT-LINE FROM WS-REPORT-LINE.
008320
008330     MOVE SPACES TO TRANSFER-RPT-LINE.
008340     IF XREF-NOT-PROVEN
008350         MOVE "COPY PROOF: NOT PROVEN - DO NOT REPLACE"
008360             TO TRANSFER-RPT-LINE
008370     ELSE
008380         MOVE "COPY PROOF: READ = WRITTEN, TRAILERS AGREE"
008390             TO TRANSFER-RPT-LINE
008400     END-IF.
008410     WRITE TRANSFER-RPT-LINE.
008420
008430     IF XREF-NOT-PROVEN
008440         MOVE 8 TO RETURN-CODE
008450     ELSE
008460         IF WS-COUNT-REJECTED = ZERO
008470             MOVE 0 TO RETURN-CODE
008480         ELSE
008490             MOVE 4 TO RETURN-CODE
008500         END-IF
008510     END-IF.
008520
008530     CLOSE TRANSFER-TRANS
008540           CUSTOMER-MASTER
008550           TRANSFER-RPT.
008560 8000-EXIT.
008570     EXIT.
