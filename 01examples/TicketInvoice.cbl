000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     TKTINVC.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    MONTH-END CUSTOMER INVOICING.                              *
000100*                                                                *
000110*    ROLLS A CLOSED MONTH'S DAILY BILLING EXTRACT GENERATIONS    *
000120*    UP INTO ONE INVOICE PER CUSTOMER.  EVERY GENERATION'S       *
000130*    CONTROL-TOTAL TRAILER IS PROVEN BEFORE ANY OF ITS RECORDS   *
000140*    IS USED - A GENERATION WITH NO TRAILER, A WRONG COUNT OR    *
000150*    AMOUNT, OR TWO GENERATIONS FOR ONE BILLING DAY STOPS THE    *
000160*    RUN.  THE RUN HAS TWO MODES, TAKEN FROM SYSIN:              *
000170*                                                                *
000180*      PREPARE  PROVES THE EXTRACTS, COUNTS THE CUSTOMERS TO     *
000190*               BE INVOICED, AND WRITES A ONE-LINE BLOCK         *
000200*               REQUEST SO INCREMENT ISSUES EXACTLY THAT MANY    *
000210*               INVOICE NUMBERS FROM THE INVOICE SERIES.         *
000220*      INVOICE  PROVES THE EXTRACTS AGAIN, FINDS THE BLOCK       *
000230*               INCREMENT ISSUED TO THE INVOICE REQUESTER ON     *
000240*               THE AUDIT TRAIL, AND WRITES THE PRINTABLE        *
000250*               INVOICES AND THE INVOICE REGISTER, ONE NUMBER    *
000260*               PER CUSTOMER IN CUSTOMER ORDER.                  *
000270*                                                                *
000280*    INVOICE NUMBERS ARE THEREFORE ISSUED, AUDITED, RECONCILED   *
000290*    AND VOIDABLE LIKE EVERY OTHER DOCUMENT NUMBER.  A MONTH     *
000300*    WHOSE REGISTER TRAILER IS ALREADY ON FILE IS NEVER          *
000310*    INVOICED AGAIN.                                             *
000311*                                                                *
000312*    EVERY EXTRACT RECORD MUST FIT THE PRICED 50-BYTE LAYOUT.  A *
000313*    GENERATION CATALOGED BEFORE TKTBILL PRICED THE EXTRACT IS   *
000314*    40 BYTES A RECORD, AND READ AS 50 IT FRAMES EVERY RECORD    *
000315*    AFTER IT WRONGLY, SO ONE RECORD THAT DOES NOT FIT STOPS THE *
000316*    RUN WITH RC=8 RATHER THAN INVOICE MIS-PRICED LINES.         *
000320*                                                                *
000330*    MODIFICATION HISTORY.                                       *
000340*    2026-10-15  RVS  INITIAL VERSION.                           *
000341*    2026-10-15  RVS  EVERY EXTRACT RECORD IS PROVED TO FIT THE  *
000342*                      PRICED LAYOUT BEFORE ANY GENERATION IS    *
000343*                      TRUSTED - A PRE-PRICING GENERATION STOPS  *
000344*                      THE RUN WITH RC=8.                        *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM.
000390 OBJECT-COMPUTER.   IBM.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BILLING-EXTRACT ASSIGN TO BILLEXT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-BILLEXT-STATUS.
000450     SELECT SORT-WORK ASSIGN TO SRTWORK.
000460     SELECT SORTED-MONTH ASSIGN TO SRTMON
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-SRTMON-STATUS.
000490     SELECT OPTIONAL INVOICE-REGISTER ASSIGN TO INVREG
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-INVREG-STATUS.
000520     SELECT TICKET-REQUESTS ASSIGN TO TKTREQ
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TKTREQ-STATUS.
000550     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-TKTAUD-STATUS.
000580     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CM-CUSTOMER-ID
000620         FILE STATUS IS WS-CUSTMAST-STATUS.
000630     SELECT INVOICE-PRT ASSIGN TO INVPRT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-INVPRT-STATUS.
000660     SELECT REGISTER-RPT ASSIGN TO INVRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-INVRPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  BILLING-EXTRACT
000730     RECORDING MODE IS F.
000740     COPY TKTBEX.
000750
000760 SD  SORT-WORK.
000770     COPY TKTBEX REPLACING
000780         ==BX-EXTRACT-RECORD== BY ==SB-EXTRACT-RECORD==
000790         ==BX-CUSTOMER-ID== BY ==SB-CUSTOMER-ID==
000800         ==BX-TICKET-NUMBER== BY ==SB-TICKET-NUMBER==
000810         ==BX-ISSUE-DATE== BY ==SB-ISSUE-DATE==
000820         ==BX-BILL-DATE== BY ==SB-BILL-DATE==
000830         ==BX-FISCAL-YEAR== BY ==SB-FISCAL-YEAR==
000840         ==BX-SERIES-CODE== BY ==SB-SERIES-CODE==
000850         ==BX-UNIT-PRICE== BY ==SB-UNIT-PRICE==
000860         ==BX-EXTENDED-AMOUNT== BY ==SB-EXTENDED-AMOUNT==.
000870
000880 FD  SORTED-MONTH
000890     RECORDING MODE IS F.
000900     COPY TKTBEX REPLACING
000910         ==BX-EXTRACT-RECORD== BY ==SM-EXTRACT-RECORD==
000920         ==BX-CUSTOMER-ID== BY ==SM-CUSTOMER-ID==
000930         ==BX-TICKET-NUMBER== BY ==SM-TICKET-NUMBER==
000940         ==BX-ISSUE-DATE== BY ==SM-ISSUE-DATE==
000950         ==BX-BILL-DATE== BY ==SM-BILL-DATE==
000960         ==BX-FISCAL-YEAR== BY ==SM-FISCAL-YEAR==
000970         ==BX-SERIES-CODE== BY ==SM-SERIES-CODE==
000980         ==BX-UNIT-PRICE== BY ==SM-UNIT-PRICE==
000990         ==BX-EXTENDED-AMOUNT== BY ==SM-EXTENDED-AMOUNT==.
001000
001010 FD  INVOICE-REGISTER
001020     RECORDING MODE IS F.
001030     COPY INVREG.
001040
001050 FD  TICKET-REQUESTS
001060     RECORDING MODE IS F.
001070     COPY TKTREQ.
001080
001090 FD  TICKET-AUDIT
001100     RECORDING MODE IS F.
001110     COPY TKTAUD.
001120
001130 FD  CUSTOMER-MASTER.
001140     COPY CUSTNAME REPLACING
001150         ==CN-RECORD== BY ==CM-RECORD==
001160         ==CN-CUSTOMER-ID== BY ==CM-CUSTOMER-ID==
001170         ==CN-CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
001180         ==CN-STATUS== BY ==CM-STATUS==
001190         ==CN-STATUS-ACTIVE== BY ==CM-STATUS-ACTIVE==
001200         ==CN-STATUS-INACTIVE== BY ==CM-STATUS-INACTIVE==
001210         ==CN-ADDR-LINE-1== BY ==CM-ADDR-LINE-1==
001220         ==CN-ADDR-LINE-2== BY ==CM-ADDR-LINE-2==
001230         ==CN-ADDR-CITY== BY ==CM-ADDR-CITY==
001240         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
001250         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
001260
001270 FD  INVOICE-PRT
001280     RECORDING MODE IS F.
001290 01  INVOICE-PRT-LINE                PIC X(80).
001300
001310 FD  REGISTER-RPT
001320     RECORDING MODE IS F.
001330 01  REGISTER-RPT-LINE               PIC X(80).
001340
001350 WORKING-STORAGE SECTION.
001360*****************************************************************
001370*    FILE STATUS AND END-OF-FILE SWITCHES                       *
001380*****************************************************************
001390 77  WS-BILLEXT-STATUS               PIC X(02).
001400 77  WS-SRTMON-STATUS                PIC X(02).
001410 77  WS-INVREG-STATUS                PIC X(02).
001420 77  WS-TKTREQ-STATUS                PIC X(02).
001430 77  WS-TKTAUD-STATUS                PIC X(02).
001440 77  WS-CUSTMAST-STATUS              PIC X(02).
001450 77  WS-INVPRT-STATUS                PIC X(02).
001460 77  WS-INVRPT-STATUS                PIC X(02).
001470 77  WS-EXTRACT-EOF-SWITCH           PIC X(01)   VALUE "N".
001480     88  EXTRACT-AT-END                          VALUE "Y".
001490 77  WS-SORTED-EOF-SWITCH            PIC X(01)   VALUE "N".
001500     88  SORTED-AT-END                           VALUE "Y".
001510 77  WS-REGISTER-EOF-SWITCH          PIC X(01)   VALUE "N".
001520     88  REGISTER-AT-END                         VALUE "Y".
001530 77  WS-AUDIT-EOF-SWITCH             PIC X(01)   VALUE "N".
001540     88  AUDIT-AT-END                            VALUE "Y".
001550
001560*****************************************************************
001570*    RUN PARAMETERS, FROM SYSIN.  LINE 1 IS THE MODE (PREPARE    *
001580*    OR INVOICE), LINE 2 THE MONTH TO INVOICE (YYYYMM), LINE 3   *
001590*    THE INVOICE NUMBERING SERIES, LINE 4 THE DEPARTMENT-MASTER  *
001600*    REQUESTER ID THE INVOICE BLOCK IS REQUESTED UNDER           *
001610*****************************************************************
001620 77  WS-RUN-MODE                     PIC X(07).
001630     88  MODE-PREPARE                            VALUE "PREPARE".
001640     88  MODE-INVOICE                            VALUE "INVOICE".
001650 77  WS-INVOICE-MONTH                PIC X(06).
001660 77  WS-INVOICE-SERIES               PIC X(02).
001670 77  WS-INVOICE-REQUESTER            PIC X(08).
001680
001690*****************************************************************
001700*    CURRENT DATE - THE INVOICE DATE, AND THE MONTH IT FALLS     *
001710*    IN.  ONLY A MONTH ALREADY OVER MAY BE INVOICED              *
001720*****************************************************************
001730 77  WS-CURRENT-DATE                 PIC X(08).
001740 77  WS-CURRENT-MONTH                PIC X(06).
001750
001760*****************************************************************
001770*    REGISTER CHECK - WHETHER THE RUN MONTH ALREADY HAS A        *
001780*    TRAILER (INVOICED) OR RECORDS WITHOUT ONE (PARTIAL RUN)     *
001790*****************************************************************
001800 77  WS-MONTH-TRAILER-SWITCH         PIC X(01)   VALUE "N".
001810     88  MONTH-ALREADY-INVOICED                  VALUE "Y".
001820 77  WS-MONTH-PARTIAL-SWITCH         PIC X(01)   VALUE "N".
001830     88  MONTH-PARTIALLY-INVOICED                VALUE "Y".
001840
001850*****************************************************************
001860*    GENERATION-BY-GENERATION TRAILER PROOF.  THE EXTRACT DD     *
001870*    CONCATENATES EVERY GENERATION ON THE CATALOG; EACH ONE      *
001880*    ENDS WITH ITS OWN TRAILER, SO THE RECORDS SINCE THE LAST    *
001890*    TRAILER ARE ONE GENERATION AND MUST PROVE AGAINST THE       *
001900*    NEXT.  A RECORD WHOSE BILL DATE DIFFERS FROM THE FIRST ONE  *
001910*    SINCE THE LAST TRAILER MEANS A GENERATION LOST ITS TRAILER  *
001920*****************************************************************
001930 77  WS-GEN-RECORDS                  PIC S9(09)  COMP-3 VALUE ZERO.
001940 77  WS-GEN-AMOUNT                   PIC S9(11)V99 COMP-3
001950                                     VALUE ZERO.
001960 77  WS-GEN-FIRST-DATE               PIC X(08)   VALUE SPACES.
001970 77  WS-GEN-MONTH-SWITCH             PIC X(01)   VALUE "N".
001980     88  GEN-TOUCHES-MONTH                       VALUE "Y".
001990 77  WS-GEN-MIXED-SWITCH             PIC X(01)   VALUE "N".
002000     88  GEN-DATES-MIXED                         VALUE "Y".
002010 77  WS-GEN-DAY-MAX                  PIC 9(03)   COMP   VALUE 31.
002020 77  WS-GEN-DAY-COUNT                PIC 9(03)   COMP   VALUE ZERO.
002030 77  WS-DX                           PIC 9(03)   COMP   VALUE ZERO.
002040 01  WS-GEN-DAY-TABLE.
002050     05  WS-GEN-DAY-DATE             PIC X(08)
002060                                     OCCURS 31 TIMES.
002070
002080*****************************************************************
002090*    MONTH TOTALS FROM THE PROVEN EXTRACTS                       *
002100*****************************************************************
002110 77  WS-COUNT-EXTRACT-READ           PIC 9(07)   COMP   VALUE ZERO.
002115 77  WS-COUNT-EXTRACT-SCANNED        PIC 9(07)   COMP   VALUE ZERO.
002120 77  WS-COUNT-MONTH-LINES            PIC 9(07)   COMP   VALUE ZERO.
002130 77  WS-COUNT-CUSTOMERS              PIC 9(07)   COMP   VALUE ZERO.
002140 77  WS-MONTH-AMOUNT                 PIC S9(11)V99 COMP-3
002150                                     VALUE ZERO.
002160 77  WS-PRIOR-CUSTOMER               PIC X(10)   VALUE SPACES.
002170
002180*****************************************************************
002190*    THE INVOICE NUMBER BLOCK - THE MOST RECENT ISSUE RUN'S      *
002200*    NUMBERS FOR THE INVOICE REQUESTER IN THE INVOICE SERIES,    *
002210*    IN ISSUE ORDER.  ONE NUMBER PER CUSTOMER, NO MORE, NO LESS  *
002220*****************************************************************
002230 77  WS-BLOCK-MAX                    PIC 9(05)   COMP   VALUE 5000.
002240 77  WS-BLOCK-COUNT                  PIC 9(05)   COMP   VALUE ZERO.
002250 77  WS-BX                           PIC 9(05)   COMP   VALUE ZERO.
002260 77  WS-BLOCK-STAMP                  PIC X(16)   VALUE LOW-VALUES.
002270 77  WS-AUDIT-STAMP                  PIC X(16).
002280 77  WS-BLOCK-YEAR                   PIC X(04)   VALUE SPACES.
002290 77  WS-BLOCK-ISSUE-DATE             PIC X(08)   VALUE SPACES.
002300 01  WS-BLOCK-TABLE.
002310     05  WS-BLOCK-NUMBER             PIC S9(09)  COMP-3
002320                                     OCCURS 5000 TIMES.
002330
002340*****************************************************************
002350*    VOIDS IN THE INVOICE SERIES - A BLOCK NUMBER VOIDED BEFORE  *
002360*    IT WAS EVER PRINTED MEANS THE BLOCK IS NOT WHOLE            *
002370*****************************************************************
002380 77  WS-VOID-MAX                     PIC 9(04)   COMP   VALUE 500.
002390 77  WS-VOID-COUNT                   PIC 9(04)   COMP   VALUE ZERO.
002400 77  WS-VX                           PIC 9(04)   COMP   VALUE ZERO.
002410 77  WS-VOIDED-SWITCH                PIC X(01)   VALUE "N".
002420     88  BLOCK-HAS-VOID                          VALUE "Y".
002430 01  WS-VOID-TABLE.
002440     05  WS-VOID-ENTRY               OCCURS 500 TIMES.
002450         10  WS-VOID-NUMBER          PIC S9(09)  COMP-3.
002460         10  WS-VOID-YEAR            PIC X(04).
002470
002480*****************************************************************
002490*    INVOICE CONTROL-BREAK WORK AREAS - ONE INVOICE PER          *
002500*    CUSTOMER, ONE LINE PER SERIES, YEAR AND UNIT PRICE          *
002510*****************************************************************
002520 77  WS-FIRST-RECORD-SWITCH          PIC X(01)   VALUE "Y".
002530     88  FIRST-RECORD                            VALUE "Y".
002540 77  WS-CURRENT-CUSTOMER             PIC X(10)   VALUE SPACES.
002550 77  WS-CUSTOMER-STATUS              PIC X(01)   VALUE SPACES.
002560 77  WS-CUSTOMER-TICKETS             PIC S9(07)  COMP-3 VALUE ZERO.
002570 77  WS-CUSTOMER-AMOUNT              PIC S9(11)V99 COMP-3
002580                                     VALUE ZERO.
002590 77  WS-LINE-SERIES                  PIC X(02)   VALUE SPACES.
002600 77  WS-LINE-YEAR                    PIC X(04)   VALUE SPACES.
002610 77  WS-LINE-PRICE                   PIC S9(07)V99 COMP-3
002620                                     VALUE ZERO.
002630 77  WS-LINE-QUANTITY                PIC S9(07)  COMP-3 VALUE ZERO.
002640 77  WS-LINE-AMOUNT                  PIC S9(11)V99 COMP-3
002650                                     VALUE ZERO.
002660
002670*****************************************************************
002680*    RUN COUNTERS                                                *
002690*****************************************************************
002700 77  WS-COUNT-INVOICES               PIC 9(07)   COMP   VALUE ZERO.
002710 77  WS-COUNT-NO-MASTER              PIC 9(07)   COMP   VALUE ZERO.
002720 77  WS-COUNT-INACTIVE               PIC 9(07)   COMP   VALUE ZERO.
002730 77  WS-INVOICED-AMOUNT              PIC S9(11)V99 COMP-3
002740                                     VALUE ZERO.
002750
002760*****************************************************************
002770*    PRINTABLE INVOICE LINE WORK AREAS                           *
002780*****************************************************************
002790 01  WS-INV-HEAD-LINE.
002800     05  FILLER                      PIC X(02)   VALUE SPACES.
002810     05  FILLER                      PIC X(08)   VALUE "INVOICE ".
002820     05  WS-IH-SERIES                PIC X(02).
002830     05  FILLER                      PIC X(01)   VALUE SPACES.
002840     05  WS-IH-YEAR                  PIC X(04).
002850     05  FILLER                      PIC X(01)   VALUE SPACES.
002860     05  WS-IH-NUMBER                PIC Z(9)9.
002870     05  FILLER                      PIC X(03)   VALUE SPACES.
002880     05  FILLER                      PIC X(05)   VALUE "DATE ".
002890     05  WS-IH-DATE                  PIC X(08).
002900     05  FILLER                      PIC X(03)   VALUE SPACES.
002910     05  FILLER                      PIC X(07)   VALUE "PERIOD ".
002920     05  WS-IH-MONTH                 PIC X(06).
002930     05  FILLER                      PIC X(20)   VALUE SPACES.
002940 01  WS-CUSTOMER-LINE.
002950     05  FILLER                      PIC X(02)   VALUE SPACES.
002960     05  FILLER                      PIC X(09)   VALUE
002970         "CUSTOMER ".
002980     05  WS-CUS-ID                   PIC X(10).
002990     05  FILLER                      PIC X(02)   VALUE SPACES.
003000     05  WS-CUS-NAME                 PIC X(30).
003010     05  FILLER                      PIC X(27)   VALUE SPACES.
003020 01  WS-ADDRESS-LINE.
003030     05  FILLER                      PIC X(04)   VALUE SPACES.
003040     05  WS-ADR-TEXT                 PIC X(30).
003050     05  FILLER                      PIC X(02)   VALUE SPACES.
003060     05  WS-ADR-CITY                 PIC X(20).
003070     05  FILLER                      PIC X(01)   VALUE SPACES.
003080     05  WS-ADR-STATE                PIC X(02).
003090     05  FILLER                      PIC X(01)   VALUE SPACES.
003100     05  WS-ADR-POSTAL               PIC X(10).
003110     05  FILLER                      PIC X(10)   VALUE SPACES.
003120 01  WS-DETAIL-HEAD-LINE.
003130     05  FILLER                      PIC X(04)   VALUE SPACES.
003140     05  FILLER                      PIC X(08)   VALUE "SERIES  ".
003150     05  FILLER                      PIC X(04)   VALUE "YEAR".
003160     05  FILLER                      PIC X(04)   VALUE SPACES.
003170     05  FILLER                      PIC X(07)   VALUE "  COUNT".
003180     05  FILLER                      PIC X(04)   VALUE SPACES.
003190     05  FILLER                      PIC X(12)   VALUE
003200         "  UNIT PRICE".
003210     05  FILLER                      PIC X(04)   VALUE SPACES.
003220     05  FILLER                      PIC X(14)   VALUE
003230         "        AMOUNT".
003240     05  FILLER                      PIC X(19)   VALUE SPACES.
003250 01  WS-DETAIL-LINE.
003260     05  FILLER                      PIC X(04)   VALUE SPACES.
003270     05  WS-DTL-SERIES               PIC X(02).
003280     05  FILLER                      PIC X(06)   VALUE SPACES.
003290     05  WS-DTL-YEAR                 PIC X(04).
003300     05  FILLER                      PIC X(04)   VALUE SPACES.
003310     05  WS-DTL-QUANTITY             PIC ZZZ,ZZ9.
003320     05  FILLER                      PIC X(04)   VALUE SPACES.
003330     05  WS-DTL-PRICE                PIC Z,ZZZ,ZZ9.99.
003340     05  FILLER                      PIC X(04)   VALUE SPACES.
003350     05  WS-DTL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.
003360     05  FILLER                      PIC X(19)   VALUE SPACES.
003370 01  WS-TOTAL-LINE.
003380     05  FILLER                      PIC X(04)   VALUE SPACES.
003390     05  WS-TOT-LABEL                PIC X(16).
003400     05  WS-TOT-COUNT                PIC ZZZ,ZZ9.
003410     05  FILLER                      PIC X(20)   VALUE SPACES.
003420     05  WS-TOT-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.
003430     05  FILLER                      PIC X(19)   VALUE SPACES.
003440
003450*****************************************************************
003460*    REGISTER LISTING LINE WORK AREAS                            *
003470*****************************************************************
003480 01  WS-REGISTER-HEAD-LINE.
003490     05  FILLER                      PIC X(02)   VALUE SPACES.
003500     05  FILLER                      PIC X(18)   VALUE
003510         "INVOICE NUMBER    ".
003520     05  FILLER                      PIC X(12)   VALUE
003530         "CUSTOMER    ".
003540     05  FILLER                      PIC X(21)   VALUE "NAME".
003550     05  FILLER                      PIC X(02)   VALUE "ST".
003560     05  FILLER                      PIC X(07)   VALUE
003570         "  COUNT".
003580     05  FILLER                      PIC X(15)   VALUE
003590         "         AMOUNT".
003600     05  FILLER                      PIC X(03)   VALUE SPACES.
003610 01  WS-REGISTER-LINE.
003620     05  FILLER                      PIC X(02)   VALUE SPACES.
003630     05  WS-RGL-SERIES               PIC X(02).
003640     05  FILLER                      PIC X(01)   VALUE SPACES.
003650     05  WS-RGL-YEAR                 PIC X(04).
003660     05  FILLER                      PIC X(01)   VALUE SPACES.
003670     05  WS-RGL-NUMBER               PIC Z(9)9.
003680     05  FILLER                      PIC X(02)   VALUE SPACES.
003690     05  WS-RGL-CUSTOMER             PIC X(10).
003700     05  FILLER                      PIC X(02)   VALUE SPACES.
003710     05  WS-RGL-NAME                 PIC X(20).
003720     05  FILLER                      PIC X(01)   VALUE SPACES.
003730     05  WS-RGL-STATUS               PIC X(01).
003740     05  FILLER                      PIC X(02)   VALUE SPACES.
003750     05  WS-RGL-COUNT                PIC ZZ,ZZ9.
003760     05  FILLER                      PIC X(01)   VALUE SPACES.
003770     05  WS-RGL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.
003780     05  FILLER                      PIC X(01)   VALUE SPACES.
003790 01  WS-REPORT-LINE.
003800     05  FILLER                      PIC X(02)   VALUE SPACES.
003810     05  WS-RPT-LABEL                PIC X(25).
003820     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
003830     05  FILLER                      PIC X(46)   VALUE SPACES.
003840 01  WS-AMOUNT-LINE.
003850     05  FILLER                      PIC X(02)   VALUE SPACES.
003860     05  WS-AMT-LABEL                PIC X(25).
003870     05  WS-AMT-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003880     05  FILLER                      PIC X(35)   VALUE SPACES.
003890
003900 PROCEDURE DIVISION.
003910*****************************************************************
003920*    0000-MAINLINE                                               *
003930*****************************************************************
003940 0000-MAINLINE.
003950     PERFORM 1000-INITIALIZE
003960         THRU 1000-EXIT.
003970     PERFORM 1100-CHECK-REGISTER
003980         THRU 1100-EXIT.
003990     PERFORM 1300-VERIFY-EXTRACTS
004000         THRU 1300-EXIT.
004010     PERFORM 1500-OPEN-REPORT
004020         THRU 1500-EXIT.
004030     SORT SORT-WORK
004040         ON ASCENDING KEY SB-CUSTOMER-ID
004050                          SB-SERIES-CODE
004060                          SB-FISCAL-YEAR
004070                          SB-UNIT-PRICE
004080                          SB-BILL-DATE
004090                          SB-TICKET-NUMBER
004100         INPUT PROCEDURE IS 2000-SELECT-MONTH
004110             THRU 2000-EXIT
004120         GIVING SORTED-MONTH.
004130     PERFORM 2500-COUNT-CUSTOMERS
004140         THRU 2500-EXIT.
004150     IF WS-COUNT-CUSTOMERS = ZERO
004160         DISPLAY "TKTINVC: NO BILLED TICKETS IN MONTH "
004170             WS-INVOICE-MONTH ", NOTHING TO INVOICE"
004180         MOVE 8 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     IF MODE-PREPARE
004220         PERFORM 4000-WRITE-BLOCK-REQUEST
004230             THRU 4000-EXIT
004240     ELSE
004250         PERFORM 3000-LOAD-INVOICE-BLOCK
004260             THRU 3000-EXIT
004270         PERFORM 3500-PROVE-BLOCK-UNUSED
004280             THRU 3500-EXIT
004290         PERFORM 5000-WRITE-INVOICES
004300             THRU 5000-EXIT
004310     END-IF.
004320     PERFORM 8000-FINALIZE
004330         THRU 8000-EXIT.
004340     STOP RUN.
004350
004360*****************************************************************
004370*    1000-INITIALIZE - TAKE THE MODE, MONTH, SERIES AND          *
004380*    REQUESTER FROM SYSIN AND EDIT THEM                          *
004390*****************************************************************
004400 1000-INITIALIZE.
004410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004420     MOVE WS-CURRENT-DATE (1:6) TO WS-CURRENT-MONTH.
004430     ACCEPT WS-RUN-MODE.
004440     ACCEPT WS-INVOICE-MONTH.
004450     ACCEPT WS-INVOICE-SERIES.
004460     ACCEPT WS-INVOICE-REQUESTER.
004470     IF NOT MODE-PREPARE
004480         AND NOT MODE-INVOICE
004490         DISPLAY "TKTINVC: SYSIN MODE MUST BE PREPARE OR "
004500             "INVOICE, GOT " WS-RUN-MODE
004510         MOVE 8 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     IF WS-INVOICE-MONTH NOT NUMERIC
004550         OR WS-INVOICE-MONTH (5:2) < "01"
004560         OR WS-INVOICE-MONTH (5:2) > "12"
004570         DISPLAY "TKTINVC: SYSIN MONTH MUST BE YYYYMM, GOT "
004580             WS-INVOICE-MONTH
004590         MOVE 8 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     IF WS-INVOICE-MONTH NOT < WS-CURRENT-MONTH
004630         DISPLAY "TKTINVC: MONTH " WS-INVOICE-MONTH
004640             " IS NOT OVER YET - ONLY A CLOSED MONTH CAN "
004650             "BE INVOICED"
004660         MOVE 8 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690     IF WS-INVOICE-SERIES = SPACES
004700         OR WS-INVOICE-REQUESTER = SPACES
004710         DISPLAY "TKTINVC: INVOICE SERIES OR REQUESTER "
004720             "MISSING FROM SYSIN"
004730         MOVE 8 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760 1000-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800*    1100-CHECK-REGISTER - REFUSE A MONTH THE REGISTER ALREADY   *
004810*    CARRIES.  A TRAILER MEANS IT WAS INVOICED; RECORDS WITH NO  *
004820*    TRAILER MEAN AN EARLIER RUN DIED PARTWAY AND THE REGISTER   *
004830*    MUST BE RESTORED BEFORE ANYTHING IS RE-INVOICED             *
004840*****************************************************************
004850 1100-CHECK-REGISTER.
004860     OPEN INPUT INVOICE-REGISTER.
004870     IF WS-INVREG-STATUS NOT = "00"
004880         AND WS-INVREG-STATUS NOT = "05"
004890         DISPLAY "TKTINVC: UNABLE TO OPEN INVOICE-REGISTER, "
004900             "STATUS = " WS-INVREG-STATUS
004910         MOVE 12 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     PERFORM 1150-SCAN-ONE-REGISTER
004950         THRU 1150-EXIT
004960         UNTIL REGISTER-AT-END.
004970     CLOSE INVOICE-REGISTER.
004980     IF MONTH-ALREADY-INVOICED
004990         DISPLAY "TKTINVC: MONTH " WS-INVOICE-MONTH
005000             " IS ALREADY ON THE INVOICE REGISTER - NOT "
005010             "INVOICED TWICE"
005020         MOVE 8 TO RETURN-CODE
005030         STOP RUN
005040     END-IF.
005050     IF MONTH-PARTIALLY-INVOICED
005060         DISPLAY "TKTINVC: MONTH " WS-INVOICE-MONTH
005070             " HAS REGISTER RECORDS BUT NO TRAILER - AN "
005080             "EARLIER RUN DIED PARTWAY, RESTORE THE REGISTER"
005090         MOVE 8 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120 1100-EXIT.
005130     EXIT.
005140
005150*****************************************************************
005160*    1150-SCAN-ONE-REGISTER - NOTE A TRAILER OR A DATA RECORD    *
005170*    FOR THE RUN MONTH                                           *
005180*****************************************************************
005190 1150-SCAN-ONE-REGISTER.
005200     READ INVOICE-REGISTER
005210         AT END
005220             MOVE "Y" TO WS-REGISTER-EOF-SWITCH
005230             GO TO 1150-EXIT
005240     END-READ.
005250     IF IR-INVOICE-MONTH NOT = WS-INVOICE-MONTH
005260         GO TO 1150-EXIT
005270     END-IF.
005280     IF IR-CUSTOMER-ID = "*TRAILER**"
005290         MOVE "Y" TO WS-MONTH-TRAILER-SWITCH
005300     ELSE
005310         MOVE "Y" TO WS-MONTH-PARTIAL-SWITCH
005320     END-IF.
005330 1150-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370*    1300-VERIFY-EXTRACTS - PROVE EVERY GENERATION THAT TOUCHES  *
005380*    THE RUN MONTH AGAINST ITS OWN TRAILER BEFORE ANY RECORD IS  *
005390*    USED.  A SHORT, DOUBLED, OR UNTRAILERED GENERATION STOPS    *
005400*    THE RUN COLD                                                *
005410*****************************************************************
005420 1300-VERIFY-EXTRACTS.
005430     OPEN INPUT BILLING-EXTRACT.
005440     IF WS-BILLEXT-STATUS NOT = "00"
005450         DISPLAY "TKTINVC: UNABLE TO OPEN BILLING-EXTRACT, "
005460             "STATUS = " WS-BILLEXT-STATUS
005470         MOVE 12 TO RETURN-CODE
005480         STOP RUN
005490     END-IF.
005500     PERFORM 1350-SCAN-ONE-EXTRACT
005510         THRU 1350-EXIT
005520         UNTIL EXTRACT-AT-END.
005530     CLOSE BILLING-EXTRACT.
005540     IF WS-GEN-RECORDS > ZERO
005550         AND GEN-TOUCHES-MONTH
005560         DISPLAY "TKTINVC: THE GENERATION BILLED "
005570             WS-GEN-FIRST-DATE " HAS NO TRAILER - PARTIAL "
005580             "WRITE, NOTHING INVOICED"
005590         MOVE 8 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     IF WS-GEN-DAY-COUNT = ZERO
005630         DISPLAY "TKTINVC: NO BILLING EXTRACT GENERATIONS "
005640             "FOR MONTH " WS-INVOICE-MONTH
005650         MOVE 8 TO RETURN-CODE
005660         STOP RUN
005670     END-IF.
005680 1300-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720*    1350-SCAN-ONE-EXTRACT - ACCUMULATE ONE DATA RECORD INTO     *
005730*    THE CURRENT GENERATION, OR PROVE THE GENERATION WHEN ITS    *
005740*    TRAILER ARRIVES                                             *
005750*****************************************************************
005760 1350-SCAN-ONE-EXTRACT.
005770     READ BILLING-EXTRACT
005780         AT END
005790             MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
005800             GO TO 1350-EXIT
005810     END-READ.
005813     PERFORM 1360-CHECK-LAYOUT
005816         THRU 1360-EXIT.
005820     IF BX-CUSTOMER-ID = "*TRAILER**"
005830         PERFORM 1400-PROVE-GENERATION
005840             THRU 1400-EXIT
005850         GO TO 1350-EXIT
005860     END-IF.
005870     IF WS-GEN-RECORDS = ZERO
005880         MOVE BX-BILL-DATE TO WS-GEN-FIRST-DATE
005890     END-IF.
005900     IF BX-BILL-DATE NOT = WS-GEN-FIRST-DATE
005910         MOVE "Y" TO WS-GEN-MIXED-SWITCH
005920     END-IF.
005930     IF BX-BILL-DATE (1:6) = WS-INVOICE-MONTH
005940         MOVE "Y" TO WS-GEN-MONTH-SWITCH
005950     END-IF.
005960     ADD 1 TO WS-GEN-RECORDS.
005970     ADD BX-EXTENDED-AMOUNT TO WS-GEN-AMOUNT.
005980 1350-EXIT.
005990     EXIT.
005991
005992*****************************************************************
005993*    1360-CHECK-LAYOUT - THE RECORD IN HAND MUST BE A WHOLE      *
005994*    50-BYTE PRICED RECORD: PACKED AMOUNTS, A NUMERIC BILL DATE, *
005995*    AND A SERIES ON EVERY DATA RECORD.  ANYTHING ELSE IS A      *
005996*    PRE-PRICING GENERATION OR A DAMAGED ONE                     *
005997*****************************************************************
005998 1360-CHECK-LAYOUT.
005999     ADD 1 TO WS-COUNT-EXTRACT-SCANNED.
006000     IF WS-BILLEXT-STATUS NOT = "00"
006001         AND WS-BILLEXT-STATUS NOT = "04"
006002         DISPLAY "TKTINVC: UNABLE TO READ BILLING-EXTRACT, "
006003             "STATUS = " WS-BILLEXT-STATUS
006004         MOVE 12 TO RETURN-CODE
006005         STOP RUN
006006     END-IF.
006007     IF WS-BILLEXT-STATUS = "04"
006008         GO TO 1360-REJECT
006009     END-IF.
006010     IF BX-EXTENDED-AMOUNT NOT NUMERIC
006011         OR BX-BILL-DATE NOT NUMERIC
006012         GO TO 1360-REJECT
006013     END-IF.
006014     IF BX-CUSTOMER-ID = "*TRAILER**"
006015         GO TO 1360-EXIT
006016     END-IF.
006017     IF BX-UNIT-PRICE NOT NUMERIC
006018         OR BX-SERIES-CODE = SPACES
006019         GO TO 1360-REJECT
006020     END-IF.
006021     GO TO 1360-EXIT.
006022 1360-REJECT.
006023     DISPLAY "TKTINVC: BILLING-EXTRACT RECORD "
006024         WS-COUNT-EXTRACT-SCANNED
006025         " DOES NOT FIT THE PRICED LAYOUT".
006026     DISPLAY "TKTINVC: A PRE-PRICING GENERATION IS IN THE "
006027         "CONCATENATION - SEE TKTINVC JCL, NOTHING INVOICED".
006028     MOVE 8 TO RETURN-CODE.
006029     STOP RUN.
006030 1360-EXIT.
006031     EXIT.
006032
006033*****************************************************************
006034*    1400-PROVE-GENERATION - THE TRAILER IN HAND CLOSES ONE      *
006035*    GENERATION.  IF THE GENERATION HAS ANYTHING TO DO WITH THE  *
006040*    RUN MONTH ITS COUNT, AMOUNT AND DATES MUST ALL PROVE, AND   *
006050*    NO SECOND GENERATION MAY CLAIM THE SAME BILLING DAY         *
006060*****************************************************************
006070 1400-PROVE-GENERATION.
006080     IF BX-BILL-DATE (1:6) = WS-INVOICE-MONTH
006090         MOVE "Y" TO WS-GEN-MONTH-SWITCH
006100     END-IF.
006110     IF NOT GEN-TOUCHES-MONTH
006120         GO TO 1400-RESET
006130     END-IF.
006140     IF GEN-DATES-MIXED
006150         OR (WS-GEN-RECORDS > ZERO
006160             AND WS-GEN-FIRST-DATE NOT = BX-BILL-DATE)
006170         DISPLAY "TKTINVC: RECORDS BILLED ON ANOTHER DAY "
006180             "PRECEDE THE TRAILER DATED " BX-BILL-DATE
006190             " - A GENERATION LOST ITS TRAILER"
006200         MOVE 8 TO RETURN-CODE
006210         STOP RUN
006220     END-IF.
006230     IF BX-TICKET-NUMBER NOT = WS-GEN-RECORDS
006240         OR BX-EXTENDED-AMOUNT NOT = WS-GEN-AMOUNT
006250         DISPLAY "TKTINVC: THE GENERATION BILLED "
006260             BX-BILL-DATE " DOES NOT MATCH ITS TRAILER - "
006270             "SHORT OR DOUBLED FILE, NOTHING INVOICED"
006280         MOVE 8 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310     PERFORM 1450-MATCH-GEN-DAY
006320         THRU 1450-EXIT
006330         VARYING WS-DX FROM 1 BY 1
006340         UNTIL WS-DX > WS-GEN-DAY-COUNT.
006350     IF WS-GEN-DAY-COUNT >= WS-GEN-DAY-MAX
006360         DISPLAY "TKTINVC: MORE THAN " WS-GEN-DAY-MAX
006370             " GENERATIONS FOR MONTH " WS-INVOICE-MONTH
006380         MOVE 8 TO RETURN-CODE
006390         STOP RUN
006400     END-IF.
006410     ADD 1 TO WS-GEN-DAY-COUNT.
006420     MOVE BX-BILL-DATE TO WS-GEN-DAY-DATE (WS-GEN-DAY-COUNT).
006430 1400-RESET.
006440     MOVE ZERO TO WS-GEN-RECORDS.
006450     MOVE ZERO TO WS-GEN-AMOUNT.
006460     MOVE SPACES TO WS-GEN-FIRST-DATE.
006470     MOVE "N" TO WS-GEN-MONTH-SWITCH.
006480     MOVE "N" TO WS-GEN-MIXED-SWITCH.
006490 1400-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*    1450-MATCH-GEN-DAY - A SECOND TRAILER FOR A BILLING DAY     *
006540*    ALREADY SEEN MEANS THE DAY WAS BILLED TWICE                 *
006550*****************************************************************
006560 1450-MATCH-GEN-DAY.
006570     IF WS-GEN-DAY-DATE (WS-DX) = BX-BILL-DATE
006580         DISPLAY "TKTINVC: TWO GENERATIONS BILLED ON "
006590             BX-BILL-DATE " - DOUBLED DAY, NOTHING INVOICED"
006600         MOVE 8 TO RETURN-CODE
006610         STOP RUN
006620     END-IF.
006630 1450-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670*    1500-OPEN-REPORT - OPEN THE REGISTER LISTING AND PRINT ITS  *
006680*    HEADING                                                     *
006690*****************************************************************
006700 1500-OPEN-REPORT.
006710     OPEN OUTPUT REGISTER-RPT.
006720     IF WS-INVRPT-STATUS NOT = "00"
006730         DISPLAY "TKTINVC: UNABLE TO OPEN REGISTER-RPT, "
006740             "STATUS = " WS-INVRPT-STATUS
006750         MOVE 12 TO RETURN-CODE
006760         STOP RUN
006770     END-IF.
006780     MOVE SPACES TO REGISTER-RPT-LINE.
006790     MOVE "MONTHLY INVOICE REGISTER" TO REGISTER-RPT-LINE.
006800     WRITE REGISTER-RPT-LINE.
006810     MOVE SPACES TO REGISTER-RPT-LINE.
006820     STRING "  MODE " DELIMITED BY SIZE
006830         WS-RUN-MODE DELIMITED BY SIZE
006840         "  MONTH " DELIMITED BY SIZE
006850         WS-INVOICE-MONTH DELIMITED BY SIZE
006860         "  SERIES " DELIMITED BY SIZE
006870         WS-INVOICE-SERIES DELIMITED BY SIZE
006880         "  RUN DATE " DELIMITED BY SIZE
006890         WS-CURRENT-DATE DELIMITED BY SIZE
006900         INTO REGISTER-RPT-LINE
006910     END-STRING.
006920     WRITE REGISTER-RPT-LINE.
006930     MOVE SPACES TO REGISTER-RPT-LINE.
006940     WRITE REGISTER-RPT-LINE.
006950 1500-EXIT.
006960     EXIT.
006970
006980*****************************************************************
006990*    2000-SELECT-MONTH - SORT INPUT PROCEDURE.  RELEASE EVERY    *
007000*    DATA RECORD BILLED IN THE RUN MONTH - THE TRAILERS WERE     *
007010*    ALREADY PROVEN AND NEVER REACH THE SORT                     *
007020*****************************************************************
007030 2000-SELECT-MONTH.
007040     MOVE "N" TO WS-EXTRACT-EOF-SWITCH.
007050     OPEN INPUT BILLING-EXTRACT.
007060     IF WS-BILLEXT-STATUS NOT = "00"
007070         DISPLAY "TKTINVC: UNABLE TO RE-OPEN BILLING-EXTRACT, "
007080             "STATUS = " WS-BILLEXT-STATUS
007090         MOVE 12 TO RETURN-CODE
007100         STOP RUN
007110     END-IF.
007120     PERFORM 2100-RELEASE-ONE-EXTRACT
007130         THRU 2100-EXIT
007140         UNTIL EXTRACT-AT-END.
007150     CLOSE BILLING-EXTRACT.
007160 2000-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200*    2100-RELEASE-ONE-EXTRACT - READ ONE EXTRACT RECORD AND      *
007210*    RELEASE IT IF IT WAS BILLED IN THE RUN MONTH                *
007220*****************************************************************
007230 2100-RELEASE-ONE-EXTRACT.
007240     READ BILLING-EXTRACT
007250         AT END
007260             MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
007270             GO TO 2100-EXIT
007280     END-READ.
007290     ADD 1 TO WS-COUNT-EXTRACT-READ.
007300     IF BX-CUSTOMER-ID = "*TRAILER**"
007310         GO TO 2100-EXIT
007320     END-IF.
007330     IF BX-BILL-DATE (1:6) NOT = WS-INVOICE-MONTH
007340         GO TO 2100-EXIT
007350     END-IF.
007360     ADD 1 TO WS-COUNT-MONTH-LINES.
007370     ADD BX-EXTENDED-AMOUNT TO WS-MONTH-AMOUNT.
007380     RELEASE SB-EXTRACT-RECORD FROM BX-EXTRACT-RECORD.
007390 2100-EXIT.
007400     EXIT.
007410
007420*****************************************************************
007430*    2500-COUNT-CUSTOMERS - ONE PASS OVER THE SORTED MONTH       *
007440*    COUNTING THE CUSTOMERS, WHICH IS HOW MANY INVOICE NUMBERS   *
007450*    THE RUN NEEDS                                               *
007460*****************************************************************
007470 2500-COUNT-CUSTOMERS.
007480     OPEN INPUT SORTED-MONTH.
007490     IF WS-SRTMON-STATUS NOT = "00"
007500         DISPLAY "TKTINVC: UNABLE TO OPEN SORTED-MONTH, "
007510             "STATUS = " WS-SRTMON-STATUS
007520         MOVE 12 TO RETURN-CODE
007530         STOP RUN
007540     END-IF.
007550     MOVE SPACES TO WS-PRIOR-CUSTOMER.
007560     PERFORM 2550-COUNT-ONE-RECORD
007570         THRU 2550-EXIT
007580         UNTIL SORTED-AT-END.
007590     CLOSE SORTED-MONTH.
007600 2500-EXIT.
007610     EXIT.
007620
007630*****************************************************************
007640*    2550-COUNT-ONE-RECORD - COUNT A CUSTOMER ON ITS FIRST       *
007650*    RECORD                                                      *
007660*****************************************************************
007670 2550-COUNT-ONE-RECORD.
007680     READ SORTED-MONTH
007690         AT END
007700             MOVE "Y" TO WS-SORTED-EOF-SWITCH
007710             GO TO 2550-EXIT
007720     END-READ.
007730     IF WS-COUNT-CUSTOMERS = ZERO
007740         OR SM-CUSTOMER-ID NOT = WS-PRIOR-CUSTOMER
007750         ADD 1 TO WS-COUNT-CUSTOMERS
007760         MOVE SM-CUSTOMER-ID TO WS-PRIOR-CUSTOMER
007770     END-IF.
007780 2550-EXIT.
007790     EXIT.
007800
007810*****************************************************************
007820*    3000-LOAD-INVOICE-BLOCK - FIND THE INVOICE NUMBERS THE      *
007830*    MOST RECENT ISSUE RUN GAVE THE INVOICE REQUESTER IN THE     *
007840*    INVOICE SERIES, AND PROVE THERE IS EXACTLY ONE PER          *
007850*    CUSTOMER AND NONE OF THEM HAS BEEN VOIDED                   *
007860*****************************************************************
007870 3000-LOAD-INVOICE-BLOCK.
007880     OPEN INPUT TICKET-AUDIT.
007890     IF WS-TKTAUD-STATUS NOT = "00"
007900         DISPLAY "TKTINVC: UNABLE TO OPEN TICKET-AUDIT, "
007910             "STATUS = " WS-TKTAUD-STATUS
007920         MOVE 12 TO RETURN-CODE
007930         STOP RUN
007940     END-IF.
007950     PERFORM 3100-SCAN-ONE-AUDIT
007960         THRU 3100-EXIT
007970         UNTIL AUDIT-AT-END.
007980     CLOSE TICKET-AUDIT.
007990     IF WS-BLOCK-COUNT = ZERO
008000         DISPLAY "TKTINVC: NO INVOICE NUMBERS ISSUED TO "
008010             WS-INVOICE-REQUESTER " IN SERIES "
008020             WS-INVOICE-SERIES " - RUN THE PREPARE AND "
008030             "ISSUE STEPS FIRST"
008040         MOVE 8 TO RETURN-CODE
008050         STOP RUN
008060     END-IF.
008070     IF WS-BLOCK-COUNT NOT = WS-COUNT-CUSTOMERS
008080         DISPLAY "TKTINVC: THE LAST INVOICE BLOCK HOLDS "
008090             WS-BLOCK-COUNT " NUMBERS FOR "
008100             WS-COUNT-CUSTOMERS " CUSTOMERS - VOID THE "
008110             "BLOCK AND RERUN FROM THE PREPARE STEP"
008120         MOVE 8 TO RETURN-CODE
008130         STOP RUN
008140     END-IF.
008150     MOVE "N" TO WS-VOIDED-SWITCH.
008160     PERFORM 3300-CHECK-BLOCK-VOIDS
008170         THRU 3300-EXIT
008180         VARYING WS-BX FROM 1 BY 1
008190         UNTIL WS-BX > WS-BLOCK-COUNT.
008200     IF BLOCK-HAS-VOID
008210         DISPLAY "TKTINVC: A NUMBER IN THE LAST INVOICE BLOCK "
008220             "HAS BEEN VOIDED - RERUN FROM THE PREPARE STEP"
008230         MOVE 8 TO RETURN-CODE
008240         STOP RUN
008250     END-IF.
008260 3000-EXIT.
008270     EXIT.
008280
008290*****************************************************************
008300*    3100-SCAN-ONE-AUDIT - TABLE THE INVOICE SERIES' VOIDS, AND  *
008310*    KEEP THE ISSUE RECORDS OF THE LATEST RUN FOR THE INVOICE    *
008320*    REQUESTER - A LATER RUN STARTS THE TABLE OVER               *
008330*****************************************************************
008340 3100-SCAN-ONE-AUDIT.
008350     READ TICKET-AUDIT
008360         AT END
008370             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
008380             GO TO 3100-EXIT
008390     END-READ.
008400     IF TA-SERIES-CODE NOT = WS-INVOICE-SERIES
008410         GO TO 3100-EXIT
008420     END-IF.
008430     IF TA-VOID-RECORD
008440         PERFORM 3150-TABLE-VOID
008450             THRU 3150-EXIT
008460         GO TO 3100-EXIT
008470     END-IF.
008480     IF NOT TA-ISSUE-RECORD
008490         OR TA-REQUESTER-ID NOT = WS-INVOICE-REQUESTER
008500         GO TO 3100-EXIT
008510     END-IF.
008520     MOVE TA-ISSUE-DATE TO WS-AUDIT-STAMP (1:8).
008530     MOVE TA-ISSUE-TIME TO WS-AUDIT-STAMP (9:8).
008540     IF WS-AUDIT-STAMP < WS-BLOCK-STAMP
008550         GO TO 3100-EXIT
008560     END-IF.
008570     IF WS-AUDIT-STAMP > WS-BLOCK-STAMP
008580         MOVE WS-AUDIT-STAMP TO WS-BLOCK-STAMP
008590         MOVE ZERO TO WS-BLOCK-COUNT
008600         MOVE TA-FISCAL-YEAR TO WS-BLOCK-YEAR
008610         MOVE TA-ISSUE-DATE TO WS-BLOCK-ISSUE-DATE
008620     END-IF.
008630     IF WS-BLOCK-COUNT >= WS-BLOCK-MAX
008640         DISPLAY "TKTINVC: MORE THAN " WS-BLOCK-MAX
008650             " INVOICE NUMBERS IN ONE BLOCK"
008660         MOVE 8 TO RETURN-CODE
008670         STOP RUN
008680     END-IF.
008690     ADD 1 TO WS-BLOCK-COUNT.
008700     MOVE TA-TICKET-NUMBER TO WS-BLOCK-NUMBER (WS-BLOCK-COUNT).
008710 3100-EXIT.
008720     EXIT.
008730
008740*****************************************************************
008750*    3150-TABLE-VOID - TABLE ONE VOID IN THE INVOICE SERIES      *
008760*****************************************************************
008770 3150-TABLE-VOID.
008780     IF WS-VOID-COUNT >= WS-VOID-MAX
008790         DISPLAY "TKTINVC: MORE THAN " WS-VOID-MAX
008800             " VOIDS IN SERIES " WS-INVOICE-SERIES
008810             ", ARCHIVE THE AUDIT TRAIL FIRST"
008820         MOVE 8 TO RETURN-CODE
008830         STOP RUN
008840     END-IF.
008850     ADD 1 TO WS-VOID-COUNT.
008860     MOVE TA-TICKET-NUMBER TO WS-VOID-NUMBER (WS-VOID-COUNT).
008870     MOVE TA-FISCAL-YEAR TO WS-VOID-YEAR (WS-VOID-COUNT).
008880 3150-EXIT.
008890     EXIT.
008900
008910*****************************************************************
008920*    3300-CHECK-BLOCK-VOIDS - LOOK FOR ONE BLOCK NUMBER IN THE   *
008930*    VOID TABLE                                                  *
008940*****************************************************************
008950 3300-CHECK-BLOCK-VOIDS.
008960     PERFORM 3350-MATCH-VOID-ENTRY
008970         THRU 3350-EXIT
008980         VARYING WS-VX FROM 1 BY 1
008990         UNTIL WS-VX > WS-VOID-COUNT.
009000 3300-EXIT.
009010     EXIT.
009020
009030*****************************************************************
009040*    3350-MATCH-VOID-ENTRY - COMPARE ONE VOID TABLE ENTRY        *
009050*****************************************************************
009060 3350-MATCH-VOID-ENTRY.
009070     IF WS-BLOCK-NUMBER (WS-BX) = WS-VOID-NUMBER (WS-VX)
009080         AND WS-BLOCK-YEAR = WS-VOID-YEAR (WS-VX)
009090         MOVE "Y" TO WS-VOIDED-SWITCH
009100     END-IF.
009110 3350-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150*    3500-PROVE-BLOCK-UNUSED - NO NUMBER IN THE BLOCK MAY        *
009160*    ALREADY BE ON THE REGISTER.  IF THE ISSUE STEP NEVER RAN    *
009170*    THIS MONTH, THE LATEST BLOCK IS AN EARLIER MONTH'S          *
009180*****************************************************************
009190 3500-PROVE-BLOCK-UNUSED.
009200     MOVE "N" TO WS-REGISTER-EOF-SWITCH.
009210     OPEN INPUT INVOICE-REGISTER.
009220     IF WS-INVREG-STATUS NOT = "00"
009230         AND WS-INVREG-STATUS NOT = "05"
009240         DISPLAY "TKTINVC: UNABLE TO RE-OPEN INVOICE-REGISTER, "
009250             "STATUS = " WS-INVREG-STATUS
009260         MOVE 12 TO RETURN-CODE
009270         STOP RUN
009280     END-IF.
009290     PERFORM 3550-CHECK-ONE-REGISTER
009300         THRU 3550-EXIT
009310         UNTIL REGISTER-AT-END.
009320     CLOSE INVOICE-REGISTER.
009330 3500-EXIT.
009340     EXIT.
009350
009360*****************************************************************
009370*    3550-CHECK-ONE-REGISTER - REFUSE IF THE REGISTER RECORD IN  *
009380*    HAND ALREADY USED A NUMBER FROM THE BLOCK                   *
009390*****************************************************************
009400 3550-CHECK-ONE-REGISTER.
009410     READ INVOICE-REGISTER
009420         AT END
009430             MOVE "Y" TO WS-REGISTER-EOF-SWITCH
009440             GO TO 3550-EXIT
009450     END-READ.
009460     IF IR-CUSTOMER-ID = "*TRAILER**"
009470         OR IR-SERIES-CODE NOT = WS-INVOICE-SERIES
009480         OR IR-FISCAL-YEAR NOT = WS-BLOCK-YEAR
009490         GO TO 3550-EXIT
009500     END-IF.
009510     IF IR-INVOICE-NUMBER NOT < WS-BLOCK-NUMBER (1)
009520         AND IR-INVOICE-NUMBER NOT >
009530             WS-BLOCK-NUMBER (WS-BLOCK-COUNT)
009540         DISPLAY "TKTINVC: INVOICE NUMBER " IR-INVOICE-NUMBER
009550             " WAS ALREADY USED FOR MONTH " IR-INVOICE-MONTH
009560             " - NO NEW BLOCK WAS ISSUED, RERUN FROM THE "
009570             "PREPARE STEP"
009580         MOVE 8 TO RETURN-CODE
009590         STOP RUN
009600     END-IF.
009610 3550-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650*    4000-WRITE-BLOCK-REQUEST - PREPARE MODE.  ASK INCREMENT     *
009660*    FOR ONE INVOICE NUMBER PER CUSTOMER UNDER THE INVOICE       *
009670*    REQUESTER                                                   *
009680*****************************************************************
009690 4000-WRITE-BLOCK-REQUEST.
009700     IF WS-COUNT-CUSTOMERS > 99999
009710         DISPLAY "TKTINVC: " WS-COUNT-CUSTOMERS
009720             " CUSTOMERS IS MORE THAN ONE BLOCK REQUEST CAN "
009730             "CARRY"
009740         MOVE 8 TO RETURN-CODE
009750         STOP RUN
009760     END-IF.
009770     OPEN OUTPUT TICKET-REQUESTS.
009780     IF WS-TKTREQ-STATUS NOT = "00"
009790         DISPLAY "TKTINVC: UNABLE TO OPEN TICKET-REQUESTS, "
009800             "STATUS = " WS-TKTREQ-STATUS
009810         MOVE 12 TO RETURN-CODE
009820         STOP RUN
009830     END-IF.
009840     MOVE SPACES TO RQ-BLOCK-REQUEST.
009850     MOVE WS-INVOICE-REQUESTER TO RQ-REQUESTER-ID.
009860     MOVE WS-COUNT-CUSTOMERS TO RQ-QUANTITY-NUM.
009870     WRITE RQ-BLOCK-REQUEST.
009880     IF WS-TKTREQ-STATUS NOT = "00"
009890         DISPLAY "TKTINVC: UNABLE TO WRITE TICKET-REQUESTS, "
009900             "STATUS = " WS-TKTREQ-STATUS
009910         MOVE 12 TO RETURN-CODE
009920         STOP RUN
009930     END-IF.
009940     CLOSE TICKET-REQUESTS.
009950 4000-EXIT.
009960     EXIT.
009970
009980*****************************************************************
009990*    5000-WRITE-INVOICES - INVOICE MODE.  WALK THE SORTED MONTH  *
010000*    IN CUSTOMER ORDER, GIVING EACH CUSTOMER THE NEXT NUMBER     *
010010*    FROM THE BLOCK, PRINTING ITS INVOICE AND WRITING ITS        *
010020*    REGISTER RECORD                                             *
010030*****************************************************************
010040 5000-WRITE-INVOICES.
010050     OPEN INPUT  SORTED-MONTH
010060          INPUT  CUSTOMER-MASTER
010070          EXTEND INVOICE-REGISTER
010080          OUTPUT INVOICE-PRT.
010090     IF WS-SRTMON-STATUS NOT = "00"
010100         DISPLAY "TKTINVC: UNABLE TO RE-OPEN SORTED-MONTH, "
010110             "STATUS = " WS-SRTMON-STATUS
010120         MOVE 12 TO RETURN-CODE
010130         STOP RUN
010140     END-IF.
010150     IF WS-CUSTMAST-STATUS NOT = "00"
010160         DISPLAY "TKTINVC: UNABLE TO OPEN CUSTOMER-MASTER, "
010170             "STATUS = " WS-CUSTMAST-STATUS
010180         MOVE 12 TO RETURN-CODE
010190         STOP RUN
010200     END-IF.
010210     IF WS-INVREG-STATUS NOT = "00"
010220         AND WS-INVREG-STATUS NOT = "05"
010230         DISPLAY "TKTINVC: UNABLE TO EXTEND INVOICE-REGISTER, "
010240             "STATUS = " WS-INVREG-STATUS
010250         MOVE 12 TO RETURN-CODE
010260         STOP RUN
010270     END-IF.
010280     IF WS-INVPRT-STATUS NOT = "00"
010290         DISPLAY "TKTINVC: UNABLE TO OPEN INVOICE-PRT, "
010300             "STATUS = " WS-INVPRT-STATUS
010310         MOVE 12 TO RETURN-CODE
010320         STOP RUN
010330     END-IF.
010340     WRITE REGISTER-RPT-LINE FROM WS-REGISTER-HEAD-LINE.
010350     MOVE "N" TO WS-SORTED-EOF-SWITCH.
010360     MOVE ZERO TO WS-BX.
010370     PERFORM 5100-READ-SORTED
010380         THRU 5100-EXIT.
010390     PERFORM 5200-PROCESS-ONE-LINE
010400         THRU 5200-EXIT
010410         UNTIL SORTED-AT-END.
010420     IF NOT FIRST-RECORD
010430         PERFORM 5600-CLOSE-OUT-INVOICE
010440             THRU 5600-EXIT
010450     END-IF.
010460     CLOSE SORTED-MONTH
010470           CUSTOMER-MASTER
010480           INVOICE-PRT.
010490 5000-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530*    5100-READ-SORTED - READ WITH AT END HANDLING                *
010540*****************************************************************
010550 5100-READ-SORTED.
010560     READ SORTED-MONTH
010570         AT END
010580             MOVE "Y" TO WS-SORTED-EOF-SWITCH
010590     END-READ.
010600 5100-EXIT.
010610     EXIT.
010620
010630*****************************************************************
010640*    5200-PROCESS-ONE-LINE - BREAK ON A NEW CUSTOMER OR A NEW    *
010650*    SERIES, YEAR AND PRICE, THEN ACCUMULATE THE RECORD          *
010660*****************************************************************
010670 5200-PROCESS-ONE-LINE.
010680     IF FIRST-RECORD
010690         OR SM-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
010700         PERFORM 5300-START-NEW-INVOICE
010710             THRU 5300-EXIT
010720     ELSE
010730         IF SM-SERIES-CODE NOT = WS-LINE-SERIES
010740             OR SM-FISCAL-YEAR NOT = WS-LINE-YEAR
010750             OR SM-UNIT-PRICE NOT = WS-LINE-PRICE
010760             PERFORM 5500-PRINT-DETAIL-LINE
010770                 THRU 5500-EXIT
010780             PERFORM 5450-START-NEW-LINE
010790                 THRU 5450-EXIT
010800         END-IF
010810     END-IF.
010820     ADD 1 TO WS-LINE-QUANTITY.
010830     ADD SM-EXTENDED-AMOUNT TO WS-LINE-AMOUNT.
010840     ADD 1 TO WS-CUSTOMER-TICKETS.
010850     ADD SM-EXTENDED-AMOUNT TO WS-CUSTOMER-AMOUNT.
010860     PERFORM 5100-READ-SORTED
010870         THRU 5100-EXIT.
010880 5200-EXIT.
010890     EXIT.
010900
010910*****************************************************************
010920*    5300-START-NEW-INVOICE - CLOSE OUT THE PRIOR CUSTOMER,      *
010930*    TAKE THE NEXT INVOICE NUMBER, LOOK THE CUSTOMER UP ON THE   *
010940*    MASTER, AND PRINT THE INVOICE HEADING                       *
010950*****************************************************************
010960 5300-START-NEW-INVOICE.
010970     IF NOT FIRST-RECORD
010980         PERFORM 5600-CLOSE-OUT-INVOICE
010990             THRU 5600-EXIT
011000     END-IF.
011010     MOVE "N" TO WS-FIRST-RECORD-SWITCH.
011020     MOVE SM-CUSTOMER-ID TO WS-CURRENT-CUSTOMER.
011030     MOVE ZERO TO WS-CUSTOMER-TICKETS.
011040     MOVE ZERO TO WS-CUSTOMER-AMOUNT.
011050     ADD 1 TO WS-BX.
011060     MOVE SM-CUSTOMER-ID TO WS-CUS-ID.
011070     MOVE SM-CUSTOMER-ID TO CM-CUSTOMER-ID.
011080     READ CUSTOMER-MASTER
011090         INVALID KEY
011100             ADD 1 TO WS-COUNT-NO-MASTER
011110             MOVE SPACES TO CM-RECORD
011120             MOVE "** NOT ON CUSTOMER MASTER **" TO WS-CUS-NAME
011130             MOVE "?" TO WS-CUSTOMER-STATUS
011140         NOT INVALID KEY
011150             MOVE CM-CUSTOMER-NAME TO WS-CUS-NAME
011160             IF CM-STATUS-INACTIVE
011170                 ADD 1 TO WS-COUNT-INACTIVE
011180                 MOVE "I" TO WS-CUSTOMER-STATUS
011190             ELSE
011200                 MOVE "A" TO WS-CUSTOMER-STATUS
011210             END-IF
011220     END-READ.
011230     MOVE SPACES TO INVOICE-PRT-LINE.
011240     WRITE INVOICE-PRT-LINE.
011250     MOVE WS-INVOICE-SERIES TO WS-IH-SERIES.
011260     MOVE WS-BLOCK-YEAR TO WS-IH-YEAR.
011270     MOVE WS-BLOCK-NUMBER (WS-BX) TO WS-IH-NUMBER.
011280     MOVE WS-CURRENT-DATE TO WS-IH-DATE.
011290     MOVE WS-INVOICE-MONTH TO WS-IH-MONTH.
011300     WRITE INVOICE-PRT-LINE FROM WS-INV-HEAD-LINE.
011310     WRITE INVOICE-PRT-LINE FROM WS-CUSTOMER-LINE.
011320     PERFORM 5350-PRINT-ADDRESS
011330         THRU 5350-EXIT.
011340     IF WS-CUSTOMER-STATUS = "I"
011350         MOVE SPACES TO INVOICE-PRT-LINE
011360         MOVE "    ** ACCOUNT INACTIVE **" TO INVOICE-PRT-LINE
011370         WRITE INVOICE-PRT-LINE
011380     END-IF.
011390     MOVE SPACES TO INVOICE-PRT-LINE.
011400     WRITE INVOICE-PRT-LINE.
011410     WRITE INVOICE-PRT-LINE FROM WS-DETAIL-HEAD-LINE.
011420     PERFORM 5450-START-NEW-LINE
011430         THRU 5450-EXIT.
011440 5300-EXIT.
011450     EXIT.
011460
011470*****************************************************************
011480*    5350-PRINT-ADDRESS - PRINT THE CUSTOMER'S MAILING ADDRESS   *
011490*    UNDER THE INVOICE HEADING, WHEN THE MASTER CARRIES ONE      *
011500*****************************************************************
011510 5350-PRINT-ADDRESS.
011520     IF CM-ADDR-LINE-1 = SPACES
011530         GO TO 5350-EXIT
011540     END-IF.
011550     MOVE SPACES TO WS-ADDRESS-LINE.
011560     MOVE CM-ADDR-LINE-1 TO WS-ADR-TEXT.
011570     WRITE INVOICE-PRT-LINE FROM WS-ADDRESS-LINE.
011580     IF CM-ADDR-LINE-2 NOT = SPACES
011590         MOVE SPACES TO WS-ADDRESS-LINE
011600         MOVE CM-ADDR-LINE-2 TO WS-ADR-TEXT
011610         WRITE INVOICE-PRT-LINE FROM WS-ADDRESS-LINE
011620     END-IF.
011630     MOVE SPACES TO WS-ADDRESS-LINE.
011640     MOVE CM-ADDR-CITY TO WS-ADR-CITY.
011650     MOVE CM-ADDR-STATE TO WS-ADR-STATE.
011660     MOVE CM-ADDR-POSTAL TO WS-ADR-POSTAL.
011670     WRITE INVOICE-PRT-LINE FROM WS-ADDRESS-LINE.
011680 5350-EXIT.
011690     EXIT.
011700
011710*****************************************************************
011720*    5450-START-NEW-LINE - OPEN A NEW INVOICE LINE FOR THE       *
011730*    SERIES, YEAR AND PRICE OF THE RECORD IN HAND                *
011740*****************************************************************
011750 5450-START-NEW-LINE.
011760     MOVE SM-SERIES-CODE TO WS-LINE-SERIES.
011770     MOVE SM-FISCAL-YEAR TO WS-LINE-YEAR.
011780     MOVE SM-UNIT-PRICE TO WS-LINE-PRICE.
011790     MOVE ZERO TO WS-LINE-QUANTITY.
011800     MOVE ZERO TO WS-LINE-AMOUNT.
011810 5450-EXIT.
011820     EXIT.
011830
011840*****************************************************************
011850*    5500-PRINT-DETAIL-LINE - PRINT THE INVOICE LINE JUST        *
011860*    CLOSED                                                      *
011870*****************************************************************
011880 5500-PRINT-DETAIL-LINE.
011890     MOVE SPACES TO WS-DETAIL-LINE.
011900     MOVE WS-LINE-SERIES TO WS-DTL-SERIES.
011910     MOVE WS-LINE-YEAR TO WS-DTL-YEAR.
011920     MOVE WS-LINE-QUANTITY TO WS-DTL-QUANTITY.
011930     MOVE WS-LINE-PRICE TO WS-DTL-PRICE.
011940     MOVE WS-LINE-AMOUNT TO WS-DTL-AMOUNT.
011950     WRITE INVOICE-PRT-LINE FROM WS-DETAIL-LINE.
011960 5500-EXIT.
011970     EXIT.
011980
011990*****************************************************************
012000*    5600-CLOSE-OUT-INVOICE - PRINT THE LAST LINE AND THE        *
012010*    INVOICE TOTAL, WRITE THE REGISTER RECORD, AND LIST IT       *
012020*****************************************************************
012030 5600-CLOSE-OUT-INVOICE.
012040     PERFORM 5500-PRINT-DETAIL-LINE
012050         THRU 5500-EXIT.
012060     MOVE SPACES TO WS-TOTAL-LINE.
012070     MOVE "INVOICE TOTAL.." TO WS-TOT-LABEL.
012080     MOVE WS-CUSTOMER-TICKETS TO WS-TOT-COUNT.
012090     MOVE WS-CUSTOMER-AMOUNT TO WS-TOT-AMOUNT.
012100     WRITE INVOICE-PRT-LINE FROM WS-TOTAL-LINE.
012110     ADD 1 TO WS-COUNT-INVOICES.
012120     ADD WS-CUSTOMER-AMOUNT TO WS-INVOICED-AMOUNT.
012130     MOVE SPACES TO IR-REGISTER-RECORD.
012140     MOVE WS-INVOICE-MONTH TO IR-INVOICE-MONTH.
012150     MOVE WS-INVOICE-SERIES TO IR-SERIES-CODE.
012160     MOVE WS-BLOCK-YEAR TO IR-FISCAL-YEAR.
012170     MOVE WS-BLOCK-NUMBER (WS-BX) TO IR-INVOICE-NUMBER.
012180     MOVE WS-BLOCK-ISSUE-DATE TO IR-ISSUE-DATE.
012190     MOVE WS-CURRENT-CUSTOMER TO IR-CUSTOMER-ID.
012200     MOVE WS-CUSTOMER-STATUS TO IR-CUSTOMER-STATUS.
012210     MOVE WS-CUSTOMER-TICKETS TO IR-TICKET-COUNT.
012220     MOVE WS-CUSTOMER-AMOUNT TO IR-INVOICE-AMOUNT.
012230     MOVE WS-CURRENT-DATE TO IR-INVOICE-DATE.
012240     WRITE IR-REGISTER-RECORD.
012250     IF WS-INVREG-STATUS NOT = "00"
012260         DISPLAY "TKTINVC: UNABLE TO WRITE INVOICE-REGISTER, "
012270             "STATUS = " WS-INVREG-STATUS
012280         MOVE 12 TO RETURN-CODE
012290         STOP RUN
012300     END-IF.
012310     MOVE SPACES TO WS-REGISTER-LINE.
012320     MOVE WS-INVOICE-SERIES TO WS-RGL-SERIES.
012330     MOVE WS-BLOCK-YEAR TO WS-RGL-YEAR.
012340     MOVE WS-BLOCK-NUMBER (WS-BX) TO WS-RGL-NUMBER.
012350     MOVE WS-CURRENT-CUSTOMER TO WS-RGL-CUSTOMER.
012360     MOVE WS-CUS-NAME TO WS-RGL-NAME.
012370     MOVE WS-CUSTOMER-STATUS TO WS-RGL-STATUS.
012380     MOVE WS-CUSTOMER-TICKETS TO WS-RGL-COUNT.
012390     MOVE WS-CUSTOMER-AMOUNT TO WS-RGL-AMOUNT.
012400     WRITE REGISTER-RPT-LINE FROM WS-REGISTER-LINE.
012410 5600-EXIT.
012420     EXIT.
012430
012440*****************************************************************
012450*    8000-FINALIZE - CLOSE THE MONTH ON THE REGISTER WITH ITS    *
012460*    TRAILER (INVOICE MODE), PRINT THE RUN TOTALS, AND POST THE  *
012470*    RETURN CODE                                                 *
012480*****************************************************************
012490 8000-FINALIZE.
012500     IF MODE-INVOICE
012510         PERFORM 8100-WRITE-REGISTER-TRAILER
012520             THRU 8100-EXIT
012530     END-IF.
012540     MOVE SPACES TO REGISTER-RPT-LINE.
012550     WRITE REGISTER-RPT-LINE.
012560     MOVE SPACES TO REGISTER-RPT-LINE.
012570     MOVE "INVOICING RUN TOTALS" TO REGISTER-RPT-LINE.
012580     WRITE REGISTER-RPT-LINE.
012590     MOVE SPACES TO REGISTER-RPT-LINE.
012600     WRITE REGISTER-RPT-LINE.
012610
012620     MOVE SPACES TO WS-REPORT-LINE.
012630     MOVE "EXTRACT RECORDS READ.." TO WS-RPT-LABEL.
012640     MOVE WS-COUNT-EXTRACT-READ TO WS-RPT-COUNT.
012650     WRITE REGISTER-RPT-LINE FROM WS-REPORT-LINE.
012660
012670     MOVE SPACES TO WS-REPORT-LINE.
012680     MOVE "GENERATIONS PROVEN...." TO WS-RPT-LABEL.
012690     MOVE WS-GEN-DAY-COUNT TO WS-RPT-COUNT.
012700     WRITE REGISTER-RPT-LINE FROM WS-REPORT-LINE.
012710
012720     MOVE SPACES TO WS-REPORT-LINE.
012730     MOVE "LINES IN MONTH........" TO WS-RPT-LABEL.
012740     MOVE WS-COUNT-MONTH-LINES TO WS-RPT-COUNT.
012750     WRITE REGISTER-RPT-LINE FROM WS-REPORT-LINE.
012760
012770     MOVE SPACES TO WS-REPORT-LINE.
012780     MOVE "CUSTOMERS IN MONTH...." TO WS-RPT-LABEL.
012790     MOVE WS-COUNT-CUSTOMERS TO WS-RPT-COUNT.
012800     WRITE REGISTER-RPT-LINE FROM WS-REPORT-LINE.
012810
012820     MOVE SPACES TO WS-AMOUNT-LINE.
012830     MOVE "AMOUNT IN MONTH......." TO WS-AMT-LABEL.
012840     MOVE WS-MONTH-AMOUNT TO WS-AMT-VALUE.
012850     WRITE REGISTER-RPT-LINE FROM WS-AMOUNT-LINE.
012860
012870     IF MODE-PREPARE
012880         MOVE SPACES TO WS-REPORT-LINE
012890         MOVE "INVOICE NOS REQUESTED." TO WS-RPT-LABEL
012900         MOVE WS-COUNT-CUSTOMERS TO WS-RPT-COUNT
012910         WRITE REGISTER-RPT-LINE FROM WS-REPORT-LINE
012920         MOVE 0 TO RETURN-CODE
012930         GO TO 8000-CLOSE
012940     END-IF.
012950
012960     MOVE SPACES TO WS-REPORT-LINE.
012970     MOVE "INVOICES WRITTEN......" TO WS-RPT-LABEL.
012980     MOVE WS-COUNT-INVOICES TO WS-RPT-COUNT.
012990     WRITE REGISTER-RPT-LINE FROM WS-REPORT-LINE.
013000
013010     MOVE SPACES TO WS-REPORT-LINE.
013020     MOVE "INACTIVE CUSTOMERS...." TO WS-RPT-LABEL.
013030     MOVE WS-COUNT-INACTIVE TO WS-RPT-COUNT.
013040     WRITE REGISTER-RPT-LINE FROM WS-REPORT-LINE.
013050
013060     MOVE SPACES TO WS-REPORT-LINE.
013070     MOVE "IDS NOT ON MASTER....." TO WS-RPT-LABEL.
013080     MOVE WS-COUNT-NO-MASTER TO WS-RPT-COUNT.
013090     WRITE REGISTER-RPT-LINE FROM WS-REPORT-LINE.
013100
013110     MOVE SPACES TO WS-AMOUNT-LINE.
013120     MOVE "AMOUNT INVOICED......." TO WS-AMT-LABEL.
013130     MOVE WS-INVOICED-AMOUNT TO WS-AMT-VALUE.
013140     WRITE REGISTER-RPT-LINE FROM WS-AMOUNT-LINE.
013150
013160     IF WS-COUNT-NO-MASTER = ZERO
013170         AND WS-COUNT-INACTIVE = ZERO
013180         MOVE 0 TO RETURN-CODE
013190     ELSE
013200         MOVE 4 TO RETURN-CODE
013210     END-IF.
013220 8000-CLOSE.
013230     CLOSE REGISTER-RPT.
013240 8000-EXIT.
013250     EXIT.
013260
013270*****************************************************************
013280*    8100-WRITE-REGISTER-TRAILER - CLOSE THE MONTH ON THE        *
013290*    REGISTER.  A RUN THAT DIES BEFORE THIS LEAVES THE MONTH     *
013300*    WITHOUT A TRAILER, AND THE NEXT RUN REFUSES IT AS PARTIAL   *
013310*****************************************************************
013320 8100-WRITE-REGISTER-TRAILER.
013330     MOVE SPACES TO IR-REGISTER-RECORD.
013340     MOVE WS-INVOICE-MONTH TO IR-INVOICE-MONTH.
013350     MOVE WS-INVOICE-SERIES TO IR-SERIES-CODE.
013360     MOVE WS-BLOCK-YEAR TO IR-FISCAL-YEAR.
013370     MOVE ZERO TO IR-INVOICE-NUMBER.
013380     MOVE "*TRAILER**" TO IR-CUSTOMER-ID.
013390     MOVE WS-COUNT-INVOICES TO IR-TICKET-COUNT.
013400     MOVE WS-INVOICED-AMOUNT TO IR-INVOICE-AMOUNT.
013410     MOVE WS-CURRENT-DATE TO IR-INVOICE-DATE.
013420     WRITE IR-REGISTER-RECORD.
013430     IF WS-INVREG-STATUS NOT = "00"
013440         DISPLAY "TKTINVC: UNABLE TO WRITE THE REGISTER "
013450             "TRAILER, STATUS = " WS-INVREG-STATUS
013460         MOVE 12 TO RETURN-CODE
013470         STOP RUN
013480     END-IF.
013490     CLOSE INVOICE-REGISTER.
013500 8100-EXIT.
013510     EXIT.
