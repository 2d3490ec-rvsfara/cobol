000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     STKRECON.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    PRE-PRINTED DOCUMENT STOCK RECONCILIATION.                 *
000100*                                                                *
000110*    THE FORMS ROOM RECORDS EVERY RANGE OF PRE-NUMBERED FORMS    *
000120*    A DEPARTMENT TAKES DELIVERY OF ON DOCSTOCK.  THIS RUN       *
000130*    PROVES THOSE RANGES AGAINST THE AUDIT TRAIL FOR EACH        *
000140*    SERIES' OPEN FISCAL YEAR AND PRINTS, BY SERIES AND          *
000150*    DEPARTMENT, THE FORMS RECEIVED, THE NUMBERS ISSUED FROM     *
000160*    THEM, THE ISSUED FORMS VOIDED AS MISPRINTS, THE FORMS       *
000170*    STILL ON HAND, THE NUMBERS THE DEPARTMENT WAS ISSUED        *
000180*    OUTSIDE EVERY RANGE IT HOLDS, AND ITS REORDER POINT FROM    *
000190*    THE DEPARTMENT MASTER.  A DEPARTMENT AT OR BELOW ITS        *
000200*    REORDER POINT IS FLAGGED LOW; ONE WITH NOTHING LEFT IS      *
000210*    FLAGGED OUT.  NOTHING IS CHANGED.                           *
000220*                                                                *
000230*    A MISPRINT IS A VOID RECORD WHOSE REASON CONTAINS THE WORD  *
000240*    MISPRINT.  THE NUMBER WAS ISSUED BEFORE IT WAS VOIDED, SO   *
000250*    A MISPRINT IS ALREADY IN THE ISSUED COUNT AND ON HAND IS    *
000260*    RECEIVED LESS ISSUED.  A NUMBER ISSUED FROM A RANGE HELD    *
000270*    BY ANOTHER DEPARTMENT USES UP THE HOLDER'S FORM AND IS      *
000280*    ALSO COUNTED OFF STOCK AGAINST THE REQUESTER.               *
000290*                                                                *
000300*    A RECEIPT IS REJECTED AND LISTED WHEN ITS RANGE OR KEYS DO  *
000310*    NOT EDIT, ITS SERIES HAS NO CONTROL RECORD, ITS DEPARTMENT  *
000320*    IS NOT ON THE DEPARTMENT MASTER OR DRAWS ON ANOTHER         *
000330*    SERIES, OR ITS RANGE OVERLAPS AN EARLIER RECEIPT OF THE     *
000340*    SAME SERIES AND YEAR.  RECEIPTS FOR A YEAR OTHER THAN THE   *
000350*    SERIES' OPEN YEAR ARE COUNTED BUT NOT RECONCILED.  A        *
000360*    SERIES WITH NO RECEIPT IS NOT ON PRE-PRINTED STOCK AND IS   *
000370*    NOT REPORTED.                                               *
000380*                                                                *
000390*    TKTARCH MAY ALREADY HAVE MOVED OPEN-YEAR RECORDS TO THE     *
000400*    ARCHIVE, SO SYSIN LINE 1 NAMES THE ARCHIVE GENERATION       *
000410*    MOUNTED ON ARCHIN, OR IS BLANK WHEN ONLY THE ACTIVE TRAIL   *
000420*    IS TO BE READ.                                              *
000430*                                                                *
000440*    RETURN CODE: 4 WHEN ANY DEPARTMENT IS LOW OR OUT, ANY       *
000450*    RECEIPT IS REJECTED, OR ANY NUMBER WAS ISSUED OFF STOCK,    *
000460*    0 WHEN CLEAN, 8 WHEN THE TABLES ARE TOO SMALL FOR THE       *
000470*    FILES, 12 ON AN I/O FAILURE.                                *
000480*                                                                *
000490*    MODIFICATION HISTORY.                                       *
000500*    2026-10-15  RVS  INITIAL VERSION.                           *
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM.
000550 OBJECT-COMPUTER.   IBM.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL DOCUMENT-STOCK ASSIGN TO DOCSTOCK
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-DOCSTOCK-STATUS.
000610     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-TKTAUD-STATUS.
000640     SELECT OPTIONAL ARCHIVE-IN ASSIGN TO ARCHIN
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-ARCHIN-STATUS.
000670     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DM-DEPT-ID
000710         FILE STATUS IS WS-DEPTMAST-STATUS.
000720     SELECT TICKET-CONTROL ASSIGN TO TKTCTL
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS TC-SERIES-CODE
000760         FILE STATUS IS WS-TKTCTL-STATUS.
000770     SELECT SORT-WORK ASSIGN TO SRTWORK.
000780     SELECT SUMMARY-SORT ASSIGN TO SRTSUMM.
000790     SELECT STOCK-RPT ASSIGN TO STKRPT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-STKRPT-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  DOCUMENT-STOCK
000860     RECORDING MODE IS F.
000870     COPY STKRCV.
000880
000890 FD  TICKET-AUDIT
000900     RECORDING MODE IS F.
000910     COPY TKTAUD.
000920
000930 FD  ARCHIVE-IN
000940     RECORDING MODE IS F.
000950     COPY TKTAUD REPLACING
000960         ==TA-AUDIT-RECORD== BY ==ARC-AUDIT-RECORD==
000970         ==TA-TICKET-NUMBER== BY ==ARC-TICKET-NUMBER==
000980         ==TA-ISSUE-DATE== BY ==ARC-ISSUE-DATE==
000990         ==TA-ISSUE-TIME== BY ==ARC-ISSUE-TIME==
001000         ==TA-RECORD-TYPE== BY ==ARC-RECORD-TYPE==
001010         ==TA-ISSUE-RECORD== BY ==ARC-ISSUE-RECORD==
001020         ==TA-VOID-RECORD== BY ==ARC-VOID-RECORD==
001030         ==TA-VOID-REASON== BY ==ARC-VOID-REASON==
001040         ==TA-SERIES-CODE== BY ==ARC-SERIES-CODE==
001050         ==TA-REQUESTER-ID== BY ==ARC-REQUESTER-ID==
001060         ==TA-FISCAL-YEAR== BY ==ARC-FISCAL-YEAR==
001070         ==TA-TRANSFER-RECORD== BY ==ARC-TRANSFER-RECORD==
001080         ==TA-TRANSFER-DETAIL== BY ==ARC-TRANSFER-DETAIL==
001090         ==TA-XFER-FROM-CUSTOMER== BY ==ARC-XFER-FROM-CUSTOMER==
001100         ==TA-XFER-TO-CUSTOMER== BY ==ARC-XFER-TO-CUSTOMER==
001110         ==TA-XFER-REASON== BY ==ARC-XFER-REASON==.
001120
001130 FD  DEPARTMENT-MASTER.
001140     COPY DEPTMST.
001150
001160 FD  TICKET-CONTROL.
001170     COPY TKTCTL.
001180
001190*****************************************************************
001200*    ONE SORT RECORD PER ACCEPTED RECEIPT, AND PER ISSUE AND     *
001210*    MISPRINT VOID IN A STOCKED SERIES' OPEN YEAR.  A RECEIPT    *
001220*    SORTS UNDER ITS FIRST NUMBER, AHEAD OF THAT NUMBER'S ISSUE  *
001230*    (B BEFORE I BEFORE V), SO EACH ISSUE FOLLOWS THE RANGE      *
001240*    THAT HOLDS IT                                               *
001250*****************************************************************
001260 SD  SORT-WORK.
001270 01  SR-SORT-RECORD.
001280     05  SR-SERIES-CODE              PIC X(02).
001290     05  SR-FISCAL-YEAR              PIC X(04).
001300     05  SR-NUMBER                   PIC S9(09)  COMP-3.
001310     05  SR-KIND                     PIC X(01).
001320         88  SR-STOCK-BLOCK                      VALUE "B".
001330         88  SR-ISSUE                            VALUE "I".
001340         88  SR-MISPRINT                         VALUE "V".
001350     05  SR-TO-NUMBER                PIC S9(09)  COMP-3.
001360     05  SR-DEPT-ID                  PIC X(08).
001370     05  SR-SUM-INDEX                PIC 9(04)   COMP.
001380
001390 SD  SUMMARY-SORT.
001400 01  SS-SUMMARY-RECORD.
001410     05  SS-SERIES-CODE              PIC X(02).
001420     05  SS-FISCAL-YEAR              PIC X(04).
001430     05  SS-DEPT-ID                  PIC X(08).
001440     05  SS-SUM-INDEX                PIC 9(04)   COMP.
001450
001460 FD  STOCK-RPT
001470     RECORDING MODE IS F.
001480 01  STOCK-RPT-LINE                  PIC X(80).
001490
001500 WORKING-STORAGE SECTION.
001510*****************************************************************
001520*    FILE STATUS SWITCHES                                        *
001530*****************************************************************
001540 77  WS-DOCSTOCK-STATUS              PIC X(02).
001550 77  WS-TKTAUD-STATUS                PIC X(02).
001560 77  WS-ARCHIN-STATUS                PIC X(02).
001570 77  WS-DEPTMAST-STATUS              PIC X(02).
001580 77  WS-TKTCTL-STATUS                PIC X(02).
001590 77  WS-STKRPT-STATUS                PIC X(02).
001600 77  WS-CURRENT-DATE                 PIC X(08).
001610
001620*****************************************************************
001630*    END-OF-FILE SWITCHES                                        *
001640*****************************************************************
001650 77  WS-STOCK-EOF-SWITCH             PIC X(01)   VALUE "N".
001660     88  STOCK-AT-END                            VALUE "Y".
001670 77  WS-AUDIT-EOF-SWITCH             PIC X(01)   VALUE "N".
001680     88  AUDIT-AT-END                            VALUE "Y".
001690 77  WS-ARCH-EOF-SWITCH              PIC X(01)   VALUE "N".
001700     88  ARCHIVE-AT-END                          VALUE "Y".
001710 77  WS-CTL-EOF-SWITCH               PIC X(01)   VALUE "N".
001720     88  CONTROL-AT-END                          VALUE "Y".
001730 77  WS-SORT-EOF-SWITCH              PIC X(01)   VALUE "N".
001740     88  SORT-AT-END                             VALUE "Y".
001750 77  WS-SUMM-EOF-SWITCH              PIC X(01)   VALUE "N".
001760     88  SUMMARY-AT-END                          VALUE "Y".
001770 77  WS-ARCHIVE-MODE-SWITCH          PIC X(01)   VALUE "N".
001780     88  ARCHIVE-MODE-ACTIVE                     VALUE "Y".
001790
001800*****************************************************************
001810*    THE ARCHIVE NAME, FROM SYSIN                                *
001820*****************************************************************
001830 77  WS-ARCHIVE-NAME                 PIC X(44).
001840
001850*****************************************************************
001860*    EVERY SERIES ON THE CONTROL FILE WITH ITS OPEN FISCAL       *
001870*    YEAR, AND WHETHER ANY OPEN-YEAR RECEIPT PUT IT ON STOCK     *
001880*****************************************************************
001890 77  WS-SERIES-MAX                   PIC 9(04)   COMP   VALUE 50.
001900 77  WS-SERIES-COUNT                 PIC 9(04)   COMP   VALUE 0.
001910 77  WS-SRX                          PIC 9(04)   COMP   VALUE 0.
001920 77  WS-FIND-SERIES                  PIC X(02).
001930 01  WS-SERIES-TABLE.
001940     05  WS-SERIES-ENTRY             OCCURS 50 TIMES.
001950         10  WS-SER-CODE             PIC X(02).
001960         10  WS-SER-YEAR             PIC X(04).
001970         10  WS-SER-STOCK-SWITCH     PIC X(01).
001980             88  SER-ON-STOCK                    VALUE "Y".
001990
002000*****************************************************************
002010*    THE ACCEPTED OPEN-YEAR RECEIPTS, KEPT TO PROVE EACH NEW     *
002020*    RANGE DOES NOT OVERLAP AN EARLIER ONE OF ITS SERIES         *
002030*****************************************************************
002040 77  WS-RECEIPT-MAX                  PIC 9(04)   COMP  VALUE 2000.
002050 77  WS-RECEIPT-COUNT                PIC 9(04)   COMP   VALUE 0.
002060 77  WS-RCX                          PIC 9(04)   COMP   VALUE 0.
002070 77  WS-OVERLAP-SWITCH               PIC X(01)   VALUE "N".
002080     88  RANGE-OVERLAPS                          VALUE "Y".
002090 01  WS-RECEIPT-TABLE.
002100     05  WS-RECEIPT-ENTRY            OCCURS 2000 TIMES.
002110         10  WS-RCV-SERIES           PIC X(02).
002120         10  WS-RCV-YEAR             PIC X(04).
002130         10  WS-RCV-DEPT             PIC X(08).
002140         10  WS-RCV-FROM             PIC S9(09)  COMP-3.
002150         10  WS-RCV-TO               PIC S9(09)  COMP-3.
002160         10  WS-RCV-SUM-INDEX        PIC 9(04)   COMP.
002170
002180*****************************************************************
002190*    ONE SUMMARY LINE PER SERIES, YEAR AND DEPARTMENT            *
002200*****************************************************************
002210 77  WS-SUMMARY-MAX                  PIC 9(04)   COMP   VALUE 500.
002220 77  WS-SUMMARY-COUNT                PIC 9(04)   COMP   VALUE 0.
002230 77  WS-SMX                          PIC 9(04)   COMP   VALUE 0.
002240 77  WS-FIND-YEAR                    PIC X(04).
002250 77  WS-FIND-DEPT                    PIC X(08).
002260 01  WS-SUMMARY-TABLE.
002270     05  WS-SUMMARY-ENTRY            OCCURS 500 TIMES.
002280         10  WS-SUM-SERIES           PIC X(02).
002290         10  WS-SUM-YEAR             PIC X(04).
002300         10  WS-SUM-DEPT             PIC X(08).
002310         10  WS-SUM-RECEIVED         PIC S9(09)  COMP-3.
002320         10  WS-SUM-ISSUED           PIC S9(09)  COMP-3.
002330         10  WS-SUM-MISPRINT         PIC S9(09)  COMP-3.
002340         10  WS-SUM-OFF-STOCK        PIC S9(09)  COMP-3.
002350         10  WS-SUM-REORDER          PIC S9(09)  COMP-3.
002360
002370*****************************************************************
002380*    SERIES-AND-YEAR GROUP WORK AREAS FOR THE MATCH WALK - THE   *
002390*    RANGE IN HAND AND THE SUMMARY LINE OF THE DEPARTMENT THAT   *
002400*    HOLDS IT (ZERO BEFORE THE GROUP'S FIRST RANGE)              *
002410*****************************************************************
002420 77  WS-FIRST-RECORD-SWITCH          PIC X(01)   VALUE "Y".
002430     88  FIRST-RECORD                            VALUE "Y".
002440 77  WS-GRP-SERIES                   PIC X(02)   VALUE SPACES.
002450 77  WS-GRP-YEAR                     PIC X(04)   VALUE SPACES.
002460 77  WS-CUR-TO                       PIC S9(09)  COMP-3 VALUE 0.
002470 77  WS-CUR-SMX                      PIC 9(04)   COMP   VALUE 0.
002480 77  WS-MISPRINT-TALLY               PIC 9(04)   COMP   VALUE 0.
002490
002500*****************************************************************
002510*    RECORD COUNTS                                               *
002520*****************************************************************
002530 77  WS-COUNT-RECEIPTS-READ          PIC 9(07)   COMP   VALUE 0.
002540 77  WS-COUNT-REJECTED               PIC 9(07)   COMP   VALUE 0.
002550 77  WS-COUNT-OTHER-YEAR             PIC 9(07)   COMP   VALUE 0.
002560 77  WS-COUNT-AUDIT-READ             PIC 9(07)   COMP   VALUE 0.
002570 77  WS-COUNT-ARCHIVE-READ           PIC 9(07)   COMP   VALUE 0.
002580 77  WS-COUNT-OFF-STOCK              PIC 9(07)   COMP   VALUE 0.
002590 77  WS-COUNT-LOW                    PIC 9(07)   COMP   VALUE 0.
002600 77  WS-COUNT-OUT                    PIC 9(07)   COMP   VALUE 0.
002610
002620*****************************************************************
002630*    REJECT LISTING AND SECTION PRINTING                         *
002640*****************************************************************
002650 77  WS-REJECT-REASON                PIC X(30).
002660 77  WS-PRIOR-SERIES                 PIC X(02)   VALUE SPACES.
002670 77  WS-PRIOR-YEAR                   PIC X(04)   VALUE SPACES.
002680 77  WS-ON-HAND                      PIC S9(09)  COMP-3 VALUE 0.
002690
002700*****************************************************************
002710*    THE RETURN CODE, HELD UNTIL THE END - EACH SORT SETS        *
002720*    RETURN-CODE OF ITS OWN                                      *
002730*****************************************************************
002740 77  WS-RUN-RC                       PIC 9(02)   VALUE ZERO.
002750
002760*****************************************************************
002770*    REPORT LINE WORK AREAS                                      *
002780*****************************************************************
002790 01  WS-REPORT-LINE.
002800     05  FILLER                      PIC X(02).
002810     05  WS-RPT-LABEL                PIC X(40).
002820     05  WS-RPT-COUNT                PIC Z,ZZZ,ZZ9.
002830     05  FILLER                      PIC X(29).
002840 01  WS-COLUMN-HEADING.
002850     05  FILLER                      PIC X(10)
002860                                     VALUE "  DEPT".
002870     05  FILLER                      PIC X(11)
002880                                     VALUE "   RECEIVED".
002890     05  FILLER                      PIC X(10)
002900                                     VALUE "    ISSUED".
002910     05  FILLER                      PIC X(10)
002920                                     VALUE "  MISPRINT".
002930     05  FILLER                      PIC X(10)
002940                                     VALUE "   ON HAND".
002950     05  FILLER                      PIC X(10)
002960                                     VALUE " OFF STOCK".
002970     05  FILLER                      PIC X(10)
002980                                     VALUE "   REORDER".
002990     05  FILLER                      PIC X(09)
003000                                     VALUE "  FLAG".
003010 01  WS-DETAIL-LINE.
003020     05  FILLER                      PIC X(02).
003030     05  WS-DTL-DEPT                 PIC X(08).
003040     05  FILLER                      PIC X(02).
003050     05  WS-DTL-RECEIVED             PIC Z,ZZZ,ZZ9.
003060     05  FILLER                      PIC X(01).
003070     05  WS-DTL-ISSUED               PIC Z,ZZZ,ZZ9.
003080     05  FILLER                      PIC X(01).
003090     05  WS-DTL-MISPRINT             PIC Z,ZZZ,ZZ9.
003100     05  FILLER                      PIC X(01).
003110     05  WS-DTL-ON-HAND              PIC Z,ZZZ,ZZ9-.
003120     05  WS-DTL-OFF-STOCK            PIC Z,ZZZ,ZZ9.
003130     05  FILLER                      PIC X(01).
003140     05  WS-DTL-REORDER              PIC Z,ZZZ,ZZ9.
003150     05  FILLER                      PIC X(02).
003160     05  WS-DTL-FLAG                 PIC X(04).
003170     05  FILLER                      PIC X(03).
003180
003190 PROCEDURE DIVISION.
003200*****************************************************************
003210*    0000-MAINLINE                                               *
003220*****************************************************************
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE
003250         THRU 1000-EXIT.
003260     PERFORM 2000-LOAD-RECEIPTS
003270         THRU 2000-EXIT.
003280     SORT SORT-WORK
003290         ON ASCENDING KEY SR-SERIES-CODE
003300                          SR-FISCAL-YEAR
003310                          SR-NUMBER
003320                          SR-KIND
003330         INPUT PROCEDURE IS 3000-RELEASE-RECORDS
003340             THRU 3000-EXIT
003350         OUTPUT PROCEDURE IS 4000-MATCH-SORTED-RECORDS
003360             THRU 4000-EXIT.
003370     SORT SUMMARY-SORT
003380         ON ASCENDING KEY SS-SERIES-CODE
003390                          SS-FISCAL-YEAR
003400                          SS-DEPT-ID
003410         INPUT PROCEDURE IS 5000-RELEASE-SUMMARY
003420             THRU 5000-EXIT
003430         OUTPUT PROCEDURE IS 5500-PRINT-SUMMARY
003440             THRU 5500-EXIT.
003450     PERFORM 7000-PRINT-TOTALS
003460         THRU 7000-EXIT.
003470     PERFORM 8000-FINALIZE
003480         THRU 8000-EXIT.
003490     STOP RUN.
003500
003510*****************************************************************
003520*    1000-INITIALIZE - ACCEPT THE ARCHIVE NAME, OPEN THE         *
003530*    MASTERS AND THE REPORT, AND TABLE EVERY SERIES' OPEN        *
003540*    FISCAL YEAR                                                 *
003550*****************************************************************
003560 1000-INITIALIZE.
003570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003580     ACCEPT WS-ARCHIVE-NAME.
003590     OPEN INPUT  DEPARTMENT-MASTER
003600          INPUT  TICKET-CONTROL
003610          OUTPUT STOCK-RPT.
003620     IF WS-DEPTMAST-STATUS NOT = "00"
003630         DISPLAY "STKRECON: UNABLE TO OPEN DEPARTMENT-MASTER, "
003640             "STATUS = " WS-DEPTMAST-STATUS
003650         MOVE 12 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     IF WS-TKTCTL-STATUS NOT = "00"
003690         DISPLAY "STKRECON: UNABLE TO OPEN TICKET-CONTROL, "
003700             "STATUS = " WS-TKTCTL-STATUS
003710         MOVE 12 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     IF WS-STKRPT-STATUS NOT = "00"
003750         DISPLAY "STKRECON: UNABLE TO OPEN STOCK-RPT, "
003760             "STATUS = " WS-STKRPT-STATUS
003770         MOVE 12 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     MOVE LOW-VALUES TO TC-SERIES-CODE.
003810     START TICKET-CONTROL KEY IS NOT < TC-SERIES-CODE
003820         INVALID KEY
003830             MOVE "Y" TO WS-CTL-EOF-SWITCH
003840     END-START.
003850     PERFORM 1100-LOAD-ONE-SERIES
003860         THRU 1100-EXIT
003870         UNTIL CONTROL-AT-END.
003880*    THE ARCHIVE IS OPTIONAL - A BLANK NAME OR A MISSING DD
003890*    MEANS THE ISSUE RECORDS COME FROM THE ACTIVE TRAIL ONLY
003900     IF WS-ARCHIVE-NAME NOT = SPACES
003910         OPEN INPUT ARCHIVE-IN
003920         IF WS-ARCHIN-STATUS = "00"
003930             SET ARCHIVE-MODE-ACTIVE TO TRUE
003940         ELSE
003950             DISPLAY "STKRECON: ARCHIVE " WS-ARCHIVE-NAME
003960                 " NOT AVAILABLE, STATUS = " WS-ARCHIN-STATUS
003970                 ", ACTIVE TRAIL ONLY"
003980         END-IF
003990     END-IF.
004000     MOVE SPACES TO STOCK-RPT-LINE.
004010     MOVE "DOCUMENT STOCK RECONCILIATION" TO STOCK-RPT-LINE.
004020     WRITE STOCK-RPT-LINE.
004030     MOVE SPACES TO STOCK-RPT-LINE.
004040     STRING "  RUN DATE " DELIMITED BY SIZE
004050         WS-CURRENT-DATE DELIMITED BY SIZE
004060         INTO STOCK-RPT-LINE
004070     END-STRING.
004080     WRITE STOCK-RPT-LINE.
004090     MOVE SPACES TO STOCK-RPT-LINE.
004100     IF ARCHIVE-MODE-ACTIVE
004110         STRING "  ARCHIVE " DELIMITED BY SIZE
004120             WS-ARCHIVE-NAME DELIMITED BY SIZE
004130             INTO STOCK-RPT-LINE
004140         END-STRING
004150     ELSE
004160         MOVE "  NO ARCHIVE - ACTIVE TRAIL ONLY"
004170             TO STOCK-RPT-LINE
004180     END-IF.
004190     WRITE STOCK-RPT-LINE.
004200 1000-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240*    1100-LOAD-ONE-SERIES - TABLE ONE CONTROL RECORD'S SERIES    *
004250*    AND OPEN YEAR                                               *
004260*****************************************************************
004270 1100-LOAD-ONE-SERIES.
004280     READ TICKET-CONTROL NEXT RECORD
004290         AT END
004300             MOVE "Y" TO WS-CTL-EOF-SWITCH
004310             GO TO 1100-EXIT
004320     END-READ.
004330     IF WS-SERIES-COUNT >= WS-SERIES-MAX
004340         DISPLAY "STKRECON: MORE THAN " WS-SERIES-MAX
004350             " SERIES ON TICKET-CONTROL - NOT RUN"
004360         MOVE 8 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390     ADD 1 TO WS-SERIES-COUNT.
004400     MOVE TC-SERIES-CODE TO WS-SER-CODE (WS-SERIES-COUNT).
004410     MOVE TC-FISCAL-YEAR TO WS-SER-YEAR (WS-SERIES-COUNT).
004420     MOVE "N" TO WS-SER-STOCK-SWITCH (WS-SERIES-COUNT).
004430 1100-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*    2000-LOAD-RECEIPTS - EDIT EVERY STOCK RECEIPT, LISTING THE  *
004480*    REJECTS, AND TABLE THE OPEN-YEAR RANGES.  A MISSING STOCK   *
004490*    FILE MEANS NO SERIES IS ON PRE-PRINTED STOCK                *
004500*****************************************************************
004510 2000-LOAD-RECEIPTS.
004520     OPEN INPUT DOCUMENT-STOCK.
004530     IF WS-DOCSTOCK-STATUS = "05"
004540         CLOSE DOCUMENT-STOCK
004550         GO TO 2000-EXIT
004560     END-IF.
004570     IF WS-DOCSTOCK-STATUS NOT = "00"
004580         DISPLAY "STKRECON: UNABLE TO OPEN DOCUMENT-STOCK, "
004590             "STATUS = " WS-DOCSTOCK-STATUS
004600         MOVE 12 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     PERFORM 2100-EDIT-ONE-RECEIPT
004640         THRU 2100-EXIT
004650         UNTIL STOCK-AT-END.
004660     CLOSE DOCUMENT-STOCK.
004670 2000-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710*    2100-EDIT-ONE-RECEIPT - EDIT ONE RECEIPT AND TABLE IT, OR   *
004720*    LIST IT AS REJECTED                                         *
004730*****************************************************************
004740 2100-EDIT-ONE-RECEIPT.
004750     READ DOCUMENT-STOCK
004760         AT END
004770             MOVE "Y" TO WS-STOCK-EOF-SWITCH
004780             GO TO 2100-EXIT
004790     END-READ.
004800     ADD 1 TO WS-COUNT-RECEIPTS-READ.
004810     IF SK-SERIES-CODE = SPACES
004820         OR SK-FISCAL-YEAR NOT NUMERIC
004830         OR SK-DEPT-ID = SPACES
004840         MOVE "SERIES, YEAR OR DEPT MISSING" TO WS-REJECT-REASON
004850         PERFORM 2500-REJECT-RECEIPT
004860             THRU 2500-EXIT
004870         GO TO 2100-EXIT
004880     END-IF.
004890     IF SK-FROM-NUMBER NOT NUMERIC
004900         OR SK-TO-NUMBER NOT NUMERIC
004910         MOVE "FORM NUMBERS NOT NUMERIC" TO WS-REJECT-REASON
004920         PERFORM 2500-REJECT-RECEIPT
004930             THRU 2500-EXIT
004940         GO TO 2100-EXIT
004950     END-IF.
004960     IF SK-FROM-NUMBER-NUM = ZERO
004970         OR SK-TO-NUMBER-NUM < SK-FROM-NUMBER-NUM
004980         MOVE "FORM NUMBER RANGE NOT VALID" TO WS-REJECT-REASON
004990         PERFORM 2500-REJECT-RECEIPT
005000             THRU 2500-EXIT
005010         GO TO 2100-EXIT
005020     END-IF.
005030     MOVE SK-SERIES-CODE TO WS-FIND-SERIES.
005040     PERFORM 2300-FIND-SERIES
005050         THRU 2300-EXIT.
005060     IF WS-SRX > WS-SERIES-COUNT
005070         MOVE "SERIES NOT ON TKTCTL" TO WS-REJECT-REASON
005080         PERFORM 2500-REJECT-RECEIPT
005090             THRU 2500-EXIT
005100         GO TO 2100-EXIT
005110     END-IF.
005120     IF SK-FISCAL-YEAR NOT = WS-SER-YEAR (WS-SRX)
005130         ADD 1 TO WS-COUNT-OTHER-YEAR
005140         GO TO 2100-EXIT
005150     END-IF.
005160     MOVE SK-DEPT-ID TO DM-DEPT-ID.
005170     READ DEPARTMENT-MASTER
005180         INVALID KEY
005190             MOVE "DEPARTMENT NOT ON DEPTMAST" TO WS-REJECT-REASON
005200             PERFORM 2500-REJECT-RECEIPT
005210                 THRU 2500-EXIT
005220             GO TO 2100-EXIT
005230     END-READ.
005240     IF DM-SERIES-CODE NOT = SK-SERIES-CODE
005250         MOVE "DEPARTMENT NOT ON THIS SERIES" TO WS-REJECT-REASON
005260         PERFORM 2500-REJECT-RECEIPT
005270             THRU 2500-EXIT
005280         GO TO 2100-EXIT
005290     END-IF.
005300     MOVE "N" TO WS-OVERLAP-SWITCH.
005310     PERFORM 2400-CHECK-OVERLAP
005320         THRU 2400-EXIT
005330         VARYING WS-RCX FROM 1 BY 1
005340         UNTIL WS-RCX > WS-RECEIPT-COUNT
005350             OR RANGE-OVERLAPS.
005360     IF RANGE-OVERLAPS
005370         MOVE "OVERLAPS AN EARLIER RECEIPT" TO WS-REJECT-REASON
005380         PERFORM 2500-REJECT-RECEIPT
005390             THRU 2500-EXIT
005400         GO TO 2100-EXIT
005410     END-IF.
005420     IF WS-RECEIPT-COUNT >= WS-RECEIPT-MAX
005430         DISPLAY "STKRECON: MORE THAN " WS-RECEIPT-MAX
005440             " OPEN-YEAR STOCK RECEIPTS - NOT RUN"
005450         MOVE 8 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480     MOVE SK-SERIES-CODE TO WS-FIND-SERIES.
005490     MOVE SK-FISCAL-YEAR TO WS-FIND-YEAR.
005500     MOVE SK-DEPT-ID TO WS-FIND-DEPT.
005510     PERFORM 6100-FIND-SUMMARY
005520         THRU 6100-EXIT.
005530     COMPUTE WS-SUM-RECEIVED (WS-SMX) =
005540         WS-SUM-RECEIVED (WS-SMX)
005550             + SK-TO-NUMBER-NUM - SK-FROM-NUMBER-NUM + 1.
005560     MOVE "Y" TO WS-SER-STOCK-SWITCH (WS-SRX).
005570     ADD 1 TO WS-RECEIPT-COUNT.
005580     MOVE SK-SERIES-CODE TO WS-RCV-SERIES (WS-RECEIPT-COUNT).
005590     MOVE SK-FISCAL-YEAR TO WS-RCV-YEAR (WS-RECEIPT-COUNT).
005600     MOVE SK-DEPT-ID TO WS-RCV-DEPT (WS-RECEIPT-COUNT).
005610     MOVE SK-FROM-NUMBER-NUM TO WS-RCV-FROM (WS-RECEIPT-COUNT).
005620     MOVE SK-TO-NUMBER-NUM TO WS-RCV-TO (WS-RECEIPT-COUNT).
005630     MOVE WS-SMX TO WS-RCV-SUM-INDEX (WS-RECEIPT-COUNT).
005640 2100-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680*    2300-FIND-SERIES - POINT WS-SRX AT WS-FIND-SERIES IN THE    *
005690*    SERIES TABLE, OR PAST THE END WHEN IT IS NOT THERE          *
005700*****************************************************************
005710 2300-FIND-SERIES.
005720     MOVE 1 TO WS-SRX.
005730     PERFORM 2310-NEXT-SERIES
005740         THRU 2310-EXIT
005750         UNTIL WS-SRX > WS-SERIES-COUNT
005760             OR WS-SER-CODE (WS-SRX) = WS-FIND-SERIES.
005770 2300-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810*    2310-NEXT-SERIES - STEP TO THE NEXT SERIES ENTRY            *
005820*****************************************************************
005830 2310-NEXT-SERIES.
005840     ADD 1 TO WS-SRX.
005850 2310-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890*    2400-CHECK-OVERLAP - DOES THE RECEIPT IN HAND SHARE ANY     *
005900*    NUMBER WITH ONE ALREADY TABLED FOR ITS SERIES AND YEAR      *
005910*****************************************************************
005920 2400-CHECK-OVERLAP.
005930     IF WS-RCV-SERIES (WS-RCX) = SK-SERIES-CODE
005940         AND WS-RCV-YEAR (WS-RCX) = SK-FISCAL-YEAR
005950         AND SK-FROM-NUMBER-NUM NOT > WS-RCV-TO (WS-RCX)
005960         AND SK-TO-NUMBER-NUM NOT < WS-RCV-FROM (WS-RCX)
005970         MOVE "Y" TO WS-OVERLAP-SWITCH
005980     END-IF.
005990 2400-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030*    2500-REJECT-RECEIPT - LIST ONE REJECTED RECEIPT, HEADING    *
006040*    THE LISTING ON THE FIRST                                    *
006050*****************************************************************
006060 2500-REJECT-RECEIPT.
006070     ADD 1 TO WS-COUNT-REJECTED.
006080     IF WS-COUNT-REJECTED = 1
006090         MOVE SPACES TO STOCK-RPT-LINE
006100         WRITE STOCK-RPT-LINE
006110         MOVE "RECEIPTS REJECTED" TO STOCK-RPT-LINE
006120         WRITE STOCK-RPT-LINE
006130     END-IF.
006140     MOVE SPACES TO STOCK-RPT-LINE.
006150     STRING "  " DELIMITED BY SIZE
006160         SK-SERIES-CODE DELIMITED BY SIZE
006170         " " DELIMITED BY SIZE
006180         SK-FISCAL-YEAR DELIMITED BY SIZE
006190         " " DELIMITED BY SIZE
006200         SK-FROM-NUMBER DELIMITED BY SIZE
006210         "-" DELIMITED BY SIZE
006220         SK-TO-NUMBER DELIMITED BY SIZE
006230         " " DELIMITED BY SIZE
006240         SK-DEPT-ID DELIMITED BY SIZE
006250         "  " DELIMITED BY SIZE
006260         WS-REJECT-REASON DELIMITED BY SIZE
006270         INTO STOCK-RPT-LINE
006280     END-STRING.
006290     WRITE STOCK-RPT-LINE.
006300 2500-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340*    3000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  PASSES THE    *
006350*    TABLED RECEIPTS, THEN THE ACTIVE TRAIL AND THE ARCHIVE,     *
006360*    INTO THE SORT.  WITH NO SERIES ON STOCK THE TRAIL IS NOT    *
006370*    READ                                                        *
006380*****************************************************************
006390 3000-RELEASE-RECORDS.
006400     IF WS-RECEIPT-COUNT = ZERO
006410         GO TO 3000-EXIT
006420     END-IF.
006430     PERFORM 3050-RELEASE-RECEIPT
006440         THRU 3050-EXIT
006450         VARYING WS-RCX FROM 1 BY 1
006460         UNTIL WS-RCX > WS-RECEIPT-COUNT.
006470     OPEN INPUT TICKET-AUDIT.
006480     IF WS-TKTAUD-STATUS NOT = "00"
006490         DISPLAY "STKRECON: UNABLE TO OPEN TICKET-AUDIT, "
006500             "STATUS = " WS-TKTAUD-STATUS
006510         MOVE 12 TO RETURN-CODE
006520         STOP RUN
006530     END-IF.
006540     MOVE HIGH-VALUES TO WS-FIND-SERIES.
006550     PERFORM 3100-RELEASE-AUDIT-RECORD
006560         THRU 3100-EXIT
006570         UNTIL AUDIT-AT-END.
006580     CLOSE TICKET-AUDIT.
006590     IF ARCHIVE-MODE-ACTIVE
006600         PERFORM 3300-RELEASE-ARCHIVE-RECORD
006610             THRU 3300-EXIT
006620             UNTIL ARCHIVE-AT-END
006630     END-IF.
006640 3000-EXIT.
006650     EXIT.
006660
006670*****************************************************************
006680*    3050-RELEASE-RECEIPT - RELEASE ONE TABLED RANGE UNDER ITS   *
006690*    FIRST NUMBER                                                *
006700*****************************************************************
006710 3050-RELEASE-RECEIPT.
006720     MOVE SPACES TO SR-SORT-RECORD.
006730     MOVE WS-RCV-SERIES (WS-RCX) TO SR-SERIES-CODE.
006740     MOVE WS-RCV-YEAR (WS-RCX) TO SR-FISCAL-YEAR.
006750     MOVE WS-RCV-FROM (WS-RCX) TO SR-NUMBER.
006760     MOVE "B" TO SR-KIND.
006770     MOVE WS-RCV-TO (WS-RCX) TO SR-TO-NUMBER.
006780     MOVE WS-RCV-DEPT (WS-RCX) TO SR-DEPT-ID.
006790     MOVE WS-RCV-SUM-INDEX (WS-RCX) TO SR-SUM-INDEX.
006800     RELEASE SR-SORT-RECORD.
006810 3050-EXIT.
006820     EXIT.
006830
006840*****************************************************************
006850*    3100-RELEASE-AUDIT-RECORD - RELEASE AN ISSUE, OR A VOID     *
006860*    FOR A MISPRINT, IN A STOCKED SERIES' OPEN YEAR.  TRANSFER   *
006870*    RECORDS AND OTHER VOIDS TAKE NO PART                        *
006880*****************************************************************
006890 3100-RELEASE-AUDIT-RECORD.
006900     READ TICKET-AUDIT
006910         AT END
006920             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
006930             GO TO 3100-EXIT
006940     END-READ.
006950     ADD 1 TO WS-COUNT-AUDIT-READ.
006960     IF NOT TA-ISSUE-RECORD
006970         AND NOT TA-VOID-RECORD
006980         GO TO 3100-EXIT
006990     END-IF.
007000     IF TA-SERIES-CODE NOT = WS-FIND-SERIES
007010         MOVE TA-SERIES-CODE TO WS-FIND-SERIES
007020         PERFORM 2300-FIND-SERIES
007030             THRU 2300-EXIT
007040     END-IF.
007050     IF WS-SRX > WS-SERIES-COUNT
007060         GO TO 3100-EXIT
007070     END-IF.
007080     IF NOT SER-ON-STOCK (WS-SRX)
007090         OR TA-FISCAL-YEAR NOT = WS-SER-YEAR (WS-SRX)
007100         GO TO 3100-EXIT
007110     END-IF.
007120     MOVE SPACES TO SR-SORT-RECORD.
007130     IF TA-VOID-RECORD
007140         MOVE ZERO TO WS-MISPRINT-TALLY
007150         INSPECT TA-VOID-REASON TALLYING WS-MISPRINT-TALLY
007160             FOR ALL "MISPRINT"
007170         IF WS-MISPRINT-TALLY = ZERO
007180             GO TO 3100-EXIT
007190         END-IF
007200         MOVE "V" TO SR-KIND
007210     ELSE
007220         MOVE "I" TO SR-KIND
007230     END-IF.
007240     MOVE TA-SERIES-CODE TO SR-SERIES-CODE.
007250     MOVE TA-FISCAL-YEAR TO SR-FISCAL-YEAR.
007260     MOVE TA-TICKET-NUMBER TO SR-NUMBER.
007270     MOVE ZERO TO SR-TO-NUMBER.
007280     MOVE TA-REQUESTER-ID TO SR-DEPT-ID.
007290     MOVE ZERO TO SR-SUM-INDEX.
007300     RELEASE SR-SORT-RECORD.
007310 3100-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350*    3300-RELEASE-ARCHIVE-RECORD - THE SAME FOR THE ARCHIVE      *
007360*****************************************************************
007370 3300-RELEASE-ARCHIVE-RECORD.
007380     READ ARCHIVE-IN
007390         AT END
007400             MOVE "Y" TO WS-ARCH-EOF-SWITCH
007410             GO TO 3300-EXIT
007420     END-READ.
007430     ADD 1 TO WS-COUNT-ARCHIVE-READ.
007440     IF NOT ARC-ISSUE-RECORD
007450         AND NOT ARC-VOID-RECORD
007460         GO TO 3300-EXIT
007470     END-IF.
007480     IF ARC-SERIES-CODE NOT = WS-FIND-SERIES
007490         MOVE ARC-SERIES-CODE TO WS-FIND-SERIES
007500         PERFORM 2300-FIND-SERIES
007510             THRU 2300-EXIT
007520     END-IF.
007530     IF WS-SRX > WS-SERIES-COUNT
007540         GO TO 3300-EXIT
007550     END-IF.
007560     IF NOT SER-ON-STOCK (WS-SRX)
007570         OR ARC-FISCAL-YEAR NOT = WS-SER-YEAR (WS-SRX)
007580         GO TO 3300-EXIT
007590     END-IF.
007600     MOVE SPACES TO SR-SORT-RECORD.
007610     IF ARC-VOID-RECORD
007620         MOVE ZERO TO WS-MISPRINT-TALLY
007630         INSPECT ARC-VOID-REASON TALLYING WS-MISPRINT-TALLY
007640             FOR ALL "MISPRINT"
007650         IF WS-MISPRINT-TALLY = ZERO
007660             GO TO 3300-EXIT
007670         END-IF
007680         MOVE "V" TO SR-KIND
007690     ELSE
007700         MOVE "I" TO SR-KIND
007710     END-IF.
007720     MOVE ARC-SERIES-CODE TO SR-SERIES-CODE.
007730     MOVE ARC-FISCAL-YEAR TO SR-FISCAL-YEAR.
007740     MOVE ARC-TICKET-NUMBER TO SR-NUMBER.
007750     MOVE ZERO TO SR-TO-NUMBER.
007760     MOVE ARC-REQUESTER-ID TO SR-DEPT-ID.
007770     MOVE ZERO TO SR-SUM-INDEX.
007780     RELEASE SR-SORT-RECORD.
007790 3300-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830*    4000-MATCH-SORTED-RECORDS - SORT OUTPUT PROCEDURE.  WALKS   *
007840*    EACH SERIES AND YEAR IN NUMBER ORDER, CHARGING EVERY ISSUE  *
007850*    AND MISPRINT TO THE RANGE THAT HOLDS IT                     *
007860*****************************************************************
007870 4000-MATCH-SORTED-RECORDS.
007880     PERFORM 4100-RETURN-SORTED-RECORD
007890         THRU 4100-EXIT.
007900     PERFORM 4200-PROCESS-SORTED-RECORD
007910         THRU 4200-EXIT
007920         UNTIL SORT-AT-END.
007930 4000-EXIT.
007940     EXIT.
007950
007960*****************************************************************
007970*    4100-RETURN-SORTED-RECORD - RETURN THE NEXT SORTED RECORD   *
007980*****************************************************************
007990 4100-RETURN-SORTED-RECORD.
008000     RETURN SORT-WORK
008010         AT END
008020             MOVE "Y" TO WS-SORT-EOF-SWITCH
008030     END-RETURN.
008040 4100-EXIT.
008050     EXIT.
008060
008070*****************************************************************
008080*    4200-PROCESS-SORTED-RECORD - START A NEW GROUP ON A CHANGE  *
008090*    OF SERIES OR YEAR, TAKE UP EACH RANGE AS IT ARRIVES, AND    *
008100*    CHARGE THE ISSUES AND MISPRINTS THAT FOLLOW IT              *
008110*****************************************************************
008120 4200-PROCESS-SORTED-RECORD.
008130     IF FIRST-RECORD
008140         OR SR-SERIES-CODE NOT = WS-GRP-SERIES
008150         OR SR-FISCAL-YEAR NOT = WS-GRP-YEAR
008160         MOVE "N" TO WS-FIRST-RECORD-SWITCH
008170         MOVE SR-SERIES-CODE TO WS-GRP-SERIES
008180         MOVE SR-FISCAL-YEAR TO WS-GRP-YEAR
008190         MOVE ZERO TO WS-CUR-TO
008200         MOVE ZERO TO WS-CUR-SMX
008210     END-IF.
008220     EVALUATE TRUE
008230         WHEN SR-STOCK-BLOCK
008240             MOVE SR-TO-NUMBER TO WS-CUR-TO
008250             MOVE SR-SUM-INDEX TO WS-CUR-SMX
008260         WHEN SR-ISSUE
008270             PERFORM 4300-CHARGE-ISSUE
008280                 THRU 4300-EXIT
008290         WHEN SR-MISPRINT
008300             IF WS-CUR-SMX > ZERO
008310                 AND SR-NUMBER NOT > WS-CUR-TO
008320                 ADD 1 TO WS-SUM-MISPRINT (WS-CUR-SMX)
008330             END-IF
008340     END-EVALUATE.
008350     PERFORM 4100-RETURN-SORTED-RECORD
008360         THRU 4100-EXIT.
008370 4200-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410*    4300-CHARGE-ISSUE - AN ISSUE INSIDE THE RANGE IN HAND USES  *
008420*    UP ONE OF THE HOLDER'S FORMS.  A REQUESTER ISSUED A NUMBER  *
008430*    ON FORMS IT DOES NOT HOLD IS COUNTED OFF STOCK.  ISSUES     *
008440*    WRITTEN BEFORE REQUESTERS WERE CARRIED NAME NOBODY          *
008450*****************************************************************
008460 4300-CHARGE-ISSUE.
008470     IF WS-CUR-SMX > ZERO
008480         AND SR-NUMBER NOT > WS-CUR-TO
008490         ADD 1 TO WS-SUM-ISSUED (WS-CUR-SMX)
008500         IF SR-DEPT-ID = SPACES
008510             OR SR-DEPT-ID = WS-SUM-DEPT (WS-CUR-SMX)
008520             GO TO 4300-EXIT
008530         END-IF
008540     END-IF.
008550     IF SR-DEPT-ID = SPACES
008560         GO TO 4300-EXIT
008570     END-IF.
008580     MOVE SR-SERIES-CODE TO WS-FIND-SERIES.
008590     MOVE SR-FISCAL-YEAR TO WS-FIND-YEAR.
008600     MOVE SR-DEPT-ID TO WS-FIND-DEPT.
008610     PERFORM 6100-FIND-SUMMARY
008620         THRU 6100-EXIT.
008630     ADD 1 TO WS-SUM-OFF-STOCK (WS-SMX).
008640     ADD 1 TO WS-COUNT-OFF-STOCK.
008650 4300-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690*    5000-RELEASE-SUMMARY - SORT INPUT PROCEDURE.  PASSES EVERY  *
008700*    SUMMARY LINE BY SERIES, YEAR AND DEPARTMENT                 *
008710*****************************************************************
008720 5000-RELEASE-SUMMARY.
008730     PERFORM 5100-RELEASE-ONE-SUMMARY
008740         THRU 5100-EXIT
008750         VARYING WS-SMX FROM 1 BY 1
008760         UNTIL WS-SMX > WS-SUMMARY-COUNT.
008770 5000-EXIT.
008780     EXIT.
008790
008800*****************************************************************
008810*    5100-RELEASE-ONE-SUMMARY - RELEASE ONE SUMMARY LINE'S KEY   *
008820*****************************************************************
008830 5100-RELEASE-ONE-SUMMARY.
008840     MOVE WS-SUM-SERIES (WS-SMX) TO SS-SERIES-CODE.
008850     MOVE WS-SUM-YEAR (WS-SMX) TO SS-FISCAL-YEAR.
008860     MOVE WS-SUM-DEPT (WS-SMX) TO SS-DEPT-ID.
008870     MOVE WS-SMX TO SS-SUM-INDEX.
008880     RELEASE SS-SUMMARY-RECORD.
008890 5100-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*    5500-PRINT-SUMMARY - SORT OUTPUT PROCEDURE.  ONE SECTION    *
008940*    PER SERIES AND YEAR, ONE LINE PER DEPARTMENT                *
008950*****************************************************************
008960 5500-PRINT-SUMMARY.
008970     PERFORM 5600-RETURN-SUMMARY
008980         THRU 5600-EXIT.
008990     PERFORM 5700-PRINT-ONE-SUMMARY
009000         THRU 5700-EXIT
009010         UNTIL SUMMARY-AT-END.
009020 5500-EXIT.
009030     EXIT.
009040
009050*****************************************************************
009060*    5600-RETURN-SUMMARY - RETURN THE NEXT SORTED SUMMARY KEY    *
009070*****************************************************************
009080 5600-RETURN-SUMMARY.
009090     RETURN SUMMARY-SORT
009100         AT END
009110             MOVE "Y" TO WS-SUMM-EOF-SWITCH
009120     END-RETURN.
009130 5600-EXIT.
009140     EXIT.
009150
009160*****************************************************************
009170*    5700-PRINT-ONE-SUMMARY - HEAD A NEW SERIES' SECTION, THEN   *
009180*    PRINT THE DEPARTMENT'S LINE AND FLAG IT LOW OR OUT          *
009190*****************************************************************
009200 5700-PRINT-ONE-SUMMARY.
009210     IF SS-SERIES-CODE NOT = WS-PRIOR-SERIES
009220         OR SS-FISCAL-YEAR NOT = WS-PRIOR-YEAR
009230         MOVE SS-SERIES-CODE TO WS-PRIOR-SERIES
009240         MOVE SS-FISCAL-YEAR TO WS-PRIOR-YEAR
009250         MOVE SPACES TO STOCK-RPT-LINE
009260         WRITE STOCK-RPT-LINE
009270         MOVE SPACES TO STOCK-RPT-LINE
009280         STRING "SERIES " DELIMITED BY SIZE
009290             SS-SERIES-CODE DELIMITED BY SIZE
009300             "  FISCAL YEAR " DELIMITED BY SIZE
009310             SS-FISCAL-YEAR DELIMITED BY SIZE
009320             INTO STOCK-RPT-LINE
009330         END-STRING
009340         WRITE STOCK-RPT-LINE
009350         WRITE STOCK-RPT-LINE FROM WS-COLUMN-HEADING
009360     END-IF.
009370     MOVE SS-SUM-INDEX TO WS-SMX.
009380     COMPUTE WS-ON-HAND =
009390         WS-SUM-RECEIVED (WS-SMX) - WS-SUM-ISSUED (WS-SMX).
009400     MOVE SPACES TO WS-DETAIL-LINE.
009410     MOVE WS-SUM-DEPT (WS-SMX) TO WS-DTL-DEPT.
009420     MOVE WS-SUM-RECEIVED (WS-SMX) TO WS-DTL-RECEIVED.
009430     MOVE WS-SUM-ISSUED (WS-SMX) TO WS-DTL-ISSUED.
009440     MOVE WS-SUM-MISPRINT (WS-SMX) TO WS-DTL-MISPRINT.
009450     MOVE WS-ON-HAND TO WS-DTL-ON-HAND.
009460     MOVE WS-SUM-OFF-STOCK (WS-SMX) TO WS-DTL-OFF-STOCK.
009470     MOVE WS-SUM-REORDER (WS-SMX) TO WS-DTL-REORDER.
009480     IF WS-ON-HAND NOT > ZERO
009490         MOVE "OUT" TO WS-DTL-FLAG
009500         ADD 1 TO WS-COUNT-OUT
009510     ELSE
009520         IF WS-SUM-REORDER (WS-SMX) > ZERO
009530             AND WS-ON-HAND NOT > WS-SUM-REORDER (WS-SMX)
009540             MOVE "LOW" TO WS-DTL-FLAG
009550             ADD 1 TO WS-COUNT-LOW
009560         END-IF
009570     END-IF.
009580     WRITE STOCK-RPT-LINE FROM WS-DETAIL-LINE.
009590     PERFORM 5600-RETURN-SUMMARY
009600         THRU 5600-EXIT.
009610 5700-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650*    6100-FIND-SUMMARY - POINT WS-SMX AT THE SUMMARY LINE FOR    *
009660*    WS-FIND-SERIES, -YEAR AND -DEPT, ADDING IT WITH THE         *
009670*    DEPARTMENT'S REORDER POINT WHEN IT IS NEW.  A DEPARTMENT    *
009680*    OFF THE MASTER, OR ONE WITH NO REORDER POINT KEYED, HAS A   *
009690*    REORDER POINT OF ZERO                                       *
009700*****************************************************************
009710 6100-FIND-SUMMARY.
009720     MOVE 1 TO WS-SMX.
009730     PERFORM 6110-NEXT-SUMMARY
009740         THRU 6110-EXIT
009750         UNTIL WS-SMX > WS-SUMMARY-COUNT
009760             OR (WS-SUM-SERIES (WS-SMX) = WS-FIND-SERIES
009770             AND WS-SUM-YEAR (WS-SMX) = WS-FIND-YEAR
009780             AND WS-SUM-DEPT (WS-SMX) = WS-FIND-DEPT).
009790     IF WS-SMX NOT > WS-SUMMARY-COUNT
009800         GO TO 6100-EXIT
009810     END-IF.
009820     IF WS-SUMMARY-COUNT >= WS-SUMMARY-MAX
009830         DISPLAY "STKRECON: MORE THAN " WS-SUMMARY-MAX
009840             " DEPARTMENT SUMMARY LINES - NOT RUN"
009850         MOVE 8 TO RETURN-CODE
009860         STOP RUN
009870     END-IF.
009880     ADD 1 TO WS-SUMMARY-COUNT.
009890     MOVE WS-SUMMARY-COUNT TO WS-SMX.
009900     MOVE WS-FIND-SERIES TO WS-SUM-SERIES (WS-SMX).
009910     MOVE WS-FIND-YEAR TO WS-SUM-YEAR (WS-SMX).
009920     MOVE WS-FIND-DEPT TO WS-SUM-DEPT (WS-SMX).
009930     MOVE ZERO TO WS-SUM-RECEIVED (WS-SMX).
009940     MOVE ZERO TO WS-SUM-ISSUED (WS-SMX).
009950     MOVE ZERO TO WS-SUM-MISPRINT (WS-SMX).
009960     MOVE ZERO TO WS-SUM-OFF-STOCK (WS-SMX).
009970     MOVE ZERO TO WS-SUM-REORDER (WS-SMX).
009980     MOVE WS-FIND-DEPT TO DM-DEPT-ID.
009990     READ DEPARTMENT-MASTER
010000         INVALID KEY
010010             GO TO 6100-EXIT
010020     END-READ.
010030     IF DM-REORDER-POINT NUMERIC
010040         MOVE DM-REORDER-POINT TO WS-SUM-REORDER (WS-SMX)
010050     END-IF.
010060 6100-EXIT.
010070     EXIT.
010080
010090*****************************************************************
010100*    6110-NEXT-SUMMARY - STEP TO THE NEXT SUMMARY LINE           *
010110*****************************************************************
010120 6110-NEXT-SUMMARY.
010130     ADD 1 TO WS-SMX.
010140 6110-EXIT.
010150     EXIT.
010160
010170*****************************************************************
010180*    7000-PRINT-TOTALS - PRINT THE RECORD AND EXCEPTION COUNTS   *
010190*    AND THE RESULT, AND SET THE RETURN CODE                     *
010200*****************************************************************
010210 7000-PRINT-TOTALS.
010220     MOVE SPACES TO STOCK-RPT-LINE.
010230     WRITE STOCK-RPT-LINE.
010240     IF WS-RECEIPT-COUNT = ZERO
010250         MOVE "NO OPEN-YEAR STOCK RECEIPTS ON FILE"
010260             TO STOCK-RPT-LINE
010270         WRITE STOCK-RPT-LINE
010280         MOVE SPACES TO STOCK-RPT-LINE
010290         WRITE STOCK-RPT-LINE
010300     END-IF.
010310
010320     MOVE SPACES TO WS-REPORT-LINE.
010330     MOVE "STOCK RECEIPTS READ....................."
010340         TO WS-RPT-LABEL.
010350     MOVE WS-COUNT-RECEIPTS-READ TO WS-RPT-COUNT.
010360     WRITE STOCK-RPT-LINE FROM WS-REPORT-LINE.
010370
010380     MOVE SPACES TO WS-REPORT-LINE.
010390     MOVE "STOCK RECEIPTS REJECTED................."
010400         TO WS-RPT-LABEL.
010410     MOVE WS-COUNT-REJECTED TO WS-RPT-COUNT.
010420     WRITE STOCK-RPT-LINE FROM WS-REPORT-LINE.
010430
010440     MOVE SPACES TO WS-REPORT-LINE.
010450     MOVE "RECEIPTS FOR OTHER FISCAL YEARS........."
010460         TO WS-RPT-LABEL.
010470     MOVE WS-COUNT-OTHER-YEAR TO WS-RPT-COUNT.
010480     WRITE STOCK-RPT-LINE FROM WS-REPORT-LINE.
010490
010500     MOVE SPACES TO WS-REPORT-LINE.
010510     MOVE "ACTIVE AUDIT RECORDS READ..............."
010520         TO WS-RPT-LABEL.
010530     MOVE WS-COUNT-AUDIT-READ TO WS-RPT-COUNT.
010540     WRITE STOCK-RPT-LINE FROM WS-REPORT-LINE.
010550
010560     MOVE SPACES TO WS-REPORT-LINE.
010570     MOVE "ARCHIVED AUDIT RECORDS READ............."
010580         TO WS-RPT-LABEL.
010590     MOVE WS-COUNT-ARCHIVE-READ TO WS-RPT-COUNT.
010600     WRITE STOCK-RPT-LINE FROM WS-REPORT-LINE.
010610
010620     MOVE SPACES TO WS-REPORT-LINE.
010630     MOVE "NUMBERS ISSUED OFF DEPARTMENT STOCK....."
010640         TO WS-RPT-LABEL.
010650     MOVE WS-COUNT-OFF-STOCK TO WS-RPT-COUNT.
010660     WRITE STOCK-RPT-LINE FROM WS-REPORT-LINE.
010670
010680     MOVE SPACES TO WS-REPORT-LINE.
010690     MOVE "DEPARTMENTS AT OR BELOW REORDER POINT..."
010700         TO WS-RPT-LABEL.
010710     MOVE WS-COUNT-LOW TO WS-RPT-COUNT.
010720     WRITE STOCK-RPT-LINE FROM WS-REPORT-LINE.
010730
010740     MOVE SPACES TO WS-REPORT-LINE.
010750     MOVE "DEPARTMENTS OUT OF STOCK................"
010760         TO WS-RPT-LABEL.
010770     MOVE WS-COUNT-OUT TO WS-RPT-COUNT.
010780     WRITE STOCK-RPT-LINE FROM WS-REPORT-LINE.
010790
010800     MOVE SPACES TO STOCK-RPT-LINE.
010810     WRITE STOCK-RPT-LINE.
010820     MOVE SPACES TO STOCK-RPT-LINE.
010830     IF WS-COUNT-LOW > ZERO
010840         OR WS-COUNT-OUT > ZERO
010850         OR WS-COUNT-REJECTED > ZERO
010860         OR WS-COUNT-OFF-STOCK > ZERO
010870         MOVE 4 TO WS-RUN-RC
010880         MOVE "STOCK: ACTION NEEDED - SEE ABOVE"
010890             TO STOCK-RPT-LINE
010900     ELSE
010910         MOVE 0 TO WS-RUN-RC
010920         MOVE "STOCK: CLEAN - EVERY DEPARTMENT ABOVE REORDER"
010930             TO STOCK-RPT-LINE
010940     END-IF.
010950     WRITE STOCK-RPT-LINE.
010960 7000-EXIT.
010970     EXIT.
010980
010990*****************************************************************
011000*    8000-FINALIZE - SET THE RETURN CODE AND CLOSE THE FILES     *
011010*****************************************************************
011020 8000-FINALIZE.
011030     MOVE WS-RUN-RC TO RETURN-CODE.
011040     IF ARCHIVE-MODE-ACTIVE
011050         CLOSE ARCHIVE-IN
011060     END-IF.
011070     CLOSE DEPARTMENT-MASTER
011080           TICKET-CONTROL
011090           STOCK-RPT.
011100 8000-EXIT.
011110     EXIT.
