000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DEPTCHG.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    MONTH-END DEPARTMENT CHARGEBACK.                           *
000100*                                                                *
000110*    FOR THE CLOSING MONTH NAMED ON SYSIN, PRINTS ONE STATEMENT  *
000120*    PER DEPARTMENT AND SERIES - THE MONTHLY QUOTA, THE USED     *
000130*    COUNT THE MASTER STILL CARRIES FOR THE MONTH, AND FROM THE  *
000140*    AUDIT TRAIL THE BLOCKS AND NUMBERS ISSUED UNDER THE         *
000150*    DEPARTMENT'S REQUESTER ID, HOW MANY OF THOSE NUMBERS        *
000160*    REACHED A CUSTOMER ON THE CROSS-REFERENCE (OR AN INVOICE    *
000170*    ON THE INVOICE REGISTER), HOW MANY TKTVOID VOIDED, HOW      *
000180*    MANY TKTAGE EXPIRED UNASSIGNED, AND HOW MANY ARE STILL      *
000190*    OPEN.  ONE USAGE-HISTORY RECORD PER DEPARTMENT, SERIES AND  *
000200*    MONTH IS APPENDED TO THE PERMANENT HISTORY FILE FOR THE     *
000210*    BUDGET OFFICE'S TREND AND CHARGEBACK.  THE RUN BELONGS      *
000220*    BEFORE THE FIRST ISSUING RUN OF THE NEW MONTH, WHICH        *
000230*    RESETS DM-MONTH-USED; A MONTH ALREADY ON THE HISTORY FILE   *
000240*    IS REFUSED.                                                 *
000250*                                                                *
000260*    MODIFICATION HISTORY.                                       *
000270*    2026-10-15  RVS  INITIAL VERSION.                           *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM.
000320 OBJECT-COMPUTER.   IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DM-DEPT-ID
000390         FILE STATUS IS WS-DEPTMAST-STATUS.
000400     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-TKTAUD-STATUS.
000430     SELECT TICKET-XREF ASSIGN TO XREFIN
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-XREFIN-STATUS.
000460     SELECT OPTIONAL INVOICE-REGISTER ASSIGN TO INVREG
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-INVREG-STATUS.
000490     SELECT OPTIONAL USAGE-HISTORY ASSIGN TO USAGEHST
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-USAGEHST-STATUS.
000520     SELECT CHARGE-RPT ASSIGN TO CHGRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CHGRPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DEPARTMENT-MASTER.
000590     COPY DEPTMST.
000600
000610 FD  TICKET-AUDIT
000620     RECORDING MODE IS F.
000630     COPY TKTAUD.
000640
000650 FD  TICKET-XREF
000660     RECORDING MODE IS F.
000670     COPY TKTXREF.
000680
000690 FD  INVOICE-REGISTER
000700     RECORDING MODE IS F.
000710     COPY INVREG.
000720
000730 FD  USAGE-HISTORY
000740     RECORDING MODE IS F.
000750     COPY DEPTHST.
000760
000770 FD  CHARGE-RPT
000780     RECORDING MODE IS F.
000790 01  CHARGE-RPT-LINE                 PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820*****************************************************************
000830*    FILE STATUS AND END-OF-FILE SWITCHES                       *
000840*****************************************************************
000850 77  WS-DEPTMAST-STATUS              PIC X(02).
000860 77  WS-TKTAUD-STATUS                PIC X(02).
000870 77  WS-XREFIN-STATUS                PIC X(02).
000880 77  WS-INVREG-STATUS                PIC X(02).
000890 77  WS-USAGEHST-STATUS              PIC X(02).
000900 77  WS-CHGRPT-STATUS                PIC X(02).
000910 77  WS-MASTER-EOF-SWITCH            PIC X(01)   VALUE "N".
000920     88  MASTER-AT-END                           VALUE "Y".
000930 77  WS-AUDIT-EOF-SWITCH             PIC X(01)   VALUE "N".
000940     88  AUDIT-AT-END                            VALUE "Y".
000950 77  WS-XREF-EOF-SWITCH              PIC X(01)   VALUE "N".
000960     88  XREF-AT-END                             VALUE "Y".
000970 77  WS-REGISTER-EOF-SWITCH          PIC X(01)   VALUE "N".
000980     88  REGISTER-AT-END                         VALUE "Y".
000990 77  WS-HISTORY-EOF-SWITCH           PIC X(01)   VALUE "N".
001000     88  HISTORY-AT-END                          VALUE "Y".
001010
001020*****************************************************************
001030*    THE CLOSING MONTH (YYYYMM), FROM SYSIN, AND THE CURRENT     *
001040*    DATE.  ONLY A MONTH ALREADY OVER MAY BE CHARGED BACK        *
001050*****************************************************************
001060 77  WS-CHARGE-MONTH                 PIC X(06).
001070 77  WS-CURRENT-DATE                 PIC X(08).
001080 77  WS-CURRENT-MONTH                PIC X(06).
001090 77  WS-MONTH-ON-FILE-SWITCH         PIC X(01)   VALUE "N".
001100     88  MONTH-ALREADY-CHARGED                   VALUE "Y".
001110
001120*****************************************************************
001130*    ONE ACCUMULATOR PER DEPARTMENT AND SERIES - EVERY           *
001140*    DEPARTMENT ON THE MASTER UNDER ITS OWN SERIES, THEN ANY     *
001150*    REQUESTER/SERIES PAIR THE MONTH'S ISSUE RECORDS CARRY THAT  *
001160*    THE MASTER DOES NOT                                         *
001170*****************************************************************
001180 77  WS-DPT-MAX                      PIC 9(04)   COMP   VALUE 500.
001190 77  WS-DPT-COUNT                    PIC 9(04)   COMP   VALUE ZERO.
001200 77  WS-DX                           PIC 9(04)   COMP   VALUE ZERO.
001210 77  WS-DPT-HIT                      PIC 9(04)   COMP   VALUE ZERO.
001220 77  WS-DPT-NAME-HIT                 PIC 9(04)   COMP   VALUE ZERO.
001230 77  WS-AUDIT-STAMP                  PIC X(16).
001240 01  WS-DEPT-TABLE.
001250     05  WS-DEPT-ENTRY               OCCURS 500 TIMES.
001260         10  WS-DPT-ID               PIC X(08).
001270         10  WS-DPT-SERIES           PIC X(02).
001280         10  WS-DPT-NAME             PIC X(30).
001290         10  WS-DPT-STATUS           PIC X(01).
001300         10  WS-DPT-USED-FLAG        PIC X(01).
001310         10  WS-DPT-QUOTA            PIC S9(09)  COMP-3.
001320         10  WS-DPT-USED             PIC S9(09)  COMP-3.
001330         10  WS-DPT-BLOCKS           PIC S9(05)  COMP-3.
001340         10  WS-DPT-LAST-STAMP       PIC X(16).
001350         10  WS-DPT-ALLOCATED        PIC S9(09)  COMP-3.
001360         10  WS-DPT-ASSIGNED         PIC S9(09)  COMP-3.
001370         10  WS-DPT-VOIDED           PIC S9(09)  COMP-3.
001380         10  WS-DPT-EXPIRED          PIC S9(09)  COMP-3.
001390         10  WS-DPT-OPEN             PIC S9(09)  COMP-3.
001400
001410*****************************************************************
001420*    NUMBERS ISSUED IN THE MONTH THAT REACHED A CUSTOMER - THE   *
001430*    CROSS-REFERENCE CARRIES NO SERIES, SO NUMBER PLUS ISSUE     *
001440*    DATE IS ITS MATCH KEY, AS IN TKTAGE.  INVOICE NUMBERS FROM  *
001450*    THE INVOICE REGISTER CARRY THEIR SERIES AND MATCH ON IT     *
001460*****************************************************************
001470 77  WS-ASG-MAX                      PIC 9(04)   COMP   VALUE 5000.
001480 77  WS-ASG-COUNT                    PIC 9(04)   COMP   VALUE ZERO.
001490 77  WS-AX                           PIC 9(04)   COMP   VALUE ZERO.
001500 77  WS-ASSIGNED-SWITCH              PIC X(01)   VALUE "N".
001510     88  NUMBER-IS-ASSIGNED                      VALUE "Y".
001520 01  WS-ASSIGNED-TABLE.
001530     05  WS-ASSIGNED-ENTRY           OCCURS 5000 TIMES.
001540         10  WS-ASG-NUMBER           PIC S9(09)  COMP-3.
001550         10  WS-ASG-DATE             PIC X(08).
001560         10  WS-ASG-SERIES           PIC X(02).
001570
001580*****************************************************************
001590*    VOIDS ON THE AUDIT TRAIL, EACH MARKED WITH WHO VOIDED IT -  *
001600*    TKTAGE'S EXPIRY VOIDS CARRY REASON "EXPIRED UNASSIGNED",    *
001610*    EVERYTHING ELSE CAME THROUGH TKTVOID                        *
001620*****************************************************************
001630 77  WS-VOID-MAX                     PIC 9(04)   COMP   VALUE 1000.
001640 77  WS-VOID-COUNT                   PIC 9(04)   COMP   VALUE ZERO.
001650 77  WS-VX                           PIC 9(04)   COMP   VALUE ZERO.
001660 77  WS-VOID-KIND                    PIC X(01)   VALUE SPACES.
001670     88  NUMBER-NOT-VOIDED                       VALUE SPACES.
001680     88  NUMBER-VOIDED-BY-TKTVOID                VALUE "V".
001690     88  NUMBER-EXPIRED-BY-TKTAGE                VALUE "E".
001700 01  WS-VOID-TABLE.
001710     05  WS-VOID-ENTRY               OCCURS 1000 TIMES.
001720         10  WS-VOID-SERIES          PIC X(02).
001730         10  WS-VOID-YEAR            PIC X(04).
001740         10  WS-VOID-NUMBER          PIC S9(09)  COMP-3.
001750         10  WS-VOID-TYPE            PIC X(01).
001760
001770*****************************************************************
001780*    RUN COUNTERS                                                *
001790*****************************************************************
001800 77  WS-COUNT-DEPTS                  PIC 9(07)   COMP   VALUE ZERO.
001810 77  WS-COUNT-ISSUES                 PIC 9(07)   COMP   VALUE ZERO.
001820 77  WS-COUNT-UNKNOWN                PIC 9(07)   COMP   VALUE ZERO.
001830 77  WS-COUNT-RESET                  PIC 9(07)   COMP   VALUE ZERO.
001840 77  WS-COUNT-HISTORY                PIC 9(07)   COMP   VALUE ZERO.
001850
001860*****************************************************************
001870*    STATEMENT LINE WORK AREAS                                   *
001880*****************************************************************
001890 01  WS-STMT-HEAD-LINE.
001900     05  FILLER                      PIC X(02)   VALUE SPACES.
001910     05  FILLER                      PIC X(11)   VALUE
001920         "DEPARTMENT ".
001930     05  WS-SH-DEPT-ID               PIC X(08).
001940     05  FILLER                      PIC X(02)   VALUE SPACES.
001950     05  WS-SH-NAME                  PIC X(30).
001960     05  FILLER                      PIC X(02)   VALUE SPACES.
001970     05  FILLER                      PIC X(07)   VALUE "SERIES ".
001980     05  WS-SH-SERIES                PIC X(02).
001990     05  FILLER                      PIC X(16)   VALUE SPACES.
002000 01  WS-STMT-LINE.
002010     05  FILLER                      PIC X(06)   VALUE SPACES.
002020     05  WS-STL-LABEL                PIC X(25).
002030     05  WS-STL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002040     05  FILLER                      PIC X(02)   VALUE SPACES.
002050     05  WS-STL-NOTE                 PIC X(30).
002060     05  FILLER                      PIC X(06)   VALUE SPACES.
002070 01  WS-REPORT-LINE.
002080     05  FILLER                      PIC X(02)   VALUE SPACES.
002090     05  WS-RPT-LABEL                PIC X(25).
002100     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
002110     05  FILLER                      PIC X(46)   VALUE SPACES.
002120
002130 PROCEDURE DIVISION.
002140*****************************************************************
002150*    0000-MAINLINE                                               *
002160*****************************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE
002190         THRU 1000-EXIT.
002200     PERFORM 1100-CHECK-HISTORY
002210         THRU 1100-EXIT.
002220     PERFORM 2000-LOAD-DEPARTMENTS
002230         THRU 2000-EXIT.
002240     PERFORM 2500-LOAD-ASSIGNMENTS
002250         THRU 2500-EXIT.
002260     PERFORM 3000-LOAD-VOIDS
002270         THRU 3000-EXIT.
002280     PERFORM 4000-TALLY-ISSUES
002290         THRU 4000-EXIT.
002300     PERFORM 6000-WRITE-STATEMENTS
002310         THRU 6000-EXIT.
002320     PERFORM 8000-FINALIZE
002330         THRU 8000-EXIT.
002340     STOP RUN.
002350
002360*****************************************************************
002370*    1000-INITIALIZE - TAKE THE CLOSING MONTH FROM SYSIN, EDIT   *
002380*    IT, AND OPEN THE STATEMENT LISTING                          *
002390*****************************************************************
002400 1000-INITIALIZE.
002410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002420     MOVE WS-CURRENT-DATE (1:6) TO WS-CURRENT-MONTH.
002430     ACCEPT WS-CHARGE-MONTH.
002440     IF WS-CHARGE-MONTH NOT NUMERIC
002450         OR WS-CHARGE-MONTH (5:2) < "01"
002460         OR WS-CHARGE-MONTH (5:2) > "12"
002470         DISPLAY "DEPTCHG: SYSIN MONTH MUST BE YYYYMM, GOT "
002480             WS-CHARGE-MONTH
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     IF WS-CHARGE-MONTH NOT < WS-CURRENT-MONTH
002530         DISPLAY "DEPTCHG: MONTH " WS-CHARGE-MONTH
002540             " IS NOT OVER YET - ONLY A CLOSED MONTH CAN "
002550             "BE CHARGED BACK"
002560         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     OPEN OUTPUT CHARGE-RPT.
002600     IF WS-CHGRPT-STATUS NOT = "00"
002610         DISPLAY "DEPTCHG: UNABLE TO OPEN CHARGE-RPT, "
002620             "STATUS = " WS-CHGRPT-STATUS
002630         MOVE 12 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660 1000-EXIT.
002670     EXIT.
002680
002690*****************************************************************
002700*    1100-CHECK-HISTORY - REFUSE A MONTH THE USAGE-HISTORY FILE  *
002710*    ALREADY CARRIES, SO NO DEPARTMENT IS CHARGED TWICE          *
002720*****************************************************************
002730 1100-CHECK-HISTORY.
002740     OPEN INPUT USAGE-HISTORY.
002750     IF WS-USAGEHST-STATUS NOT = "00"
002760         AND WS-USAGEHST-STATUS NOT = "05"
002770         DISPLAY "DEPTCHG: UNABLE TO OPEN USAGE-HISTORY, "
002780             "STATUS = " WS-USAGEHST-STATUS
002790         MOVE 12 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     PERFORM 1150-SCAN-ONE-HISTORY
002830         THRU 1150-EXIT
002840         UNTIL HISTORY-AT-END.
002850     CLOSE USAGE-HISTORY.
002860     IF MONTH-ALREADY-CHARGED
002870         DISPLAY "DEPTCHG: MONTH " WS-CHARGE-MONTH
002880             " IS ALREADY ON THE USAGE-HISTORY FILE - NOT "
002890             "CHARGED TWICE"
002900         MOVE 8 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930 1100-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*    1150-SCAN-ONE-HISTORY - NOTE A RECORD FOR THE RUN MONTH     *
002980*****************************************************************
002990 1150-SCAN-ONE-HISTORY.
003000     READ USAGE-HISTORY
003010         AT END
003020             MOVE "Y" TO WS-HISTORY-EOF-SWITCH
003030             GO TO 1150-EXIT
003040     END-READ.
003050     IF UH-USAGE-MONTH = WS-CHARGE-MONTH
003060         MOVE "Y" TO WS-MONTH-ON-FILE-SWITCH
003070     END-IF.
003080 1150-EXIT.
003090     EXIT.
003100
003110*****************************************************************
003120*    2000-LOAD-DEPARTMENTS - ONE ACCUMULATOR PER DEPARTMENT ON   *
003130*    THE MASTER, IN KEY ORDER, CARRYING ITS QUOTA AND - WHEN     *
003140*    THE MASTER HAS NOT YET ROLLED INTO A LATER MONTH - ITS      *
003150*    POSTED USED COUNT FOR THE CLOSING MONTH                     *
003160*****************************************************************
003170 2000-LOAD-DEPARTMENTS.
003180     OPEN INPUT DEPARTMENT-MASTER.
003190     IF WS-DEPTMAST-STATUS NOT = "00"
003200         DISPLAY "DEPTCHG: UNABLE TO OPEN DEPARTMENT-MASTER, "
003210             "STATUS = " WS-DEPTMAST-STATUS
003220         MOVE 12 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     MOVE LOW-VALUES TO DM-DEPT-ID.
003260     START DEPARTMENT-MASTER KEY IS NOT < DM-DEPT-ID
003270         INVALID KEY
003280             MOVE "Y" TO WS-MASTER-EOF-SWITCH
003290     END-START.
003300     PERFORM 2100-LOAD-ONE-DEPARTMENT
003310         THRU 2100-EXIT
003320         UNTIL MASTER-AT-END.
003330     CLOSE DEPARTMENT-MASTER.
003340 2000-EXIT.
003350     EXIT.
003360
003370*****************************************************************
003380*    2100-LOAD-ONE-DEPARTMENT - TABLE ONE MASTER RECORD          *
003390*****************************************************************
003400 2100-LOAD-ONE-DEPARTMENT.
003410     READ DEPARTMENT-MASTER NEXT RECORD
003420         AT END
003430             MOVE "Y" TO WS-MASTER-EOF-SWITCH
003440             GO TO 2100-EXIT
003450     END-READ.
003460     IF WS-DPT-COUNT >= WS-DPT-MAX
003470         DISPLAY "DEPTCHG: MORE THAN " WS-DPT-MAX
003480             " DEPARTMENT/SERIES ENTRIES"
003490         MOVE 8 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     ADD 1 TO WS-DPT-COUNT.
003530     ADD 1 TO WS-COUNT-DEPTS.
003540     MOVE WS-DPT-COUNT TO WS-DX.
003550     PERFORM 2200-CLEAR-ENTRY
003560         THRU 2200-EXIT.
003570     MOVE DM-DEPT-ID TO WS-DPT-ID (WS-DX).
003580     MOVE DM-SERIES-CODE TO WS-DPT-SERIES (WS-DX).
003590     MOVE DM-DEPT-NAME TO WS-DPT-NAME (WS-DX).
003600     MOVE "A" TO WS-DPT-STATUS (WS-DX).
003610     MOVE DM-MONTHLY-QUOTA TO WS-DPT-QUOTA (WS-DX).
003620     IF DM-USAGE-MONTH = WS-CHARGE-MONTH
003630         MOVE DM-MONTH-USED TO WS-DPT-USED (WS-DX)
003640         MOVE "Y" TO WS-DPT-USED-FLAG (WS-DX)
003650     END-IF.
003660     IF DM-USAGE-MONTH > WS-CHARGE-MONTH
003670         MOVE "R" TO WS-DPT-USED-FLAG (WS-DX)
003680         ADD 1 TO WS-COUNT-RESET
003690     END-IF.
003700 2100-EXIT.
003710     EXIT.
003720
003730*****************************************************************
003740*    2200-CLEAR-ENTRY - ZERO THE ACCUMULATOR AT WS-DX            *
003750*****************************************************************
003760 2200-CLEAR-ENTRY.
003770     MOVE SPACES TO WS-DPT-ID (WS-DX).
003780     MOVE SPACES TO WS-DPT-SERIES (WS-DX).
003790     MOVE SPACES TO WS-DPT-NAME (WS-DX).
003800     MOVE SPACES TO WS-DPT-STATUS (WS-DX).
003810     MOVE "N" TO WS-DPT-USED-FLAG (WS-DX).
003820     MOVE LOW-VALUES TO WS-DPT-LAST-STAMP (WS-DX).
003830     MOVE ZERO TO WS-DPT-QUOTA (WS-DX).
003840     MOVE ZERO TO WS-DPT-USED (WS-DX).
003850     MOVE ZERO TO WS-DPT-BLOCKS (WS-DX).
003860     MOVE ZERO TO WS-DPT-ALLOCATED (WS-DX).
003870     MOVE ZERO TO WS-DPT-ASSIGNED (WS-DX).
003880     MOVE ZERO TO WS-DPT-VOIDED (WS-DX).
003890     MOVE ZERO TO WS-DPT-EXPIRED (WS-DX).
003900     MOVE ZERO TO WS-DPT-OPEN (WS-DX).
003910 2200-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950*    2500-LOAD-ASSIGNMENTS - TABLE EVERY NUMBER ISSUED IN THE    *
003960*    MONTH THAT THE CROSS-REFERENCE OR THE INVOICE REGISTER      *
003970*    SHOWS WAS PUT TO USE                                        *
003980*****************************************************************
003990 2500-LOAD-ASSIGNMENTS.
004000     OPEN INPUT TICKET-XREF.
004010     IF WS-XREFIN-STATUS NOT = "00"
004020         DISPLAY "DEPTCHG: UNABLE TO OPEN TICKET-XREF, "
004030             "STATUS = " WS-XREFIN-STATUS
004040         MOVE 12 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     PERFORM 2600-LOAD-ONE-XREF
004080         THRU 2600-EXIT
004090         UNTIL XREF-AT-END.
004100     CLOSE TICKET-XREF.
004110     OPEN INPUT INVOICE-REGISTER.
004120     IF WS-INVREG-STATUS NOT = "00"
004130         AND WS-INVREG-STATUS NOT = "05"
004140         DISPLAY "DEPTCHG: UNABLE TO OPEN INVOICE-REGISTER, "
004150             "STATUS = " WS-INVREG-STATUS
004160         MOVE 12 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     PERFORM 2700-LOAD-ONE-INVOICE
004200         THRU 2700-EXIT
004210         UNTIL REGISTER-AT-END.
004220     CLOSE INVOICE-REGISTER.
004230 2500-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270*    2600-LOAD-ONE-XREF - TABLE ONE CROSS-REFERENCE RECORD       *
004280*    ISSUED IN THE MONTH                                         *
004290*****************************************************************
004300 2600-LOAD-ONE-XREF.
004310     READ TICKET-XREF
004320         AT END
004330             MOVE "Y" TO WS-XREF-EOF-SWITCH
004340             GO TO 2600-EXIT
004350     END-READ.
004360     IF TX-CUSTOMER-ID = "*TRAILER**"
004370         OR TX-ISSUE-DATE (1:6) NOT = WS-CHARGE-MONTH
004380         GO TO 2600-EXIT
004390     END-IF.
004400     PERFORM 2800-CHECK-ASSIGNED-ROOM
004410         THRU 2800-EXIT.
004420     ADD 1 TO WS-ASG-COUNT.
004430     MOVE TX-TICKET-NUMBER TO WS-ASG-NUMBER (WS-ASG-COUNT).
004440     MOVE TX-ISSUE-DATE TO WS-ASG-DATE (WS-ASG-COUNT).
004450     MOVE SPACES TO WS-ASG-SERIES (WS-ASG-COUNT).
004460 2600-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*    2700-LOAD-ONE-INVOICE - TABLE ONE INVOICE REGISTER RECORD   *
004510*    WHOSE NUMBER WAS ISSUED IN THE MONTH                        *
004520*****************************************************************
004530 2700-LOAD-ONE-INVOICE.
004540     READ INVOICE-REGISTER
004550         AT END
004560             MOVE "Y" TO WS-REGISTER-EOF-SWITCH
004570             GO TO 2700-EXIT
004580     END-READ.
004590     IF IR-CUSTOMER-ID = "*TRAILER**"
004600         OR IR-ISSUE-DATE (1:6) NOT = WS-CHARGE-MONTH
004610         GO TO 2700-EXIT
004620     END-IF.
004630     PERFORM 2800-CHECK-ASSIGNED-ROOM
004640         THRU 2800-EXIT.
004650     ADD 1 TO WS-ASG-COUNT.
004660     MOVE IR-INVOICE-NUMBER TO WS-ASG-NUMBER (WS-ASG-COUNT).
004670     MOVE IR-ISSUE-DATE TO WS-ASG-DATE (WS-ASG-COUNT).
004680     MOVE IR-SERIES-CODE TO WS-ASG-SERIES (WS-ASG-COUNT).
004690 2700-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730*    2800-CHECK-ASSIGNED-ROOM - STOP BEFORE THE ASSIGNED TABLE   *
004740*    OVERFLOWS                                                   *
004750*****************************************************************
004760 2800-CHECK-ASSIGNED-ROOM.
004770     IF WS-ASG-COUNT >= WS-ASG-MAX
004780         DISPLAY "DEPTCHG: MORE THAN " WS-ASG-MAX
004790             " NUMBERS ASSIGNED IN MONTH " WS-CHARGE-MONTH
004800         MOVE 8 TO RETURN-CODE
004810         STOP RUN
004820     END-IF.
004830 2800-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*    3000-LOAD-VOIDS - FIRST PASS OVER THE AUDIT TRAIL, TABLING  *
004880*    EVERY VOID AND WHICH PROGRAM WROTE IT, THEN REWIND FOR THE  *
004890*    TALLY PASS                                                  *
004900*****************************************************************
004910 3000-LOAD-VOIDS.
004920     OPEN INPUT TICKET-AUDIT.
004930     IF WS-TKTAUD-STATUS NOT = "00"
004940         DISPLAY "DEPTCHG: UNABLE TO OPEN TICKET-AUDIT, "
004950             "STATUS = " WS-TKTAUD-STATUS
004960         MOVE 12 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     PERFORM 3100-SCAN-VOID-RECORD
005000         THRU 3100-EXIT
005010         UNTIL AUDIT-AT-END.
005020     CLOSE TICKET-AUDIT.
005030     OPEN INPUT TICKET-AUDIT.
005040     IF WS-TKTAUD-STATUS NOT = "00"
005050         DISPLAY "DEPTCHG: UNABLE TO RE-OPEN TICKET-AUDIT, "
005060             "STATUS = " WS-TKTAUD-STATUS
005070         MOVE 12 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     MOVE "N" TO WS-AUDIT-EOF-SWITCH.
005110 3000-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150*    3100-SCAN-VOID-RECORD - TABLE ONE VOID RECORD               *
005160*****************************************************************
005170 3100-SCAN-VOID-RECORD.
005180     READ TICKET-AUDIT
005190         AT END
005200             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
005210             GO TO 3100-EXIT
005220     END-READ.
005230     IF NOT TA-VOID-RECORD
005240         GO TO 3100-EXIT
005250     END-IF.
005260     IF WS-VOID-COUNT >= WS-VOID-MAX
005270         DISPLAY "DEPTCHG: MORE THAN " WS-VOID-MAX
005280             " VOID RECORDS ON THE TRAIL, ARCHIVE IT FIRST"
005290         MOVE 8 TO RETURN-CODE
005300         STOP RUN
005310     END-IF.
005320     ADD 1 TO WS-VOID-COUNT.
005330     MOVE TA-SERIES-CODE TO WS-VOID-SERIES (WS-VOID-COUNT).
005340     MOVE TA-FISCAL-YEAR TO WS-VOID-YEAR (WS-VOID-COUNT).
005350     MOVE TA-TICKET-NUMBER TO WS-VOID-NUMBER (WS-VOID-COUNT).
005360     IF TA-VOID-REASON = "EXPIRED UNASSIGNED"
005370         MOVE "E" TO WS-VOID-TYPE (WS-VOID-COUNT)
005380     ELSE
005390         MOVE "V" TO WS-VOID-TYPE (WS-VOID-COUNT)
005400     END-IF.
005410 3100-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450*    4000-TALLY-ISSUES - SECOND PASS.  EVERY ISSUE RECORD DATED  *
005460*    IN THE CLOSING MONTH IS CHARGED TO ITS REQUESTER AND        *
005470*    SERIES AND CLASSIFIED AS ASSIGNED, VOIDED, EXPIRED OR OPEN  *
005480*****************************************************************
005490 4000-TALLY-ISSUES.
005500     PERFORM 4100-TALLY-ONE-RECORD
005510         THRU 4100-EXIT
005520         UNTIL AUDIT-AT-END.
005530     CLOSE TICKET-AUDIT.
005540 4000-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580*    4100-TALLY-ONE-RECORD - CHARGE ONE AUDIT RECORD             *
005590*****************************************************************
005600 4100-TALLY-ONE-RECORD.
005610     READ TICKET-AUDIT
005620         AT END
005630             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
005640             GO TO 4100-EXIT
005650     END-READ.
005660     IF NOT TA-ISSUE-RECORD
005670         OR TA-ISSUE-DATE (1:6) NOT = WS-CHARGE-MONTH
005680         GO TO 4100-EXIT
005690     END-IF.
005700     ADD 1 TO WS-COUNT-ISSUES.
005710     PERFORM 4200-FIND-DEPARTMENT
005720         THRU 4200-EXIT.
005730     MOVE WS-DPT-HIT TO WS-DX.
005740     ADD 1 TO WS-DPT-ALLOCATED (WS-DX).
005750     MOVE TA-ISSUE-DATE TO WS-AUDIT-STAMP (1:8).
005760     MOVE TA-ISSUE-TIME TO WS-AUDIT-STAMP (9:8).
005770     IF WS-AUDIT-STAMP NOT = WS-DPT-LAST-STAMP (WS-DX)
005780         ADD 1 TO WS-DPT-BLOCKS (WS-DX)
005790         MOVE WS-AUDIT-STAMP TO WS-DPT-LAST-STAMP (WS-DX)
005800     END-IF.
005810     PERFORM 4400-CHECK-IF-ASSIGNED
005820         THRU 4400-EXIT.
005830     PERFORM 4500-CHECK-IF-VOIDED
005840         THRU 4500-EXIT.
005850     IF NUMBER-IS-ASSIGNED
005860         ADD 1 TO WS-DPT-ASSIGNED (WS-DX)
005870     END-IF.
005880     IF NUMBER-VOIDED-BY-TKTVOID
005890         ADD 1 TO WS-DPT-VOIDED (WS-DX)
005900     END-IF.
005910     IF NUMBER-EXPIRED-BY-TKTAGE
005920         ADD 1 TO WS-DPT-EXPIRED (WS-DX)
005930     END-IF.
005940     IF NOT NUMBER-IS-ASSIGNED
005950         AND NUMBER-NOT-VOIDED
005960         ADD 1 TO WS-DPT-OPEN (WS-DX)
005970     END-IF.
005980 4100-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020*    4200-FIND-DEPARTMENT - FIND THE ACCUMULATOR FOR THE ISSUE   *
006030*    RECORD'S REQUESTER AND SERIES, ADDING ONE WHEN THE MASTER   *
006040*    HAS NONE.  A REQUESTER THE MASTER KNOWS UNDER ANOTHER       *
006050*    SERIES KEEPS ITS NAME; ONE IT DOES NOT KNOW IS FLAGGED      *
006060*****************************************************************
006070 4200-FIND-DEPARTMENT.
006080     MOVE ZERO TO WS-DPT-HIT.
006090     MOVE ZERO TO WS-DPT-NAME-HIT.
006100     PERFORM 4250-MATCH-DEPT-ENTRY
006110         THRU 4250-EXIT
006120         VARYING WS-DX FROM 1 BY 1
006130         UNTIL WS-DX > WS-DPT-COUNT
006140            OR WS-DPT-HIT > ZERO.
006150     IF WS-DPT-HIT > ZERO
006160         GO TO 4200-EXIT
006170     END-IF.
006180     IF WS-DPT-COUNT >= WS-DPT-MAX
006190         DISPLAY "DEPTCHG: MORE THAN " WS-DPT-MAX
006200             " DEPARTMENT/SERIES ENTRIES"
006210         MOVE 8 TO RETURN-CODE
006220         STOP RUN
006230     END-IF.
006240     ADD 1 TO WS-DPT-COUNT.
006250     MOVE WS-DPT-COUNT TO WS-DX.
006260     PERFORM 2200-CLEAR-ENTRY
006270         THRU 2200-EXIT.
006280     MOVE TA-REQUESTER-ID TO WS-DPT-ID (WS-DX).
006290     MOVE TA-SERIES-CODE TO WS-DPT-SERIES (WS-DX).
006300     IF WS-DPT-NAME-HIT > ZERO
006310         MOVE WS-DPT-NAME (WS-DPT-NAME-HIT)
006320             TO WS-DPT-NAME (WS-DX)
006330         MOVE "A" TO WS-DPT-STATUS (WS-DX)
006340     ELSE
006350         MOVE "** NOT ON DEPARTMENT MASTER **"
006360             TO WS-DPT-NAME (WS-DX)
006370         MOVE "?" TO WS-DPT-STATUS (WS-DX)
006380         ADD 1 TO WS-COUNT-UNKNOWN
006390     END-IF.
006400     MOVE WS-DX TO WS-DPT-HIT.
006410 4200-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450*    4250-MATCH-DEPT-ENTRY - COMPARE ONE ACCUMULATOR ENTRY       *
006460*****************************************************************
006470 4250-MATCH-DEPT-ENTRY.
006480     IF WS-DPT-ID (WS-DX) NOT = TA-REQUESTER-ID
006490         GO TO 4250-EXIT
006500     END-IF.
006510     IF WS-DPT-STATUS (WS-DX) = "A"
006520         MOVE WS-DX TO WS-DPT-NAME-HIT
006530     END-IF.
006540     IF WS-DPT-SERIES (WS-DX) = TA-SERIES-CODE
006550         MOVE WS-DX TO WS-DPT-HIT
006560     END-IF.
006570 4250-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*    4400-CHECK-IF-ASSIGNED - SET THE ASSIGNED SWITCH IF THE     *
006620*    ISSUE RECORD IN HAND REACHED A CUSTOMER OR AN INVOICE       *
006630*****************************************************************
006640 4400-CHECK-IF-ASSIGNED.
006650     MOVE "N" TO WS-ASSIGNED-SWITCH.
006660     PERFORM 4450-MATCH-ASSIGNED-ENTRY
006670         THRU 4450-EXIT
006680         VARYING WS-AX FROM 1 BY 1
006690         UNTIL WS-AX > WS-ASG-COUNT
006700            OR NUMBER-IS-ASSIGNED.
006710 4400-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750*    4450-MATCH-ASSIGNED-ENTRY - COMPARE ONE ASSIGNMENT ENTRY    *
006760*****************************************************************
006770 4450-MATCH-ASSIGNED-ENTRY.
006780     IF TA-TICKET-NUMBER = WS-ASG-NUMBER (WS-AX)
006790         AND TA-ISSUE-DATE = WS-ASG-DATE (WS-AX)
006800         AND (WS-ASG-SERIES (WS-AX) = SPACES
006810             OR WS-ASG-SERIES (WS-AX) = TA-SERIES-CODE)
006820         MOVE "Y" TO WS-ASSIGNED-SWITCH
006830     END-IF.
006840 4450-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880*    4500-CHECK-IF-VOIDED - SET THE VOID KIND IF THE ISSUE       *
006890*    RECORD IN HAND HAS A VOID RECORD IN ITS SERIES AND YEAR     *
006900*****************************************************************
006910 4500-CHECK-IF-VOIDED.
006920     MOVE SPACES TO WS-VOID-KIND.
006930     PERFORM 4550-MATCH-VOID-ENTRY
006940         THRU 4550-EXIT
006950         VARYING WS-VX FROM 1 BY 1
006960         UNTIL WS-VX > WS-VOID-COUNT
006970            OR NOT NUMBER-NOT-VOIDED.
006980 4500-EXIT.
006990     EXIT.
007000
007010*****************************************************************
007020*    4550-MATCH-VOID-ENTRY - COMPARE ONE VOID TABLE ENTRY        *
007030*****************************************************************
007040 4550-MATCH-VOID-ENTRY.
007050*    A BLANK YEAR ON EITHER SIDE IS PRE-ROLLOVER DATA AND
007060*    MATCHES ON SERIES AND NUMBER ALONE
007070     IF TA-TICKET-NUMBER = WS-VOID-NUMBER (WS-VX)
007080         AND TA-SERIES-CODE = WS-VOID-SERIES (WS-VX)
007090         AND (TA-FISCAL-YEAR = WS-VOID-YEAR (WS-VX)
007100             OR TA-FISCAL-YEAR = SPACES
007110             OR WS-VOID-YEAR (WS-VX) = SPACES)
007120         MOVE WS-VOID-TYPE (WS-VX) TO WS-VOID-KIND
007130     END-IF.
007140 4550-EXIT.
007150     EXIT.
007160
007170*****************************************************************
007180*    6000-WRITE-STATEMENTS - PRINT EACH DEPARTMENT'S STATEMENT   *
007190*    AND APPEND ITS USAGE-HISTORY RECORD                         *
007200*****************************************************************
007210 6000-WRITE-STATEMENTS.
007220     OPEN EXTEND USAGE-HISTORY.
007230     IF WS-USAGEHST-STATUS NOT = "00"
007240         AND WS-USAGEHST-STATUS NOT = "05"
007250         DISPLAY "DEPTCHG: UNABLE TO EXTEND USAGE-HISTORY, "
007260             "STATUS = " WS-USAGEHST-STATUS
007270         MOVE 12 TO RETURN-CODE
007280         STOP RUN
007290     END-IF.
007300     MOVE SPACES TO CHARGE-RPT-LINE.
007310     STRING "DEPARTMENT CHARGEBACK STATEMENTS - MONTH "
007320             DELIMITED BY SIZE
007330         WS-CHARGE-MONTH DELIMITED BY SIZE
007340         "   RUN DATE " DELIMITED BY SIZE
007350         WS-CURRENT-DATE DELIMITED BY SIZE
007360         INTO CHARGE-RPT-LINE
007370     END-STRING.
007380     WRITE CHARGE-RPT-LINE.
007390     PERFORM 6100-WRITE-ONE-STATEMENT
007400         THRU 6100-EXIT
007410         VARYING WS-DX FROM 1 BY 1
007420         UNTIL WS-DX > WS-DPT-COUNT.
007430     CLOSE USAGE-HISTORY.
007440 6000-EXIT.
007450     EXIT.
007460
007470*****************************************************************
007480*    6100-WRITE-ONE-STATEMENT - ONE DEPARTMENT AND SERIES        *
007490*****************************************************************
007500 6100-WRITE-ONE-STATEMENT.
007510     MOVE SPACES TO CHARGE-RPT-LINE.
007520     WRITE CHARGE-RPT-LINE.
007530     MOVE WS-DPT-ID (WS-DX) TO WS-SH-DEPT-ID.
007540     MOVE WS-DPT-NAME (WS-DX) TO WS-SH-NAME.
007550     MOVE WS-DPT-SERIES (WS-DX) TO WS-SH-SERIES.
007560     WRITE CHARGE-RPT-LINE FROM WS-STMT-HEAD-LINE.
007570
007580     MOVE SPACES TO WS-STMT-LINE.
007590     MOVE "MONTHLY QUOTA.........." TO WS-STL-LABEL.
007600     MOVE WS-DPT-QUOTA (WS-DX) TO WS-STL-COUNT.
007610     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
007620
007630     MOVE SPACES TO WS-STMT-LINE.
007640     MOVE "USED PER MASTER........" TO WS-STL-LABEL.
007650     MOVE WS-DPT-USED (WS-DX) TO WS-STL-COUNT.
007660     IF WS-DPT-USED-FLAG (WS-DX) = "R"
007670         MOVE "ALREADY RESET - SEE ALLOCATED"
007680             TO WS-STL-NOTE
007690     END-IF.
007700     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
007710
007720     MOVE SPACES TO WS-STMT-LINE.
007730     MOVE "BLOCKS ISSUED.........." TO WS-STL-LABEL.
007740     MOVE WS-DPT-BLOCKS (WS-DX) TO WS-STL-COUNT.
007750     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
007760
007770     MOVE SPACES TO WS-STMT-LINE.
007780     MOVE "NUMBERS ALLOCATED......" TO WS-STL-LABEL.
007790     MOVE WS-DPT-ALLOCATED (WS-DX) TO WS-STL-COUNT.
007800     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
007810
007820     MOVE SPACES TO WS-STMT-LINE.
007830     MOVE "ASSIGNED TO CUSTOMERS.." TO WS-STL-LABEL.
007840     MOVE WS-DPT-ASSIGNED (WS-DX) TO WS-STL-COUNT.
007850     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
007860
007870     MOVE SPACES TO WS-STMT-LINE.
007880     MOVE "VOIDED (TKTVOID)......." TO WS-STL-LABEL.
007890     MOVE WS-DPT-VOIDED (WS-DX) TO WS-STL-COUNT.
007900     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
007910
007920     MOVE SPACES TO WS-STMT-LINE.
007930     MOVE "EXPIRED UNASSIGNED....." TO WS-STL-LABEL.
007940     MOVE WS-DPT-EXPIRED (WS-DX) TO WS-STL-COUNT.
007950     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
007960
007970     MOVE SPACES TO WS-STMT-LINE.
007980     MOVE "STILL OPEN............." TO WS-STL-LABEL.
007990     MOVE WS-DPT-OPEN (WS-DX) TO WS-STL-COUNT.
008000     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
008010
008020     MOVE SPACES TO WS-STMT-LINE.
008030     MOVE "WASTED - CHARGEABLE...." TO WS-STL-LABEL.
008040     COMPUTE WS-STL-COUNT =
008050         WS-DPT-VOIDED (WS-DX) + WS-DPT-EXPIRED (WS-DX).
008060     WRITE CHARGE-RPT-LINE FROM WS-STMT-LINE.
008070
008080     MOVE SPACES TO UH-HISTORY-RECORD.
008090     MOVE WS-CHARGE-MONTH TO UH-USAGE-MONTH.
008100     MOVE WS-DPT-ID (WS-DX) TO UH-DEPT-ID.
008110     MOVE WS-DPT-SERIES (WS-DX) TO UH-SERIES-CODE.
008120     MOVE WS-DPT-STATUS (WS-DX) TO UH-DEPT-STATUS.
008130     MOVE WS-DPT-QUOTA (WS-DX) TO UH-MONTHLY-QUOTA.
008140     MOVE WS-DPT-USED (WS-DX) TO UH-MONTH-USED.
008150     MOVE WS-DPT-BLOCKS (WS-DX) TO UH-BLOCKS.
008160     MOVE WS-DPT-ALLOCATED (WS-DX) TO UH-ALLOCATED.
008170     MOVE WS-DPT-ASSIGNED (WS-DX) TO UH-ASSIGNED.
008180     MOVE WS-DPT-VOIDED (WS-DX) TO UH-VOIDED.
008190     MOVE WS-DPT-EXPIRED (WS-DX) TO UH-EXPIRED.
008200     MOVE WS-DPT-OPEN (WS-DX) TO UH-OPEN.
008210     MOVE WS-CURRENT-DATE TO UH-RUN-DATE.
008220     WRITE UH-HISTORY-RECORD.
008230     IF WS-USAGEHST-STATUS NOT = "00"
008240         DISPLAY "DEPTCHG: UNABLE TO WRITE USAGE-HISTORY, "
008250             "STATUS = " WS-USAGEHST-STATUS
008260         MOVE 12 TO RETURN-CODE
008270         STOP RUN
008280     END-IF.
008290     ADD 1 TO WS-COUNT-HISTORY.
008300 6100-EXIT.
008310     EXIT.
008320
008330*****************************************************************
008340*    8000-FINALIZE - PRINT THE RUN TOTALS AND POST THE RETURN    *
008350*    CODE.  RC=4 MEANS A REQUESTER ON THE TRAIL IS NOT ON THE    *
008360*    MASTER, OR A MASTER RECORD HAD ALREADY ROLLED ITS USED      *
008370*    COUNT INTO A LATER MONTH                                    *
008380*****************************************************************
008390 8000-FINALIZE.
008400     MOVE SPACES TO CHARGE-RPT-LINE.
008410     WRITE CHARGE-RPT-LINE.
008420     MOVE SPACES TO CHARGE-RPT-LINE.
008430     MOVE "CHARGEBACK RUN TOTALS" TO CHARGE-RPT-LINE.
008440     WRITE CHARGE-RPT-LINE.
008450     MOVE SPACES TO CHARGE-RPT-LINE.
008460     WRITE CHARGE-RPT-LINE.
008470
008480     MOVE SPACES TO WS-REPORT-LINE.
008490     MOVE "DEPARTMENTS ON MASTER.." TO WS-RPT-LABEL.
008500     MOVE WS-COUNT-DEPTS TO WS-RPT-COUNT.
008510     WRITE CHARGE-RPT-LINE FROM WS-REPORT-LINE.
008520
008530     MOVE SPACES TO WS-REPORT-LINE.
008540     MOVE "ISSUES IN MONTH........" TO WS-RPT-LABEL.
008550     MOVE WS-COUNT-ISSUES TO WS-RPT-COUNT.
008560     WRITE CHARGE-RPT-LINE FROM WS-REPORT-LINE.
008570
008580     MOVE SPACES TO WS-REPORT-LINE.
008590     MOVE "UNKNOWN REQUESTERS....." TO WS-RPT-LABEL.
008600     MOVE WS-COUNT-UNKNOWN TO WS-RPT-COUNT.
008610     WRITE CHARGE-RPT-LINE FROM WS-REPORT-LINE.
008620
008630     MOVE SPACES TO WS-REPORT-LINE.
008640     MOVE "USED COUNTS RESET......" TO WS-RPT-LABEL.
008650     MOVE WS-COUNT-RESET TO WS-RPT-COUNT.
008660     WRITE CHARGE-RPT-LINE FROM WS-REPORT-LINE.
008670
008680     MOVE SPACES TO WS-REPORT-LINE.
008690     MOVE "HISTORY RECORDS WRITTEN" TO WS-RPT-LABEL.
008700     MOVE WS-COUNT-HISTORY TO WS-RPT-COUNT.
008710     WRITE CHARGE-RPT-LINE FROM WS-REPORT-LINE.
008720
008730     IF WS-COUNT-UNKNOWN = ZERO
008740         AND WS-COUNT-RESET = ZERO
008750         MOVE 0 TO RETURN-CODE
008760     ELSE
008770         MOVE 4 TO RETURN-CODE
008780     END-IF.
008790     CLOSE CHARGE-RPT.
008800 8000-EXIT.
008810     EXIT.
