000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CYCREST.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    NIGHT-CYCLE ROLL-BACK FROM THE PRE-CYCLE SNAPSHOT.         *
000100*                                                                *
000110*    PUTS THE CUSTOMER MASTER, TICKET-CONTROL FILE, DEPARTMENT   *
000120*    MASTER, AUDIT TRAIL AND CUSTOMER CROSS-REFERENCE BACK AS    *
000130*    CYCSNAP FOUND THEM AT THE TOP OF THE NAMED CYCLE, ALL       *
000140*    TOGETHER, AND RESETS THAT CYCLE'S CYCLE-CONTROL RECORD SO   *
000150*    NITECYCL MAY BE SUBMITTED AGAIN FROM A KNOWN-GOOD STATE.    *
000160*    SYSIN LINE 1 NAMES THE CYCLE DATE (YYYYMMDD); THE JCL       *
000170*    MOUNTS ONE SNAPSHOT GENERATION OF THE MANIFEST AND OF       *
000180*    EVERY SNAPSHOT FILE.                                        *
000190*                                                                *
000200*    ALL OR NOTHING.  EVERY CHECK IS MADE BEFORE ANY FILE IS     *
000210*    OPENED FOR OUTPUT:                                          *
000220*      - THE MANIFEST IS WHOLE (HEADER, ONE ENTRY FOR EACH       *
000230*        FILE, TRAILER) AND IS FOR THE NAMED CYCLE DATE          *
000240*      - IT WAS TAKEN BEFORE THE CYCLE STARTED                   *
000250*      - EVERY SNAPSHOT FILE HOLDS EXACTLY THE NUMBER OF         *
000260*        RECORDS ITS MANIFEST ENTRY SAYS                         *
000270*      - EVERY FILE TO BE RESTORED CAN BE OPENED                 *
000280*    ANY FAILURE REFUSES THE RESTORE (RC=8, OR 12 WHEN A FILE    *
000290*    CANNOT BE READ) WITH EVERY FILE LEFT EXACTLY AS IT WAS.     *
000300*    ONLY THEN ARE THE FILES REWRITTEN.  AN I/O FAILURE PART     *
000310*    WAY THROUGH THE REWRITE RETURNS 12 AND LISTS THE FILES      *
000320*    ALREADY PUT BACK - THE SNAPSHOT IS UNTOUCHED BY A RESTORE,  *
000330*    SO CORRECT THE FAILURE AND RUN THE SAME RESTORE AGAIN TO    *
000340*    PUT THE WHOLE SET BACK.  THE CYCLE-CONTROL RECORD IS        *
000350*    RESET ONLY AFTER EVERY FILE HAS BEEN RESTORED.              *
000360*                                                                *
000370*    THE INDEXED MASTERS ARE RELOADED IN KEY ORDER THROUGH AN    *
000380*    OUTPUT OPEN, SO THEIR CLUSTERS MUST BE DEFINED REUSE.       *
000390*                                                                *
000400*    THE CUSTOMER CHANGE JOURNAL IS NEVER ROLLED BACK - IT IS    *
000410*    EXTENDED.  JUST BEFORE THE RESTORE PASS, THE CUSTOMER       *
000420*    MASTER SNAPSHOT IS MATCHED AGAINST THE MASTER AS IT STANDS, *
000430*    AND EVERY CUSTOMER THE RESTORE WILL CHANGE, PUT BACK, OR    *
000440*    TAKE AWAY IS JOURNALED AS A TYPE-R ENTRY CARRYING BOTH      *
000450*    IMAGES, SO CUSTHIST FOLLOWS EACH RECORD ACROSS THE ROLL-    *
000460*    BACK WITHOUT A GAP.  A JOURNAL FAILURE REFUSES THE RESTORE  *
000470*    (RC=12) BEFORE ANY FILE IS REWRITTEN.                       *
000480*                                                                *
000490*    EVERY RUN PAST THE SYSIN EDIT, REFUSED OR NOT, APPENDS A    *
000500*    COMMON RUN-LOG RECORD CARRYING THE CYCLE DATE NAMED.        *
000510*                                                                *
000520*    MODIFICATION HISTORY.                                       *
000530*    2026-10-15  RVS  INITIAL VERSION.                           *
000540*    2026-10-15  RVS  EVERY CUSTOMER THE RESTORE CHANGES, ADDS   *
000550*                     OR DROPS IS NOW JOURNALED TO CUSTJRN.      *
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM.
000600 OBJECT-COMPUTER.   IBM.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT SNAP-MANIFEST ASSIGN TO MANIFEST
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-MANIFEST-STATUS.
000660     SELECT SNAP-CUSTOMER ASSIGN TO SNAPCUST
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-SNAPCUST-STATUS.
000690     SELECT SNAP-CONTROL ASSIGN TO SNAPCTL
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-SNAPCTL-STATUS.
000720     SELECT SNAP-DEPARTMENT ASSIGN TO SNAPDEPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-SNAPDEPT-STATUS.
000750     SELECT SNAP-AUDIT ASSIGN TO SNAPAUD
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-SNAPAUD-STATUS.
000780     SELECT SNAP-XREF ASSIGN TO SNAPXREF
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-SNAPXREF-STATUS.
000810     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS CM-CUSTOMER-ID
000850         FILE STATUS IS WS-CUSTMAST-STATUS.
000860     SELECT TICKET-CONTROL ASSIGN TO TKTCTL
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS TC-SERIES-CODE
000900         FILE STATUS IS WS-TKTCTL-STATUS.
000910     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS DM-DEPT-ID
000950         FILE STATUS IS WS-DEPTMAST-STATUS.
000960     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-TKTAUD-STATUS.
000990     SELECT TICKET-XREF ASSIGN TO XREFOUT
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-XREFOUT-STATUS.
001020     SELECT OPTIONAL CYCLE-CONTROL ASSIGN TO CYCCTL
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-CYCCTL-STATUS.
001050     SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-RUNLOG-STATUS.
001080     SELECT OPTIONAL CUSTOMER-JOURNAL ASSIGN TO CUSTJRN
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-CUSTJRN-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  SNAP-MANIFEST
001150     RECORDING MODE IS F.
001160     COPY SNAPMAN.
001170
001180*****************************************************************
001190*    SNAPSHOT FILES - UNALTERED IMAGES OF THE SOURCE RECORDS     *
001200*    AS CYCSNAP COPIED THEM                                      *
001210*****************************************************************
001220 FD  SNAP-CUSTOMER
001230     RECORDING MODE IS F.
001240 01  SN-CUSTOMER-IMAGE               PIC X(140).
001250 01  SN-CUSTOMER-KEYED.
001260     05  SN-CUSTOMER-ID              PIC X(10).
001270     05  FILLER                      PIC X(130).
001280
001290 FD  SNAP-CONTROL
001300     RECORDING MODE IS F.
001310 01  SN-CONTROL-IMAGE                PIC X(41).
001320
001330 FD  SNAP-DEPARTMENT
001340     RECORDING MODE IS F.
001350 01  SN-DEPARTMENT-IMAGE             PIC X(64).
001360
001370 FD  SNAP-AUDIT
001380     RECORDING MODE IS F.
001390 01  SN-AUDIT-IMAGE                  PIC X(58).
001400
001410 FD  SNAP-XREF
001420     RECORDING MODE IS F.
001430 01  SN-XREF-IMAGE                   PIC X(32).
001440
001450 FD  CUSTOMER-MASTER.
001460     COPY CUSTNAME REPLACING
001470         ==CN-RECORD== BY ==CM-RECORD==
001480         ==CN-CUSTOMER-ID== BY ==CM-CUSTOMER-ID==
001490         ==CN-CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
001500         ==CN-STATUS== BY ==CM-STATUS==
001510         ==CN-STATUS-ACTIVE== BY ==CM-STATUS-ACTIVE==
001520         ==CN-STATUS-INACTIVE== BY ==CM-STATUS-INACTIVE==
001530         ==CN-ADDR-LINE-1== BY ==CM-ADDR-LINE-1==
001540         ==CN-ADDR-LINE-2== BY ==CM-ADDR-LINE-2==
001550         ==CN-ADDR-CITY== BY ==CM-ADDR-CITY==
001560         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
001570         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
001580
001590 FD  TICKET-CONTROL.
001600     COPY TKTCTL.
001610
001620 FD  DEPARTMENT-MASTER.
001630     COPY DEPTMST.
001640
001650 FD  TICKET-AUDIT
001660     RECORDING MODE IS F.
001670     COPY TKTAUD.
001680
001690 FD  TICKET-XREF
001700     RECORDING MODE IS F.
001710     COPY TKTXREF.
001720
001730 FD  CYCLE-CONTROL
001740     RECORDING MODE IS F.
001750     COPY CYCCTL.
001760
001770 FD  RUN-LOG
001780     RECORDING MODE IS F.
001790     COPY RUNLOG.
001800
001810 FD  CUSTOMER-JOURNAL
001820     RECORDING MODE IS F.
001830     COPY CUSTJRN.
001840 WORKING-STORAGE SECTION.
001850*****************************************************************
001860*    FILE STATUS AND SWITCHES                                    *
001870*****************************************************************
001880 77  WS-MANIFEST-STATUS              PIC X(02).
001890 77  WS-SNAPCUST-STATUS              PIC X(02).
001900 77  WS-SNAPCTL-STATUS               PIC X(02).
001910 77  WS-SNAPDEPT-STATUS              PIC X(02).
001920 77  WS-SNAPAUD-STATUS               PIC X(02).
001930 77  WS-SNAPXREF-STATUS              PIC X(02).
001940 77  WS-CUSTMAST-STATUS              PIC X(02).
001950 77  WS-TKTCTL-STATUS                PIC X(02).
001960 77  WS-DEPTMAST-STATUS              PIC X(02).
001970 77  WS-TKTAUD-STATUS                PIC X(02).
001980 77  WS-XREFOUT-STATUS               PIC X(02).
001990 77  WS-CYCCTL-STATUS                PIC X(02).
002000 77  WS-RUNLOG-STATUS                PIC X(02).
002010 77  WS-CUSTJRN-STATUS               PIC X(02).
002020 77  WS-MANIFEST-EOF-SWITCH          PIC X(01)   VALUE "N".
002030     88  MANIFEST-AT-END                         VALUE "Y".
002040 77  WS-TRAILER-SWITCH               PIC X(01)   VALUE "N".
002050     88  TRAILER-SEEN                            VALUE "Y".
002060 77  WS-COPY-EOF-SWITCH              PIC X(01)   VALUE "N".
002070     88  COPY-AT-END                             VALUE "Y".
002080 77  WS-CTL-EOF-SWITCH               PIC X(01)   VALUE "N".
002090     88  CONTROL-AT-END                          VALUE "Y".
002100 77  WS-CYCLE-FOUND-SWITCH           PIC X(01)   VALUE "N".
002110     88  CYCLE-RECORD-FOUND                      VALUE "Y".
002120 77  WS-REFUSED-SWITCH               PIC X(01)   VALUE "N".
002130     88  RESTORE-REFUSED                         VALUE "Y".
002140 77  WS-PASS-SWITCH                  PIC X(01)   VALUE "V".
002150     88  VERIFY-PASS                             VALUE "V".
002160     88  RESTORE-PASS                            VALUE "R".
002170
002180*****************************************************************
002190*    CUSTOMER JOURNAL MATCH - THE KEY IN HAND ON EACH SIDE,      *
002200*    HIGH-VALUES ONCE THAT SIDE IS USED UP                       *
002210*****************************************************************
002220 77  WS-JRN-SNAP-KEY                 PIC X(10).
002230 77  WS-JRN-MAST-KEY                 PIC X(10).
002240 77  WS-JRN-BEFORE                   PIC X(140).
002250 77  WS-JRN-AFTER                    PIC X(140).
002260 77  WS-JRN-CUSTOMER-ID              PIC X(10).
002270 77  WS-COUNT-JOURNALED              PIC 9(09)   COMP   VALUE ZERO.
002280*****************************************************************
002290*    THE REQUEST, FROM SYSIN                                     *
002300*****************************************************************
002310 01  WS-RESTORE-REQUEST.
002320     05  WS-RESTORE-DATE             PIC X(08).
002330     05  FILLER                      PIC X(72).
002340
002350*****************************************************************
002360*    THE FILES RESTORED, IN RESTORE ORDER, BY THE DD NAMES THE   *
002370*    MANIFEST KNOWS THEM BY.  FOR EACH: THE COUNT ON THE         *
002380*    MANIFEST, WHETHER ITS ENTRY WAS SEEN, THE COUNT FOUND ON    *
002390*    THE SNAPSHOT FILE BY THE VERIFY PASS, AND THE COUNT PUT     *
002400*    BACK BY THE RESTORE PASS                                    *
002410*****************************************************************
002420 01  WS-SNAP-FILE-NAMES.
002430     05  FILLER                      PIC X(08)   VALUE "CUSTMAST".
002440     05  FILLER                      PIC X(08)   VALUE "TKTCTL".
002450     05  FILLER                      PIC X(08)   VALUE "DEPTMAST".
002460     05  FILLER                      PIC X(08)   VALUE "TKTAUD".
002470     05  FILLER                      PIC X(08)   VALUE "CUSTXREF".
002480 01  WS-SNAP-FILE-NAMES-R REDEFINES WS-SNAP-FILE-NAMES.
002490     05  WS-SNAP-FILE-NAME           PIC X(08)   OCCURS 5 TIMES.
002500 01  WS-SNAP-FILE-TABLE.
002510     05  WS-SNAP-FILE-ENTRY          OCCURS 5 TIMES.
002520         10  WS-MANIFEST-COUNT       PIC 9(09)   COMP.
002530         10  WS-MANIFEST-SEEN        PIC X(01).
002540         10  WS-VERIFIED-COUNT       PIC 9(09)   COMP.
002550         10  WS-RESTORED-COUNT       PIC 9(09)   COMP.
002560 77  WS-FX                           PIC 9(02)   COMP   VALUE ZERO.
002570 77  WS-SX                           PIC 9(02)   COMP   VALUE ZERO.
002580 77  WS-FILE-HIT                     PIC 9(02)   COMP   VALUE ZERO.
002590 77  WS-ENTRIES-SEEN                 PIC 9(02)   COMP   VALUE ZERO.
002600 77  WS-PASS-COUNT                   PIC 9(09)   COMP   VALUE ZERO.
002610 77  WS-COUNT-READ                   PIC 9(09)   COMP   VALUE ZERO.
002620 77  WS-COUNT-RESTORED               PIC 9(09)   COMP   VALUE ZERO.
002630 77  WS-DISPLAY-COUNT                PIC ZZZ,ZZZ,ZZ9.
002640 77  WS-DISPLAY-EXPECTED             PIC ZZZ,ZZZ,ZZ9.
002650
002660*****************************************************************
002670*    THE FAILING OPERATION, FOR THE I/O FAILURE MESSAGE          *
002680*****************************************************************
002690 77  WS-FAIL-ACTION                  PIC X(05).
002700 77  WS-FAIL-FILE                    PIC X(17).
002710 77  WS-FAIL-STATUS                  PIC X(02).
002720
002730*****************************************************************
002740*    THE RUN'S VERDICT, HELD HERE UNTIL THE RUN-LOG IS WRITTEN   *
002750*****************************************************************
002760 77  WS-RUN-RC                       PIC 9(02)   VALUE ZERO.
002770
002780*****************************************************************
002790*    CURRENT DATE AND STEP TIMES                                 *
002800*****************************************************************
002810 77  WS-CURRENT-DATE                 PIC X(08).
002820 77  WS-STEP-START-TIME              PIC X(08).
002830 77  WS-STEP-STOP-TIME               PIC X(08).
002840 77  WS-CURRENT-TIME                 PIC X(08).
002850
002860 PROCEDURE DIVISION.
002870*****************************************************************
002880*    0000-MAINLINE                                               *
002890*****************************************************************
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE
002920         THRU 1000-EXIT.
002930     PERFORM 2000-VERIFY-MANIFEST
002940         THRU 2000-EXIT.
002950     IF NOT RESTORE-REFUSED
002960         SET VERIFY-PASS TO TRUE
002970         PERFORM 3000-RUN-PASS
002980             THRU 3000-EXIT
002990     END-IF.
003000     IF NOT RESTORE-REFUSED
003010         PERFORM 3700-CHECK-TARGETS
003020             THRU 3700-EXIT
003030     END-IF.
003040     IF NOT RESTORE-REFUSED
003050         PERFORM 3600-JOURNAL-CUSTOMERS
003060             THRU 3600-EXIT
003070     END-IF.
003080     IF RESTORE-REFUSED
003090         DISPLAY "CYCREST: RESTORE OF CYCLE " WS-RESTORE-DATE
003100             " REFUSED - NO FILE HAS BEEN CHANGED"
003110         PERFORM 8000-FINALIZE
003120             THRU 8000-EXIT
003130         STOP RUN
003140     END-IF.
003150     SET RESTORE-PASS TO TRUE.
003160     PERFORM 3000-RUN-PASS
003170         THRU 3000-EXIT.
003180     PERFORM 5000-RESET-CYCLE-CONTROL
003190         THRU 5000-EXIT.
003200     PERFORM 8000-FINALIZE
003210         THRU 8000-EXIT.
003220     STOP RUN.
003230
003240*****************************************************************
003250*    1000-INITIALIZE - TAKE THE CYCLE DATE FROM SYSIN AND EDIT   *
003260*    IT                                                          *
003270*****************************************************************
003280 1000-INITIALIZE.
003290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003300     ACCEPT WS-STEP-START-TIME FROM TIME.
003310     MOVE SPACES TO WS-RESTORE-REQUEST.
003320     ACCEPT WS-RESTORE-REQUEST.
003330     IF WS-RESTORE-DATE NOT NUMERIC
003340         DISPLAY "CYCREST: SYSIN MUST NAME THE CYCLE DATE TO "
003350             "RESTORE AS YYYYMMDD, GOT " WS-RESTORE-DATE
003360         MOVE 8 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     INITIALIZE WS-SNAP-FILE-TABLE.
003400     PERFORM 1100-CLEAR-ONE-ENTRY
003410         THRU 1100-EXIT
003420         VARYING WS-FX FROM 1 BY 1
003430         UNTIL WS-FX > 5.
003440 1000-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480*    1100-CLEAR-ONE-ENTRY - MARK ONE FILE'S MANIFEST ENTRY NOT   *
003490*    YET SEEN                                                    *
003500*****************************************************************
003510 1100-CLEAR-ONE-ENTRY.
003520     MOVE "N" TO WS-MANIFEST-SEEN (WS-FX).
003530 1100-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570*    2000-VERIFY-MANIFEST - THE MANIFEST MUST BE WHOLE, FOR THE  *
003580*    NAMED CYCLE, TAKEN BEFORE THE CYCLE STARTED, AND CARRY ONE  *
003590*    ENTRY FOR EVERY FILE                                        *
003600*****************************************************************
003610 2000-VERIFY-MANIFEST.
003620     OPEN INPUT SNAP-MANIFEST.
003630     IF WS-MANIFEST-STATUS NOT = "00"
003640         DISPLAY "CYCREST: UNABLE TO OPEN SNAP-MANIFEST, "
003650             "STATUS = " WS-MANIFEST-STATUS
003660         MOVE 12 TO WS-RUN-RC
003670         MOVE "Y" TO WS-REFUSED-SWITCH
003680         GO TO 2000-EXIT
003690     END-IF.
003700     PERFORM 2100-READ-MANIFEST
003710         THRU 2100-EXIT.
003720     IF MANIFEST-AT-END
003730         DISPLAY "CYCREST: REFUSED - THE MANIFEST IS EMPTY"
003740         PERFORM 2900-REFUSE
003750             THRU 2900-EXIT
003760         GO TO 2090-CLOSE-MANIFEST
003770     END-IF.
003780     IF NOT SM-HEADER-RECORD
003790         DISPLAY "CYCREST: REFUSED - THE MANIFEST DOES NOT "
003800             "BEGIN WITH A HEADER RECORD"
003810         PERFORM 2900-REFUSE
003820             THRU 2900-EXIT
003830         GO TO 2090-CLOSE-MANIFEST
003840     END-IF.
003850     IF SM-CYCLE-DATE NOT = WS-RESTORE-DATE
003860         DISPLAY "CYCREST: REFUSED - THE MANIFEST MOUNTED IS "
003870             "FOR CYCLE " SM-CYCLE-DATE ", NOT "
003880             WS-RESTORE-DATE " - MOUNT THAT CYCLE'S SNAPSHOT "
003890             "GENERATION"
003900         PERFORM 2900-REFUSE
003910             THRU 2900-EXIT
003920         GO TO 2090-CLOSE-MANIFEST
003930     END-IF.
003940     IF NOT SM-CYCLE-NOT-STARTED
003950         DISPLAY "CYCREST: REFUSED - THIS SNAPSHOT OF CYCLE "
003960             SM-CYCLE-DATE " WAS TAKEN AT " SM-SNAP-TIME
003970             " WITH THE CYCLE ALREADY UNDER WAY - MOUNT THE "
003980             "EARLIER GENERATION TAKEN AT ITS FIRST SUBMISSION"
003990         PERFORM 2900-REFUSE
004000             THRU 2900-EXIT
004010         GO TO 2090-CLOSE-MANIFEST
004020     END-IF.
004030     PERFORM 2200-CHECK-MANIFEST-ENTRY
004040         THRU 2200-EXIT
004050         UNTIL MANIFEST-AT-END
004060             OR TRAILER-SEEN.
004070     IF NOT TRAILER-SEEN
004080         DISPLAY "CYCREST: REFUSED - THE MANIFEST HAS NO "
004090             "TRAILER; THE SNAPSHOT WAS CUT SHORT"
004100         PERFORM 2900-REFUSE
004110             THRU 2900-EXIT
004120     END-IF.
004130     PERFORM 2300-CHECK-ENTRY-SEEN
004140         THRU 2300-EXIT
004150         VARYING WS-FX FROM 1 BY 1
004160         UNTIL WS-FX > 5.
004170 2090-CLOSE-MANIFEST.
004180     CLOSE SNAP-MANIFEST.
004190 2000-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230*    2100-READ-MANIFEST - READ WITH AT END HANDLING              *
004240*****************************************************************
004250 2100-READ-MANIFEST.
004260     READ SNAP-MANIFEST
004270         AT END
004280             MOVE "Y" TO WS-MANIFEST-EOF-SWITCH
004290             GO TO 2100-EXIT
004300     END-READ.
004310     IF WS-MANIFEST-STATUS NOT = "00"
004320         DISPLAY "CYCREST: UNABLE TO READ SNAP-MANIFEST, "
004330             "STATUS = " WS-MANIFEST-STATUS
004340         MOVE 12 TO WS-RUN-RC
004350         MOVE "Y" TO WS-REFUSED-SWITCH
004360         MOVE "Y" TO WS-MANIFEST-EOF-SWITCH
004370     END-IF.
004380 2100-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420*    2200-CHECK-MANIFEST-ENTRY - READ THE NEXT RECORD AND TABLE  *
004430*    A FILE ENTRY'S COUNT, OR PROVE THE TRAILER AGAINST THE      *
004440*    ENTRIES SEEN                                                *
004450*****************************************************************
004460 2200-CHECK-MANIFEST-ENTRY.
004470     PERFORM 2100-READ-MANIFEST
004480         THRU 2100-EXIT.
004490     IF MANIFEST-AT-END
004500         GO TO 2200-EXIT
004510     END-IF.
004520     IF SM-CYCLE-DATE NOT = WS-RESTORE-DATE
004530         DISPLAY "CYCREST: REFUSED - MANIFEST RECORD FOR CYCLE "
004540             SM-CYCLE-DATE " INSIDE THE MANIFEST FOR "
004550             WS-RESTORE-DATE
004560         PERFORM 2900-REFUSE
004570             THRU 2900-EXIT
004580         GO TO 2200-EXIT
004590     END-IF.
004600     IF SM-TRAILER-RECORD
004610         MOVE "Y" TO WS-TRAILER-SWITCH
004620         IF SM-RECORD-COUNT NOT = WS-ENTRIES-SEEN
004630             DISPLAY "CYCREST: REFUSED - THE MANIFEST TRAILER "
004640                 "DOES NOT MATCH THE FILE ENTRIES READ"
004650             PERFORM 2900-REFUSE
004660                 THRU 2900-EXIT
004670         END-IF
004680         GO TO 2200-EXIT
004690     END-IF.
004700     IF NOT SM-FILE-RECORD
004710         DISPLAY "CYCREST: REFUSED - UNKNOWN MANIFEST RECORD "
004720             "TYPE " SM-RECORD-TYPE
004730         PERFORM 2900-REFUSE
004740             THRU 2900-EXIT
004750         GO TO 2200-EXIT
004760     END-IF.
004770     ADD 1 TO WS-ENTRIES-SEEN.
004780     MOVE ZERO TO WS-FILE-HIT.
004790     PERFORM 2250-MATCH-FILE-NAME
004800         THRU 2250-EXIT
004810         VARYING WS-SX FROM 1 BY 1
004820         UNTIL WS-SX > 5.
004830     IF WS-FILE-HIT = ZERO
004840         DISPLAY "CYCREST: REFUSED - MANIFEST ENTRY FOR "
004850             "UNKNOWN FILE " SM-FILE-NAME
004860         PERFORM 2900-REFUSE
004870             THRU 2900-EXIT
004880         GO TO 2200-EXIT
004890     END-IF.
004900     IF WS-MANIFEST-SEEN (WS-FILE-HIT) = "Y"
004910         DISPLAY "CYCREST: REFUSED - TWO MANIFEST ENTRIES FOR "
004920             SM-FILE-NAME
004930         PERFORM 2900-REFUSE
004940             THRU 2900-EXIT
004950         GO TO 2200-EXIT
004960     END-IF.
004970     MOVE "Y" TO WS-MANIFEST-SEEN (WS-FILE-HIT).
004980     MOVE SM-RECORD-COUNT TO WS-MANIFEST-COUNT (WS-FILE-HIT).
004990 2200-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030*    2250-MATCH-FILE-NAME - COMPARE ONE TABLE ENTRY AGAINST THE  *
005040*    MANIFEST ENTRY'S FILE NAME                                  *
005050*****************************************************************
005060 2250-MATCH-FILE-NAME.
005070     IF WS-SNAP-FILE-NAME (WS-SX) = SM-FILE-NAME
005080         MOVE WS-SX TO WS-FILE-HIT
005090     END-IF.
005100 2250-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*    2300-CHECK-ENTRY-SEEN - EVERY FILE MUST HAVE HAD ITS ENTRY  *
005150*****************************************************************
005160 2300-CHECK-ENTRY-SEEN.
005170     IF WS-MANIFEST-SEEN (WS-FX) NOT = "Y"
005180         DISPLAY "CYCREST: REFUSED - THE MANIFEST HAS NO ENTRY "
005190             "FOR " WS-SNAP-FILE-NAME (WS-FX)
005200         PERFORM 2900-REFUSE
005210             THRU 2900-EXIT
005220     END-IF.
005230 2300-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270*    2900-REFUSE - REFUSE THE RESTORE WITH RC=8, UNLESS AN I/O   *
005280*    FAILURE HAS ALREADY MADE IT 12                              *
005290*****************************************************************
005300 2900-REFUSE.
005310     MOVE "Y" TO WS-REFUSED-SWITCH.
005320     IF WS-RUN-RC < 8
005330         MOVE 8 TO WS-RUN-RC
005340     END-IF.
005350 2900-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390*    3000-RUN-PASS - ONE PASS OVER EVERY SNAPSHOT FILE.  THE     *
005400*    VERIFY PASS ONLY COUNTS THE RECORDS; THE RESTORE PASS ALSO  *
005410*    WRITES EACH ONE BACK TO ITS FILE.  EITHER WAY EACH FILE'S   *
005420*    COUNT MUST COME OUT EQUAL TO ITS MANIFEST ENTRY             *
005430*****************************************************************
005440 3000-RUN-PASS.
005450     PERFORM 3100-PASS-CUSTOMER-MASTER
005460         THRU 3100-EXIT.
005470     PERFORM 3200-PASS-TICKET-CONTROL
005480         THRU 3200-EXIT.
005490     PERFORM 3300-PASS-DEPARTMENT-MASTER
005500         THRU 3300-EXIT.
005510     PERFORM 3400-PASS-AUDIT-TRAIL
005520         THRU 3400-EXIT.
005530     PERFORM 3500-PASS-CROSS-REFERENCE
005540         THRU 3500-EXIT.
005550 3000-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590*    3100-PASS-CUSTOMER-MASTER - THE CUSTOMER MASTER SNAPSHOT    *
005600*****************************************************************
005610 3100-PASS-CUSTOMER-MASTER.
005620     MOVE 1 TO WS-FX.
005630     MOVE ZERO TO WS-PASS-COUNT.
005640     OPEN INPUT SNAP-CUSTOMER.
005650     IF WS-SNAPCUST-STATUS NOT = "00"
005660         MOVE "OPEN" TO WS-FAIL-ACTION
005670         MOVE "SNAP-CUSTOMER" TO WS-FAIL-FILE
005680         MOVE WS-SNAPCUST-STATUS TO WS-FAIL-STATUS
005690         PERFORM 3800-PASS-IO-FAILURE
005700             THRU 3800-EXIT
005710         GO TO 3100-EXIT
005720     END-IF.
005730     IF RESTORE-PASS
005740         OPEN OUTPUT CUSTOMER-MASTER
005750         IF WS-CUSTMAST-STATUS NOT = "00"
005760             MOVE "OPEN" TO WS-FAIL-ACTION
005770             MOVE "CUSTOMER-MASTER" TO WS-FAIL-FILE
005780             MOVE WS-CUSTMAST-STATUS TO WS-FAIL-STATUS
005790             PERFORM 3800-PASS-IO-FAILURE
005800                 THRU 3800-EXIT
005810         END-IF
005820     END-IF.
005830     MOVE "N" TO WS-COPY-EOF-SWITCH.
005840     PERFORM 3150-PASS-ONE-CUSTOMER
005850         THRU 3150-EXIT
005860         UNTIL COPY-AT-END.
005870     CLOSE SNAP-CUSTOMER.
005880     IF RESTORE-PASS
005890         CLOSE CUSTOMER-MASTER
005900     END-IF.
005910     PERFORM 3900-PROVE-PASS-COUNT
005920         THRU 3900-EXIT.
005930 3100-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    3150-PASS-ONE-CUSTOMER - READ ONE IMAGE, AND ON THE         *
005980*    RESTORE PASS WRITE IT BACK                                  *
005990*****************************************************************
006000 3150-PASS-ONE-CUSTOMER.
006010     READ SNAP-CUSTOMER
006020         AT END
006030             MOVE "Y" TO WS-COPY-EOF-SWITCH
006040             GO TO 3150-EXIT
006050     END-READ.
006060     IF WS-SNAPCUST-STATUS NOT = "00"
006070         MOVE "READ" TO WS-FAIL-ACTION
006080         MOVE "SNAP-CUSTOMER" TO WS-FAIL-FILE
006090         MOVE WS-SNAPCUST-STATUS TO WS-FAIL-STATUS
006100         PERFORM 3800-PASS-IO-FAILURE
006110             THRU 3800-EXIT
006120         GO TO 3150-EXIT
006130     END-IF.
006140     ADD 1 TO WS-PASS-COUNT.
006150     IF VERIFY-PASS
006160         GO TO 3150-EXIT
006170     END-IF.
006180     WRITE CM-RECORD FROM SN-CUSTOMER-IMAGE.
006190     IF WS-CUSTMAST-STATUS NOT = "00"
006200         MOVE "WRITE" TO WS-FAIL-ACTION
006210         MOVE "CUSTOMER-MASTER" TO WS-FAIL-FILE
006220         MOVE WS-CUSTMAST-STATUS TO WS-FAIL-STATUS
006230         PERFORM 3800-PASS-IO-FAILURE
006240             THRU 3800-EXIT
006250     END-IF.
006260 3150-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*    3200-PASS-TICKET-CONTROL - THE TICKET-CONTROL SNAPSHOT      *
006310*****************************************************************
006320 3200-PASS-TICKET-CONTROL.
006330     MOVE 2 TO WS-FX.
006340     MOVE ZERO TO WS-PASS-COUNT.
006350     OPEN INPUT SNAP-CONTROL.
006360     IF WS-SNAPCTL-STATUS NOT = "00"
006370         MOVE "OPEN" TO WS-FAIL-ACTION
006380         MOVE "SNAP-CONTROL" TO WS-FAIL-FILE
006390         MOVE WS-SNAPCTL-STATUS TO WS-FAIL-STATUS
006400         PERFORM 3800-PASS-IO-FAILURE
006410             THRU 3800-EXIT
006420         GO TO 3200-EXIT
006430     END-IF.
006440     IF RESTORE-PASS
006450         OPEN OUTPUT TICKET-CONTROL
006460         IF WS-TKTCTL-STATUS NOT = "00"
006470             MOVE "OPEN" TO WS-FAIL-ACTION
006480             MOVE "TICKET-CONTROL" TO WS-FAIL-FILE
006490             MOVE WS-TKTCTL-STATUS TO WS-FAIL-STATUS
006500             PERFORM 3800-PASS-IO-FAILURE
006510                 THRU 3800-EXIT
006520         END-IF
006530     END-IF.
006540     MOVE "N" TO WS-COPY-EOF-SWITCH.
006550     PERFORM 3250-PASS-ONE-CONTROL
006560         THRU 3250-EXIT
006570         UNTIL COPY-AT-END.
006580     CLOSE SNAP-CONTROL.
006590     IF RESTORE-PASS
006600         CLOSE TICKET-CONTROL
006610     END-IF.
006620     PERFORM 3900-PROVE-PASS-COUNT
006630         THRU 3900-EXIT.
006640 3200-EXIT.
006650     EXIT.
006660
006670*****************************************************************
006680*    3250-PASS-ONE-CONTROL - READ ONE IMAGE, AND ON THE RESTORE  *
006690*    PASS WRITE IT BACK                                          *
006700*****************************************************************
006710 3250-PASS-ONE-CONTROL.
006720     READ SNAP-CONTROL
006730         AT END
006740             MOVE "Y" TO WS-COPY-EOF-SWITCH
006750             GO TO 3250-EXIT
006760     END-READ.
006770     IF WS-SNAPCTL-STATUS NOT = "00"
006780         MOVE "READ" TO WS-FAIL-ACTION
006790         MOVE "SNAP-CONTROL" TO WS-FAIL-FILE
006800         MOVE WS-SNAPCTL-STATUS TO WS-FAIL-STATUS
006810         PERFORM 3800-PASS-IO-FAILURE
006820             THRU 3800-EXIT
006830         GO TO 3250-EXIT
006840     END-IF.
006850     ADD 1 TO WS-PASS-COUNT.
006860     IF VERIFY-PASS
006870         GO TO 3250-EXIT
006880     END-IF.
006890     WRITE TC-CONTROL-RECORD FROM SN-CONTROL-IMAGE.
006900     IF WS-TKTCTL-STATUS NOT = "00"
006910         MOVE "WRITE" TO WS-FAIL-ACTION
006920         MOVE "TICKET-CONTROL" TO WS-FAIL-FILE
006930         MOVE WS-TKTCTL-STATUS TO WS-FAIL-STATUS
006940         PERFORM 3800-PASS-IO-FAILURE
006950             THRU 3800-EXIT
006960     END-IF.
006970 3250-EXIT.
006980     EXIT.
006990
007000*****************************************************************
007010*    3300-PASS-DEPARTMENT-MASTER - THE DEPARTMENT MASTER         *
007020*    SNAPSHOT                                                    *
007030*****************************************************************
007040 3300-PASS-DEPARTMENT-MASTER.
007050     MOVE 3 TO WS-FX.
007060     MOVE ZERO TO WS-PASS-COUNT.
007070     OPEN INPUT SNAP-DEPARTMENT.
007080     IF WS-SNAPDEPT-STATUS NOT = "00"
007090         MOVE "OPEN" TO WS-FAIL-ACTION
007100         MOVE "SNAP-DEPARTMENT" TO WS-FAIL-FILE
007110         MOVE WS-SNAPDEPT-STATUS TO WS-FAIL-STATUS
007120         PERFORM 3800-PASS-IO-FAILURE
007130             THRU 3800-EXIT
007140         GO TO 3300-EXIT
007150     END-IF.
007160     IF RESTORE-PASS
007170         OPEN OUTPUT DEPARTMENT-MASTER
007180         IF WS-DEPTMAST-STATUS NOT = "00"
007190             MOVE "OPEN" TO WS-FAIL-ACTION
007200             MOVE "DEPARTMENT-MASTER" TO WS-FAIL-FILE
007210             MOVE WS-DEPTMAST-STATUS TO WS-FAIL-STATUS
007220             PERFORM 3800-PASS-IO-FAILURE
007230                 THRU 3800-EXIT
007240         END-IF
007250     END-IF.
007260     MOVE "N" TO WS-COPY-EOF-SWITCH.
007270     PERFORM 3350-PASS-ONE-DEPARTMENT
007280         THRU 3350-EXIT
007290         UNTIL COPY-AT-END.
007300     CLOSE SNAP-DEPARTMENT.
007310     IF RESTORE-PASS
007320         CLOSE DEPARTMENT-MASTER
007330     END-IF.
007340     PERFORM 3900-PROVE-PASS-COUNT
007350         THRU 3900-EXIT.
007360 3300-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400*    3350-PASS-ONE-DEPARTMENT - READ ONE IMAGE, AND ON THE       *
007410*    RESTORE PASS WRITE IT BACK                                  *
007420*****************************************************************
007430 3350-PASS-ONE-DEPARTMENT.
007440     READ SNAP-DEPARTMENT
007450         AT END
007460             MOVE "Y" TO WS-COPY-EOF-SWITCH
007470             GO TO 3350-EXIT
007480     END-READ.
007490     IF WS-SNAPDEPT-STATUS NOT = "00"
007500         MOVE "READ" TO WS-FAIL-ACTION
007510         MOVE "SNAP-DEPARTMENT" TO WS-FAIL-FILE
007520         MOVE WS-SNAPDEPT-STATUS TO WS-FAIL-STATUS
007530         PERFORM 3800-PASS-IO-FAILURE
007540             THRU 3800-EXIT
007550         GO TO 3350-EXIT
007560     END-IF.
007570     ADD 1 TO WS-PASS-COUNT.
007580     IF VERIFY-PASS
007590         GO TO 3350-EXIT
007600     END-IF.
007610     WRITE DM-DEPT-RECORD FROM SN-DEPARTMENT-IMAGE.
007620     IF WS-DEPTMAST-STATUS NOT = "00"
007630         MOVE "WRITE" TO WS-FAIL-ACTION
007640         MOVE "DEPARTMENT-MASTER" TO WS-FAIL-FILE
007650         MOVE WS-DEPTMAST-STATUS TO WS-FAIL-STATUS
007660         PERFORM 3800-PASS-IO-FAILURE
007670             THRU 3800-EXIT
007680     END-IF.
007690 3350-EXIT.
007700     EXIT.
007710
007720*****************************************************************
007730*    3400-PASS-AUDIT-TRAIL - THE AUDIT TRAIL SNAPSHOT            *
007740*****************************************************************
007750 3400-PASS-AUDIT-TRAIL.
007760     MOVE 4 TO WS-FX.
007770     MOVE ZERO TO WS-PASS-COUNT.
007780     OPEN INPUT SNAP-AUDIT.
007790     IF WS-SNAPAUD-STATUS NOT = "00"
007800         MOVE "OPEN" TO WS-FAIL-ACTION
007810         MOVE "SNAP-AUDIT" TO WS-FAIL-FILE
007820         MOVE WS-SNAPAUD-STATUS TO WS-FAIL-STATUS
007830         PERFORM 3800-PASS-IO-FAILURE
007840             THRU 3800-EXIT
007850         GO TO 3400-EXIT
007860     END-IF.
007870     IF RESTORE-PASS
007880         OPEN OUTPUT TICKET-AUDIT
007890         IF WS-TKTAUD-STATUS NOT = "00"
007900             MOVE "OPEN" TO WS-FAIL-ACTION
007910             MOVE "TICKET-AUDIT" TO WS-FAIL-FILE
007920             MOVE WS-TKTAUD-STATUS TO WS-FAIL-STATUS
007930             PERFORM 3800-PASS-IO-FAILURE
007940                 THRU 3800-EXIT
007950         END-IF
007960     END-IF.
007970     MOVE "N" TO WS-COPY-EOF-SWITCH.
007980     PERFORM 3450-PASS-ONE-AUDIT
007990         THRU 3450-EXIT
008000         UNTIL COPY-AT-END.
008010     CLOSE SNAP-AUDIT.
008020     IF RESTORE-PASS
008030         CLOSE TICKET-AUDIT
008040     END-IF.
008050     PERFORM 3900-PROVE-PASS-COUNT
008060         THRU 3900-EXIT.
008070 3400-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110*    3450-PASS-ONE-AUDIT - READ ONE IMAGE, AND ON THE RESTORE    *
008120*    PASS WRITE IT BACK                                          *
008130*****************************************************************
008140 3450-PASS-ONE-AUDIT.
008150     READ SNAP-AUDIT
008160         AT END
008170             MOVE "Y" TO WS-COPY-EOF-SWITCH
008180             GO TO 3450-EXIT
008190     END-READ.
008200     IF WS-SNAPAUD-STATUS NOT = "00"
008210         MOVE "READ" TO WS-FAIL-ACTION
008220         MOVE "SNAP-AUDIT" TO WS-FAIL-FILE
008230         MOVE WS-SNAPAUD-STATUS TO WS-FAIL-STATUS
008240         PERFORM 3800-PASS-IO-FAILURE
008250             THRU 3800-EXIT
008260         GO TO 3450-EXIT
008270     END-IF.
008280     ADD 1 TO WS-PASS-COUNT.
008290     IF VERIFY-PASS
008300         GO TO 3450-EXIT
008310     END-IF.
008320     WRITE TA-AUDIT-RECORD FROM SN-AUDIT-IMAGE.
008330     IF WS-TKTAUD-STATUS NOT = "00"
008340         MOVE "WRITE" TO WS-FAIL-ACTION
008350         MOVE "TICKET-AUDIT" TO WS-FAIL-FILE
008360         MOVE WS-TKTAUD-STATUS TO WS-FAIL-STATUS
008370         PERFORM 3800-PASS-IO-FAILURE
008380             THRU 3800-EXIT
008390     END-IF.
008400 3450-EXIT.
008410     EXIT.
008420
008430*****************************************************************
008440*    3500-PASS-CROSS-REFERENCE - THE CUSTOMER CROSS-REFERENCE    *
008450*    SNAPSHOT, TRAILER AND ALL                                   *
008460*****************************************************************
008470 3500-PASS-CROSS-REFERENCE.
008480     MOVE 5 TO WS-FX.
008490     MOVE ZERO TO WS-PASS-COUNT.
008500     OPEN INPUT SNAP-XREF.
008510     IF WS-SNAPXREF-STATUS NOT = "00"
008520         MOVE "OPEN" TO WS-FAIL-ACTION
008530         MOVE "SNAP-XREF" TO WS-FAIL-FILE
008540         MOVE WS-SNAPXREF-STATUS TO WS-FAIL-STATUS
008550         PERFORM 3800-PASS-IO-FAILURE
008560             THRU 3800-EXIT
008570         GO TO 3500-EXIT
008580     END-IF.
008590     IF RESTORE-PASS
008600         OPEN OUTPUT TICKET-XREF
008610         IF WS-XREFOUT-STATUS NOT = "00"
008620             MOVE "OPEN" TO WS-FAIL-ACTION
008630             MOVE "TICKET-XREF" TO WS-FAIL-FILE
008640             MOVE WS-XREFOUT-STATUS TO WS-FAIL-STATUS
008650             PERFORM 3800-PASS-IO-FAILURE
008660                 THRU 3800-EXIT
008670         END-IF
008680     END-IF.
008690     MOVE "N" TO WS-COPY-EOF-SWITCH.
008700     PERFORM 3550-PASS-ONE-XREF
008710         THRU 3550-EXIT
008720         UNTIL COPY-AT-END.
008730     CLOSE SNAP-XREF.
008740     IF RESTORE-PASS
008750         CLOSE TICKET-XREF
008760     END-IF.
008770     PERFORM 3900-PROVE-PASS-COUNT
008780         THRU 3900-EXIT.
008790 3500-EXIT.
008800     EXIT.
008810
008820*****************************************************************
008830*    3550-PASS-ONE-XREF - READ ONE IMAGE, AND ON THE RESTORE     *
008840*    PASS WRITE IT BACK                                          *
008850*****************************************************************
008860 3550-PASS-ONE-XREF.
008870     READ SNAP-XREF
008880         AT END
008890             MOVE "Y" TO WS-COPY-EOF-SWITCH
008900             GO TO 3550-EXIT
008910     END-READ.
008920     IF WS-SNAPXREF-STATUS NOT = "00"
008930         MOVE "READ" TO WS-FAIL-ACTION
008940         MOVE "SNAP-XREF" TO WS-FAIL-FILE
008950         MOVE WS-SNAPXREF-STATUS TO WS-FAIL-STATUS
008960         PERFORM 3800-PASS-IO-FAILURE
008970             THRU 3800-EXIT
008980         GO TO 3550-EXIT
008990     END-IF.
009000     ADD 1 TO WS-PASS-COUNT.
009010     IF VERIFY-PASS
009020         GO TO 3550-EXIT
009030     END-IF.
009040     WRITE TX-XREF-RECORD FROM SN-XREF-IMAGE.
009050     IF WS-XREFOUT-STATUS NOT = "00"
009060         MOVE "WRITE" TO WS-FAIL-ACTION
009070         MOVE "TICKET-XREF" TO WS-FAIL-FILE
009080         MOVE WS-XREFOUT-STATUS TO WS-FAIL-STATUS
009090         PERFORM 3800-PASS-IO-FAILURE
009100             THRU 3800-EXIT
009110     END-IF.
009120 3550-EXIT.
009130     EXIT.
009140
009150*****************************************************************
009160*    3600-JOURNAL-CUSTOMERS - MATCH THE CUSTOMER MASTER          *
009170*    SNAPSHOT AGAINST THE MASTER AS IT STANDS, BOTH IN KEY       *
009180*    ORDER, AND JOURNAL EVERY CUSTOMER THE RESTORE WILL CHANGE,  *
009190*    PUT BACK OR TAKE AWAY.  RUN AFTER EVERY CHECK HAS PASSED    *
009200*    AND BEFORE ANY FILE IS REWRITTEN; A FAILURE HERE REFUSES    *
009210*    THE RESTORE WITH THE FILES UNTOUCHED                        *
009220*****************************************************************
009230 3600-JOURNAL-CUSTOMERS.
009240     ACCEPT WS-CURRENT-TIME FROM TIME.
009250     OPEN INPUT SNAP-CUSTOMER.
009260     IF WS-SNAPCUST-STATUS NOT = "00"
009270         DISPLAY "CYCREST: UNABLE TO OPEN SNAP-CUSTOMER, "
009280             "STATUS = " WS-SNAPCUST-STATUS
009290         MOVE 12 TO WS-RUN-RC
009300         MOVE "Y" TO WS-REFUSED-SWITCH
009310         GO TO 3600-EXIT
009320     END-IF.
009330     OPEN INPUT CUSTOMER-MASTER.
009340     IF WS-CUSTMAST-STATUS NOT = "00"
009350         DISPLAY "CYCREST: UNABLE TO OPEN CUSTOMER-MASTER, "
009360             "STATUS = " WS-CUSTMAST-STATUS
009370         MOVE 12 TO WS-RUN-RC
009380         MOVE "Y" TO WS-REFUSED-SWITCH
009390         CLOSE SNAP-CUSTOMER
009400         GO TO 3600-EXIT
009410     END-IF.
009420     OPEN EXTEND CUSTOMER-JOURNAL.
009430     IF WS-CUSTJRN-STATUS NOT = "00"
009440         AND WS-CUSTJRN-STATUS NOT = "05"
009450         DISPLAY "CYCREST: UNABLE TO OPEN CUSTOMER-JOURNAL, "
009460             "STATUS = " WS-CUSTJRN-STATUS
009470         MOVE 12 TO WS-RUN-RC
009480         MOVE "Y" TO WS-REFUSED-SWITCH
009490         CLOSE SNAP-CUSTOMER
009500         CLOSE CUSTOMER-MASTER
009510         GO TO 3600-EXIT
009520     END-IF.
009530     PERFORM 3610-READ-SNAP-CUSTOMER
009540         THRU 3610-EXIT.
009550     PERFORM 3620-READ-MASTER-CUSTOMER
009560         THRU 3620-EXIT.
009570     PERFORM 3650-MATCH-ONE-CUSTOMER
009580         THRU 3650-EXIT
009590         UNTIL RESTORE-REFUSED
009600             OR (WS-JRN-SNAP-KEY = HIGH-VALUES
009610                 AND WS-JRN-MAST-KEY = HIGH-VALUES).
009620     CLOSE SNAP-CUSTOMER.
009630     CLOSE CUSTOMER-MASTER.
009640     CLOSE CUSTOMER-JOURNAL.
009650     IF RESTORE-REFUSED
009660         DISPLAY "CYCREST: THE CUSTOMER CHANGE JOURNAL MAY HOLD "
009670             "PART OF THIS RESTORE'S ENTRIES"
009680         GO TO 3600-EXIT
009690     END-IF.
009700     MOVE WS-COUNT-JOURNALED TO WS-DISPLAY-COUNT.
009710     DISPLAY "CYCREST: " WS-DISPLAY-COUNT
009720         " CUSTOMER CHANGES JOURNALED".
009730 3600-EXIT.
009740     EXIT.
009750
009760*****************************************************************
009770*    3610-READ-SNAP-CUSTOMER - NEXT SNAPSHOT IMAGE, OR           *
009780*    HIGH-VALUES AT THE END                                      *
009790*****************************************************************
009800 3610-READ-SNAP-CUSTOMER.
009810     READ SNAP-CUSTOMER
009820         AT END
009830             MOVE HIGH-VALUES TO WS-JRN-SNAP-KEY
009840             GO TO 3610-EXIT
009850     END-READ.
009860     IF WS-SNAPCUST-STATUS NOT = "00"
009870         DISPLAY "CYCREST: UNABLE TO READ SNAP-CUSTOMER, "
009880             "STATUS = " WS-SNAPCUST-STATUS
009890         MOVE 12 TO WS-RUN-RC
009900         MOVE "Y" TO WS-REFUSED-SWITCH
009910         MOVE HIGH-VALUES TO WS-JRN-SNAP-KEY
009920         GO TO 3610-EXIT
009930     END-IF.
009940     MOVE SN-CUSTOMER-ID TO WS-JRN-SNAP-KEY.
009950 3610-EXIT.
009960     EXIT.
009970
009980*****************************************************************
009990*    3620-READ-MASTER-CUSTOMER - NEXT MASTER RECORD, OR          *
010000*    HIGH-VALUES AT THE END                                      *
010010*****************************************************************
010020 3620-READ-MASTER-CUSTOMER.
010030     READ CUSTOMER-MASTER
010040         AT END
010050             MOVE HIGH-VALUES TO WS-JRN-MAST-KEY
010060             GO TO 3620-EXIT
010070     END-READ.
010080     IF WS-CUSTMAST-STATUS NOT = "00"
010090         DISPLAY "CYCREST: UNABLE TO READ CUSTOMER-MASTER, "
010100             "STATUS = " WS-CUSTMAST-STATUS
010110         MOVE 12 TO WS-RUN-RC
010120         MOVE "Y" TO WS-REFUSED-SWITCH
010130         MOVE HIGH-VALUES TO WS-JRN-MAST-KEY
010140         GO TO 3620-EXIT
010150     END-IF.
010160     MOVE CM-CUSTOMER-ID TO WS-JRN-MAST-KEY.
010170 3620-EXIT.
010180     EXIT.
010190
010200*****************************************************************
010210*    3650-MATCH-ONE-CUSTOMER - A KEY ONLY ON THE SNAPSHOT IS     *
010220*    PUT BACK (BLANK BEFORE IMAGE), A KEY ONLY ON THE MASTER IS  *
010230*    TAKEN AWAY (BLANK AFTER IMAGE), AND A KEY ON BOTH IS        *
010240*    JOURNALED ONLY WHEN THE TWO IMAGES DIFFER                   *
010250*****************************************************************
010260 3650-MATCH-ONE-CUSTOMER.
010270     IF WS-JRN-SNAP-KEY < WS-JRN-MAST-KEY
010280         MOVE WS-JRN-SNAP-KEY TO WS-JRN-CUSTOMER-ID
010290         MOVE SPACES TO WS-JRN-BEFORE
010300         MOVE SN-CUSTOMER-IMAGE TO WS-JRN-AFTER
010310         PERFORM 3680-WRITE-JOURNAL
010320             THRU 3680-EXIT
010330         PERFORM 3610-READ-SNAP-CUSTOMER
010340             THRU 3610-EXIT
010350         GO TO 3650-EXIT
010360     END-IF.
010370     IF WS-JRN-MAST-KEY < WS-JRN-SNAP-KEY
010380         MOVE WS-JRN-MAST-KEY TO WS-JRN-CUSTOMER-ID
010390         MOVE CM-RECORD TO WS-JRN-BEFORE
010400         MOVE SPACES TO WS-JRN-AFTER
010410         PERFORM 3680-WRITE-JOURNAL
010420             THRU 3680-EXIT
010430         PERFORM 3620-READ-MASTER-CUSTOMER
010440             THRU 3620-EXIT
010450         GO TO 3650-EXIT
010460     END-IF.
010470     IF SN-CUSTOMER-IMAGE NOT = CM-RECORD
010480         MOVE WS-JRN-SNAP-KEY TO WS-JRN-CUSTOMER-ID
010490         MOVE CM-RECORD TO WS-JRN-BEFORE
010500         MOVE SN-CUSTOMER-IMAGE TO WS-JRN-AFTER
010510         PERFORM 3680-WRITE-JOURNAL
010520             THRU 3680-EXIT
010530     END-IF.
010540     PERFORM 3610-READ-SNAP-CUSTOMER
010550         THRU 3610-EXIT.
010560     PERFORM 3620-READ-MASTER-CUSTOMER
010570         THRU 3620-EXIT.
010580 3650-EXIT.
010590     EXIT.
010600
010610*****************************************************************
010620*    3680-WRITE-JOURNAL - APPEND ONE TYPE-R JOURNAL ENTRY FROM   *
010630*    THE IMAGES SET BY THE CALLER                                *
010640*****************************************************************
010650 3680-WRITE-JOURNAL.
010660     MOVE SPACES TO CJ-JOURNAL-RECORD.
010670     MOVE WS-JRN-CUSTOMER-ID TO CJ-CUSTOMER-ID.
010680     MOVE "CYCREST" TO CJ-PROGRAM-ID.
010690     MOVE WS-CURRENT-DATE TO CJ-CHANGE-DATE.
010700     MOVE WS-CURRENT-TIME TO CJ-CHANGE-TIME.
010710     MOVE "R" TO CJ-ACTION.
010720     MOVE "ROLLBACK" TO CJ-ACTION-DETAIL.
010730     MOVE WS-JRN-BEFORE TO CJ-BEFORE-IMAGE.
010740     MOVE WS-JRN-AFTER TO CJ-AFTER-IMAGE.
010750     WRITE CJ-JOURNAL-RECORD.
010760     IF WS-CUSTJRN-STATUS NOT = "00"
010770         DISPLAY "CYCREST: UNABLE TO WRITE CUSTOMER-JOURNAL, "
010780             "STATUS = " WS-CUSTJRN-STATUS
010790         MOVE 12 TO WS-RUN-RC
010800         MOVE "Y" TO WS-REFUSED-SWITCH
010810         GO TO 3680-EXIT
010820     END-IF.
010830     ADD 1 TO WS-COUNT-JOURNALED.
010840 3680-EXIT.
010850     EXIT.
010860*****************************************************************
010870*    3700-CHECK-TARGETS - OPEN AND CLOSE EVERY FILE TO BE        *
010880*    RESTORED, READ-ONLY, SO A FILE THAT CANNOT BE OPENED        *
010890*    REFUSES THE RESTORE BEFORE ANY FILE HAS BEEN REWRITTEN      *
010900*****************************************************************
010910 3700-CHECK-TARGETS.
010920     OPEN INPUT CUSTOMER-MASTER.
010930     IF WS-CUSTMAST-STATUS NOT = "00"
010940         DISPLAY "CYCREST: UNABLE TO OPEN CUSTOMER-MASTER, "
010950             "STATUS = " WS-CUSTMAST-STATUS
010960         MOVE 12 TO WS-RUN-RC
010970         MOVE "Y" TO WS-REFUSED-SWITCH
010980     ELSE
010990         CLOSE CUSTOMER-MASTER
011000     END-IF.
011010     OPEN INPUT TICKET-CONTROL.
011020     IF WS-TKTCTL-STATUS NOT = "00"
011030         DISPLAY "CYCREST: UNABLE TO OPEN TICKET-CONTROL, "
011040             "STATUS = " WS-TKTCTL-STATUS
011050         MOVE 12 TO WS-RUN-RC
011060         MOVE "Y" TO WS-REFUSED-SWITCH
011070     ELSE
011080         CLOSE TICKET-CONTROL
011090     END-IF.
011100     OPEN INPUT DEPARTMENT-MASTER.
011110     IF WS-DEPTMAST-STATUS NOT = "00"
011120         DISPLAY "CYCREST: UNABLE TO OPEN DEPARTMENT-MASTER, "
011130             "STATUS = " WS-DEPTMAST-STATUS
011140         MOVE 12 TO WS-RUN-RC
011150         MOVE "Y" TO WS-REFUSED-SWITCH
011160     ELSE
011170         CLOSE DEPARTMENT-MASTER
011180     END-IF.
011190     OPEN INPUT TICKET-AUDIT.
011200     IF WS-TKTAUD-STATUS NOT = "00"
011210         DISPLAY "CYCREST: UNABLE TO OPEN TICKET-AUDIT, "
011220             "STATUS = " WS-TKTAUD-STATUS
011230         MOVE 12 TO WS-RUN-RC
011240         MOVE "Y" TO WS-REFUSED-SWITCH
011250     ELSE
011260         CLOSE TICKET-AUDIT
011270     END-IF.
011280     OPEN INPUT TICKET-XREF.
011290     IF WS-XREFOUT-STATUS NOT = "00"
011300         DISPLAY "CYCREST: UNABLE TO OPEN TICKET-XREF, "
011310             "STATUS = " WS-XREFOUT-STATUS
011320         MOVE 12 TO WS-RUN-RC
011330         MOVE "Y" TO WS-REFUSED-SWITCH
011340     ELSE
011350         CLOSE TICKET-XREF
011360     END-IF.
011370 3700-EXIT.
011380     EXIT.
011390
011400*****************************************************************
011410*    3800-PASS-IO-FAILURE - ON THE VERIFY PASS AN I/O FAILURE    *
011420*    REFUSES THE RESTORE (RC=12) AND ENDS THE FILE'S PASS.  ON   *
011430*    THE RESTORE PASS IT ABANDONS THE RUN, LISTING THE FILES     *
011440*    ALREADY PUT BACK SO THE OPERATOR KNOWS THE SET IS SPLIT     *
011450*****************************************************************
011460 3800-PASS-IO-FAILURE.
011470     DISPLAY "CYCREST: UNABLE TO " WS-FAIL-ACTION " "
011480         WS-FAIL-FILE ", STATUS = " WS-FAIL-STATUS.
011490     MOVE "Y" TO WS-COPY-EOF-SWITCH.
011500     MOVE 12 TO WS-RUN-RC.
011510     IF VERIFY-PASS
011520         MOVE "Y" TO WS-REFUSED-SWITCH
011530         GO TO 3800-EXIT
011540     END-IF.
011550     DISPLAY "CYCREST: RESTORE OF CYCLE " WS-RESTORE-DATE
011560         " INCOMPLETE - THE FILES ARE NOW OUT OF STEP WITH "
011570         "EACH OTHER.  DO NOT RUN THE CYCLE; CORRECT THE "
011580         "FAILURE AND RUN THIS RESTORE AGAIN".
011590     PERFORM 3850-LIST-RESTORED-FILE
011600         THRU 3850-EXIT
011610         VARYING WS-SX FROM 1 BY 1
011620         UNTIL WS-SX >= WS-FX.
011630     PERFORM 8000-FINALIZE
011640         THRU 8000-EXIT.
011650     STOP RUN.
011660 3800-EXIT.
011670     EXIT.
011680
011690*****************************************************************
011700*    3850-LIST-RESTORED-FILE - NAME ONE FILE ALREADY PUT BACK    *
011710*****************************************************************
011720 3850-LIST-RESTORED-FILE.
011730     DISPLAY "CYCREST: ALREADY RESTORED - "
011740         WS-SNAP-FILE-NAME (WS-SX).
011750 3850-EXIT.
011760     EXIT.
011770
011780*****************************************************************
011790*    3900-PROVE-PASS-COUNT - THE FILE'S COUNT FOR THIS PASS      *
011800*    MUST EQUAL ITS MANIFEST ENTRY.  ON THE VERIFY PASS A        *
011810*    DIFFERENCE REFUSES THE RESTORE                              *
011820*****************************************************************
011830 3900-PROVE-PASS-COUNT.
011840     IF VERIFY-PASS
011850         MOVE WS-PASS-COUNT TO WS-VERIFIED-COUNT (WS-FX)
011860         ADD WS-PASS-COUNT TO WS-COUNT-READ
011870     ELSE
011880         MOVE WS-PASS-COUNT TO WS-RESTORED-COUNT (WS-FX)
011890         ADD WS-PASS-COUNT TO WS-COUNT-RESTORED
011900     END-IF.
011910     MOVE WS-PASS-COUNT TO WS-DISPLAY-COUNT.
011920     MOVE WS-MANIFEST-COUNT (WS-FX) TO WS-DISPLAY-EXPECTED.
011930     IF WS-PASS-COUNT = WS-MANIFEST-COUNT (WS-FX)
011940         IF RESTORE-PASS
011950             DISPLAY "CYCREST: " WS-SNAP-FILE-NAME (WS-FX) " "
011960                 WS-DISPLAY-COUNT " RECORDS RESTORED"
011970         END-IF
011980         GO TO 3900-EXIT
011990     END-IF.
012000     IF VERIFY-PASS
012010         DISPLAY "CYCREST: REFUSED - SNAPSHOT OF "
012020             WS-SNAP-FILE-NAME (WS-FX) " HOLDS "
012030             WS-DISPLAY-COUNT " RECORDS, MANIFEST SAYS "
012040             WS-DISPLAY-EXPECTED
012050         PERFORM 2900-REFUSE
012060             THRU 2900-EXIT
012070     ELSE
012080         DISPLAY "CYCREST: " WS-SNAP-FILE-NAME (WS-FX)
012090             " RESTORED " WS-DISPLAY-COUNT
012100             " RECORDS, MANIFEST SAYS " WS-DISPLAY-EXPECTED
012110         MOVE 12 TO WS-RUN-RC
012120     END-IF.
012130 3900-EXIT.
012140     EXIT.
012150
012160*****************************************************************
012170*    5000-RESET-CYCLE-CONTROL - CLEAR EVERY STEP STATUS ON THE   *
012180*    RESTORED CYCLE'S RECORD, AS THE RERUN OVERRIDE DOES, SO     *
012190*    THE CYCLE MAY BE SUBMITTED AGAIN FROM THE TOP               *
012200*****************************************************************
012210 5000-RESET-CYCLE-CONTROL.
012220     OPEN I-O CYCLE-CONTROL.
012230     IF WS-CYCCTL-STATUS NOT = "00"
012240         AND WS-CYCCTL-STATUS NOT = "05"
012250         DISPLAY "CYCREST: UNABLE TO OPEN CYCLE-CONTROL, "
012260             "STATUS = " WS-CYCCTL-STATUS
012270             " - FILES RESTORED BUT THE CYCLE RECORD WAS NOT "
012280             "RESET"
012290         MOVE 12 TO WS-RUN-RC
012300         GO TO 5000-EXIT
012310     END-IF.
012320     PERFORM 5100-READ-CYCLE-RECORD
012330         THRU 5100-EXIT
012340         UNTIL CYCLE-RECORD-FOUND
012350             OR CONTROL-AT-END.
012360     IF NOT CYCLE-RECORD-FOUND
012370         DISPLAY "CYCREST: NO CYCLE RECORD FOR "
012380             WS-RESTORE-DATE " - NOTHING TO RESET"
012390         GO TO 5090-CLOSE-CONTROL
012400     END-IF.
012410     PERFORM 5200-CLEAR-ONE-STATUS
012420         THRU 5200-EXIT
012430         VARYING WS-SX FROM 1 BY 1
012440         UNTIL WS-SX > 5.
012450     REWRITE CY-CYCLE-RECORD.
012460     IF WS-CYCCTL-STATUS NOT = "00"
012470         DISPLAY "CYCREST: UNABLE TO REWRITE CYCLE-CONTROL, "
012480             "STATUS = " WS-CYCCTL-STATUS
012490             " - FILES RESTORED BUT THE CYCLE RECORD WAS NOT "
012500             "RESET"
012510         MOVE 12 TO WS-RUN-RC
012520         GO TO 5090-CLOSE-CONTROL
012530     END-IF.
012540     DISPLAY "CYCREST: CYCLE " WS-RESTORE-DATE
012550         " RESET - THE CYCLE MAY BE SUBMITTED AGAIN".
012560 5090-CLOSE-CONTROL.
012570     CLOSE CYCLE-CONTROL.
012580 5000-EXIT.
012590     EXIT.
012600
012610*****************************************************************
012620*    5100-READ-CYCLE-RECORD - READ ONE RECORD WITH AT END        *
012630*    HANDLING, STOPPING ON THE RESTORED CYCLE'S                  *
012640*****************************************************************
012650 5100-READ-CYCLE-RECORD.
012660     READ CYCLE-CONTROL
012670         AT END
012680             MOVE "Y" TO WS-CTL-EOF-SWITCH
012690             GO TO 5100-EXIT
012700     END-READ.
012710     IF CY-CYCLE-DATE = WS-RESTORE-DATE
012720         MOVE "Y" TO WS-CYCLE-FOUND-SWITCH
012730     END-IF.
012740 5100-EXIT.
012750     EXIT.
012760
012770*****************************************************************
012780*    5200-CLEAR-ONE-STATUS - CLEAR ONE STEP'S STATUS BYTE        *
012790*****************************************************************
012800 5200-CLEAR-ONE-STATUS.
012810     MOVE SPACE TO CY-STEP-STATUS (WS-SX).
012820 5200-EXIT.
012830     EXIT.
012840
012850*****************************************************************
012860*    8000-FINALIZE - POST THE VERDICT AND LOG THE RUN            *
012870*****************************************************************
012880 8000-FINALIZE.
012890     IF WS-RUN-RC = ZERO
012900         DISPLAY "CYCREST: CYCLE " WS-RESTORE-DATE
012910             " RESTORED FROM ITS SNAPSHOT - RESUBMIT NITECYCL"
012920     END-IF.
012930     MOVE WS-RUN-RC TO RETURN-CODE.
012940     PERFORM 9000-WRITE-RUN-LOG
012950         THRU 9000-EXIT.
012960 8000-EXIT.
012970     EXIT.
012980
012990*****************************************************************
013000*    9000-WRITE-RUN-LOG - APPEND THIS STEP'S COMMON RUN-LOG      *
013010*    RECORD.  THE LOG IS ADVISORY - A FAILURE TO WRITE IT IS     *
013020*    REPORTED BUT DOES NOT FAIL THE STEP                         *
013030*****************************************************************
013040 9000-WRITE-RUN-LOG.
013050     OPEN EXTEND RUN-LOG.
013060     IF WS-RUNLOG-STATUS NOT = "00"
013070         DISPLAY "CYCREST: UNABLE TO OPEN RUN-LOG, "
013080             "STATUS = " WS-RUNLOG-STATUS
013090             " - STEP CONTINUES WITHOUT A LOG ENTRY"
013100         GO TO 9000-EXIT
013110     END-IF.
013120     ACCEPT WS-STEP-STOP-TIME FROM TIME.
013130     MOVE SPACES TO RL-RUN-LOG-RECORD.
013140     MOVE "CYCREST" TO RL-PROGRAM-ID.
013150     MOVE WS-CURRENT-DATE TO RL-RUN-DATE.
013160     MOVE WS-STEP-START-TIME TO RL-START-TIME.
013170     MOVE WS-STEP-STOP-TIME TO RL-STOP-TIME.
013180     MOVE WS-COUNT-READ TO RL-RECORDS-READ.
013190     MOVE WS-COUNT-RESTORED TO RL-RECORDS-WRITTEN.
013200     MOVE ZERO TO RL-RECORDS-REJECTED.
013210     MOVE WS-RESTORE-DATE TO RL-RESTORED-CYCLE.
013220     MOVE RETURN-CODE TO RL-RETURN-CODE.
013230     WRITE RL-RUN-LOG-RECORD.
013240     IF WS-RUNLOG-STATUS NOT = "00"
013250         DISPLAY "CYCREST: UNABLE TO WRITE RUN-LOG, "
013260             "STATUS = " WS-RUNLOG-STATUS
013270     END-IF.
013280     CLOSE RUN-LOG.
013290 9000-EXIT.
013300     EXIT.
