000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CYCSNAP.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    PRE-CYCLE SNAPSHOT.                                        *
000100*                                                                *
000110*    RUN AS THE FIRST STEP OF NITECYCL, AHEAD OF EVERY GATE.     *
000120*    COPIES EACH FILE THE CYCLE UPDATES - THE CUSTOMER MASTER,   *
000130*    THE TICKET-CONTROL FILE, THE DEPARTMENT MASTER, THE AUDIT   *
000140*    TRAIL AND THE CUSTOMER CROSS-REFERENCE - RECORD FOR RECORD  *
000150*    TO A NEW GENERATION OF ITS SNAPSHOT FILE, AND WRITES A      *
000160*    MANIFEST GENERATION (SNAPMAN) CARRYING THE CYCLE DATE AND   *
000170*    THE NUMBER OF RECORDS COPIED FROM EACH FILE.  THE COUNTS    *
000180*    ARE TAKEN FROM THE COPY ITSELF, SO THE MANIFEST AND THE     *
000190*    SNAPSHOT CANNOT DISAGREE.  THE RESTORE RUN (CYCREST) PUTS   *
000200*    THE WHOLE SET BACK FROM ONE MANIFEST GENERATION.            *
000210*                                                                *
000220*    THE CYCLE-CONTROL FILE IS READ, NOT UPDATED.  WHEN ANY      *
000230*    STEP OF TODAY'S CYCLE HAS ALREADY STARTED - A SECOND        *
000240*    SUBMISSION, OR A RESTART AFTER A FAILURE - THE SNAPSHOT     *
000250*    IS STILL TAKEN BUT THE MANIFEST MARKS IT UNDER WAY AND THE  *
000260*    STEP RETURNS 4.  SUCH A SNAPSHOT HOLDS PART OF THE CYCLE'S  *
000270*    WORK AND CYCREST WILL NOT RESTORE FROM IT; THE GENERATION   *
000280*    TAKEN AT THE CYCLE'S FIRST SUBMISSION STANDS.               *
000290*                                                                *
000300*    RETURN CODES: 0 SNAPSHOT TAKEN, 4 TAKEN WITH THE CYCLE      *
000310*    ALREADY UNDER WAY, 12 I/O FAILURE (THE MANIFEST IS LEFT     *
000320*    WITHOUT ITS TRAILER AND CANNOT BE RESTORED FROM).           *
000330*                                                                *
000340*    MODIFICATION HISTORY.                                       *
000350*    2026-10-15  RVS  INITIAL VERSION.                           *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM.
000400 OBJECT-COMPUTER.   IBM.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS CM-CUSTOMER-ID
000470         FILE STATUS IS WS-CUSTMAST-STATUS.
000480     SELECT TICKET-CONTROL ASSIGN TO TKTCTL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS TC-SERIES-CODE
000520         FILE STATUS IS WS-TKTCTL-STATUS.
000530     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS DM-DEPT-ID
000570         FILE STATUS IS WS-DEPTMAST-STATUS.
000580     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-TKTAUD-STATUS.
000610     SELECT TICKET-XREF ASSIGN TO XREFIN
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-XREFIN-STATUS.
000640     SELECT SNAP-CUSTOMER ASSIGN TO SNAPCUST
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SNAPCUST-STATUS.
000670     SELECT SNAP-CONTROL ASSIGN TO SNAPCTL
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-SNAPCTL-STATUS.
000700     SELECT SNAP-DEPARTMENT ASSIGN TO SNAPDEPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SNAPDEPT-STATUS.
000730     SELECT SNAP-AUDIT ASSIGN TO SNAPAUD
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-SNAPAUD-STATUS.
000760     SELECT SNAP-XREF ASSIGN TO SNAPXREF
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-SNAPXREF-STATUS.
000790     SELECT SNAP-MANIFEST ASSIGN TO MANIFEST
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-MANIFEST-STATUS.
000820     SELECT OPTIONAL CYCLE-CONTROL ASSIGN TO CYCCTL
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-CYCCTL-STATUS.
000850     SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-RUNLOG-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  CUSTOMER-MASTER.
000920     COPY CUSTNAME REPLACING
000930         ==CN-RECORD== BY ==CM-RECORD==
000940         ==CN-CUSTOMER-ID== BY ==CM-CUSTOMER-ID==
000950         ==CN-CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
000960         ==CN-STATUS== BY ==CM-STATUS==
000970         ==CN-STATUS-ACTIVE== BY ==CM-STATUS-ACTIVE==
000980         ==CN-STATUS-INACTIVE== BY ==CM-STATUS-INACTIVE==
000990         ==CN-ADDR-LINE-1== BY ==CM-ADDR-LINE-1==
001000         ==CN-ADDR-LINE-2== BY ==CM-ADDR-LINE-2==
001010         ==CN-ADDR-CITY== BY ==CM-ADDR-CITY==
001020         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
001030         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
001040
001050 FD  TICKET-CONTROL.
001060     COPY TKTCTL.
001070
001080 FD  DEPARTMENT-MASTER.
001090     COPY DEPTMST.
001100
001110 FD  TICKET-AUDIT
001120     RECORDING MODE IS F.
001130     COPY TKTAUD.
001140
001150 FD  TICKET-XREF
001160     RECORDING MODE IS F.
001170     COPY TKTXREF.
001180
001190*****************************************************************
001200*    SNAPSHOT FILES - EACH RECORD IS AN UNALTERED IMAGE OF THE   *
001210*    SOURCE RECORD, SO EACH IS AS LONG AS ITS SOURCE LAYOUT      *
001220*****************************************************************
001230 FD  SNAP-CUSTOMER
001240     RECORDING MODE IS F.
001250 01  SN-CUSTOMER-IMAGE               PIC X(140).
001260
001270 FD  SNAP-CONTROL
001280     RECORDING MODE IS F.
001290 01  SN-CONTROL-IMAGE                PIC X(41).
001300
001310 FD  SNAP-DEPARTMENT
001320     RECORDING MODE IS F.
001330 01  SN-DEPARTMENT-IMAGE             PIC X(64).
001340
001350 FD  SNAP-AUDIT
001360     RECORDING MODE IS F.
001370 01  SN-AUDIT-IMAGE                  PIC X(58).
001380
001390 FD  SNAP-XREF
001400     RECORDING MODE IS F.
001410 01  SN-XREF-IMAGE                   PIC X(32).
001420
001430 FD  SNAP-MANIFEST
001440     RECORDING MODE IS F.
001450     COPY SNAPMAN.
001460
001470 FD  CYCLE-CONTROL
001480     RECORDING MODE IS F.
001490     COPY CYCCTL.
001500
001510 FD  RUN-LOG
001520     RECORDING MODE IS F.
001530     COPY RUNLOG.
001540
001550 WORKING-STORAGE SECTION.
001560*****************************************************************
001570*    FILE STATUS AND SWITCHES                                    *
001580*****************************************************************
001590 77  WS-CUSTMAST-STATUS              PIC X(02).
001600 77  WS-TKTCTL-STATUS                PIC X(02).
001610 77  WS-DEPTMAST-STATUS              PIC X(02).
001620 77  WS-TKTAUD-STATUS                PIC X(02).
001630 77  WS-XREFIN-STATUS                PIC X(02).
001640 77  WS-SNAPCUST-STATUS              PIC X(02).
001650 77  WS-SNAPCTL-STATUS               PIC X(02).
001660 77  WS-SNAPDEPT-STATUS              PIC X(02).
001670 77  WS-SNAPAUD-STATUS               PIC X(02).
001680 77  WS-SNAPXREF-STATUS              PIC X(02).
001690 77  WS-MANIFEST-STATUS              PIC X(02).
001700 77  WS-CYCCTL-STATUS                PIC X(02).
001710 77  WS-RUNLOG-STATUS                PIC X(02).
001720 77  WS-COPY-EOF-SWITCH              PIC X(01)   VALUE "N".
001730     88  COPY-AT-END                             VALUE "Y".
001740 77  WS-CTL-EOF-SWITCH               PIC X(01)   VALUE "N".
001750     88  CONTROL-AT-END                          VALUE "Y".
001760 77  WS-CYCLE-STATE                  PIC X(01)   VALUE "N".
001770     88  CYCLE-UNDER-WAY                         VALUE "U".
001780
001790*****************************************************************
001800*    THE FILES COPIED, IN COPY ORDER, WITH THE RECORDS COPIED    *
001810*    FROM EACH.  THE NAMES ARE THE DD NAMES THE MANIFEST AND     *
001820*    CYCREST KNOW THEM BY                                        *
001830*****************************************************************
001840 01  WS-SNAP-FILE-NAMES.
001850     05  FILLER                      PIC X(08)   VALUE "CUSTMAST".
001860     05  FILLER                      PIC X(08)   VALUE "TKTCTL".
001870     05  FILLER                      PIC X(08)   VALUE "DEPTMAST".
001880     05  FILLER                      PIC X(08)   VALUE "TKTAUD".
001890     05  FILLER                      PIC X(08)   VALUE "CUSTXREF".
001900 01  WS-SNAP-FILE-NAMES-R REDEFINES WS-SNAP-FILE-NAMES.
001910     05  WS-SNAP-FILE-NAME           PIC X(08)   OCCURS 5 TIMES.
001920 01  WS-SNAP-COUNTS.
001930     05  WS-SNAP-COUNT               PIC 9(09)   COMP
001940                                                 OCCURS 5 TIMES.
001950 77  WS-FX                           PIC 9(02)   COMP   VALUE ZERO.
001960 77  WS-SX                           PIC 9(02)   COMP   VALUE ZERO.
001970 77  WS-COUNT-TOTAL                  PIC 9(09)   COMP   VALUE ZERO.
001980 77  WS-DISPLAY-COUNT                PIC ZZZ,ZZZ,ZZ9.
001990
002000*****************************************************************
002010*    CURRENT DATE AND STEP TIMES                                 *
002020*****************************************************************
002030 77  WS-CURRENT-DATE                 PIC X(08).
002040 77  WS-STEP-START-TIME              PIC X(08).
002050 77  WS-STEP-STOP-TIME               PIC X(08).
002060
002070 PROCEDURE DIVISION.
002080*****************************************************************
002090*    0000-MAINLINE                                               *
002100*****************************************************************
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE
002130         THRU 1000-EXIT.
002140     PERFORM 2000-CHECK-CYCLE-STATE
002150         THRU 2000-EXIT.
002160     PERFORM 3000-COPY-CUSTOMER-MASTER
002170         THRU 3000-EXIT.
002180     PERFORM 3100-COPY-TICKET-CONTROL
002190         THRU 3100-EXIT.
002200     PERFORM 3200-COPY-DEPARTMENT-MASTER
002210         THRU 3200-EXIT.
002220     PERFORM 3300-COPY-AUDIT-TRAIL
002230         THRU 3300-EXIT.
002240     PERFORM 3400-COPY-CROSS-REFERENCE
002250         THRU 3400-EXIT.
002260     PERFORM 4000-WRITE-MANIFEST
002270         THRU 4000-EXIT.
002280     PERFORM 8000-FINALIZE
002290         THRU 8000-EXIT.
002300     STOP RUN.
002310
002320*****************************************************************
002330*    1000-INITIALIZE - TAKE THE CYCLE DATE AND START TIME        *
002340*****************************************************************
002350 1000-INITIALIZE.
002360     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002370     ACCEPT WS-STEP-START-TIME FROM TIME.
002380     INITIALIZE WS-SNAP-COUNTS.
002390 1000-EXIT.
002400     EXIT.
002410
002420*****************************************************************
002430*    2000-CHECK-CYCLE-STATE - READ TODAY'S CYCLE-CONTROL         *
002440*    RECORD, IF ANY, AND NOTE WHETHER ANY STEP HAS ALREADY       *
002450*    STARTED.  NO FILE YET, OR NO RECORD FOR TODAY, MEANS THE    *
002460*    CYCLE HAS NOT STARTED                                       *
002470*****************************************************************
002480 2000-CHECK-CYCLE-STATE.
002490     OPEN INPUT CYCLE-CONTROL.
002500     IF WS-CYCCTL-STATUS NOT = "00"
002510         AND WS-CYCCTL-STATUS NOT = "05"
002520         DISPLAY "CYCSNAP: UNABLE TO OPEN CYCLE-CONTROL, "
002530             "STATUS = " WS-CYCCTL-STATUS
002540         MOVE 12 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     PERFORM 2100-READ-CYCLE-RECORD
002580         THRU 2100-EXIT
002590         UNTIL CONTROL-AT-END.
002600     CLOSE CYCLE-CONTROL.
002610     IF CYCLE-UNDER-WAY
002620         DISPLAY "CYCSNAP: CYCLE " WS-CURRENT-DATE
002630             " IS ALREADY UNDER WAY - THIS SNAPSHOT IS MARKED "
002640             "UNDER WAY AND CANNOT BE RESTORED FROM.  THE "
002650             "SNAPSHOT TAKEN AT THE CYCLE'S FIRST SUBMISSION "
002660             "STANDS"
002670     END-IF.
002680 2000-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002720*    2100-READ-CYCLE-RECORD - READ ONE RECORD WITH AT END        *
002730*    HANDLING, CHECKING TODAY'S STEP STATUSES                    *
002740*****************************************************************
002750 2100-READ-CYCLE-RECORD.
002760     READ CYCLE-CONTROL
002770         AT END
002780             MOVE "Y" TO WS-CTL-EOF-SWITCH
002790             GO TO 2100-EXIT
002800     END-READ.
002810     IF CY-CYCLE-DATE = WS-CURRENT-DATE
002820         PERFORM 2200-CHECK-ONE-STEP
002830             THRU 2200-EXIT
002840             VARYING WS-SX FROM 1 BY 1
002850             UNTIL WS-SX > 5
002860     END-IF.
002870 2100-EXIT.
002880     EXIT.
002890
002900*****************************************************************
002910*    2200-CHECK-ONE-STEP - ANY STATUS BUT NOT-RUN MEANS THE      *
002920*    CYCLE IS UNDER WAY                                          *
002930*****************************************************************
002940 2200-CHECK-ONE-STEP.
002950     IF NOT CY-STEP-NOT-RUN (WS-SX)
002960         MOVE "U" TO WS-CYCLE-STATE
002970     END-IF.
002980 2200-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020*    3000-COPY-CUSTOMER-MASTER - COPY THE CUSTOMER MASTER IN     *
003030*    KEY ORDER TO ITS SNAPSHOT GENERATION                        *
003040*****************************************************************
003050 3000-COPY-CUSTOMER-MASTER.
003060     OPEN INPUT CUSTOMER-MASTER.
003070     IF WS-CUSTMAST-STATUS NOT = "00"
003080         DISPLAY "CYCSNAP: UNABLE TO OPEN CUSTOMER-MASTER, "
003090             "STATUS = " WS-CUSTMAST-STATUS
003100         MOVE 12 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     OPEN OUTPUT SNAP-CUSTOMER.
003140     IF WS-SNAPCUST-STATUS NOT = "00"
003150         DISPLAY "CYCSNAP: UNABLE TO OPEN SNAP-CUSTOMER, "
003160             "STATUS = " WS-SNAPCUST-STATUS
003170         MOVE 12 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     MOVE "N" TO WS-COPY-EOF-SWITCH.
003210     PERFORM 3050-COPY-ONE-CUSTOMER
003220         THRU 3050-EXIT
003230         UNTIL COPY-AT-END.
003240     CLOSE CUSTOMER-MASTER
003250           SNAP-CUSTOMER.
003260 3000-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*    3050-COPY-ONE-CUSTOMER - READ ONE MASTER RECORD AND WRITE   *
003310*    ITS IMAGE                                                   *
003320*****************************************************************
003330 3050-COPY-ONE-CUSTOMER.
003340     READ CUSTOMER-MASTER
003350         AT END
003360             MOVE "Y" TO WS-COPY-EOF-SWITCH
003370             GO TO 3050-EXIT
003380     END-READ.
003390     IF WS-CUSTMAST-STATUS NOT = "00"
003400         DISPLAY "CYCSNAP: UNABLE TO READ CUSTOMER-MASTER, "
003410             "STATUS = " WS-CUSTMAST-STATUS
003420         MOVE 12 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450     WRITE SN-CUSTOMER-IMAGE FROM CM-RECORD.
003460     IF WS-SNAPCUST-STATUS NOT = "00"
003470         DISPLAY "CYCSNAP: UNABLE TO WRITE SNAP-CUSTOMER, "
003480             "STATUS = " WS-SNAPCUST-STATUS
003490         MOVE 12 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     ADD 1 TO WS-SNAP-COUNT (1).
003530 3050-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570*    3100-COPY-TICKET-CONTROL - COPY THE TICKET-CONTROL FILE     *
003580*    IN KEY ORDER TO ITS SNAPSHOT GENERATION                     *
003590*****************************************************************
003600 3100-COPY-TICKET-CONTROL.
003610     OPEN INPUT TICKET-CONTROL.
003620     IF WS-TKTCTL-STATUS NOT = "00"
003630         DISPLAY "CYCSNAP: UNABLE TO OPEN TICKET-CONTROL, "
003640             "STATUS = " WS-TKTCTL-STATUS
003650         MOVE 12 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     OPEN OUTPUT SNAP-CONTROL.
003690     IF WS-SNAPCTL-STATUS NOT = "00"
003700         DISPLAY "CYCSNAP: UNABLE TO OPEN SNAP-CONTROL, "
003710             "STATUS = " WS-SNAPCTL-STATUS
003720         MOVE 12 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     MOVE "N" TO WS-COPY-EOF-SWITCH.
003760     PERFORM 3150-COPY-ONE-CONTROL
003770         THRU 3150-EXIT
003780         UNTIL COPY-AT-END.
003790     CLOSE TICKET-CONTROL
003800           SNAP-CONTROL.
003810 3100-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850*    3150-COPY-ONE-CONTROL - READ ONE CONTROL RECORD AND WRITE   *
003860*    ITS IMAGE                                                   *
003870*****************************************************************
003880 3150-COPY-ONE-CONTROL.
003890     READ TICKET-CONTROL
003900         AT END
003910             MOVE "Y" TO WS-COPY-EOF-SWITCH
003920             GO TO 3150-EXIT
003930     END-READ.
003940     IF WS-TKTCTL-STATUS NOT = "00"
003950         DISPLAY "CYCSNAP: UNABLE TO READ TICKET-CONTROL, "
003960             "STATUS = " WS-TKTCTL-STATUS
003970         MOVE 12 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     WRITE SN-CONTROL-IMAGE FROM TC-CONTROL-RECORD.
004010     IF WS-SNAPCTL-STATUS NOT = "00"
004020         DISPLAY "CYCSNAP: UNABLE TO WRITE SNAP-CONTROL, "
004030             "STATUS = " WS-SNAPCTL-STATUS
004040         MOVE 12 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     ADD 1 TO WS-SNAP-COUNT (2).
004080 3150-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*    3200-COPY-DEPARTMENT-MASTER - COPY THE DEPARTMENT MASTER    *
004130*    IN KEY ORDER TO ITS SNAPSHOT GENERATION                     *
004140*****************************************************************
004150 3200-COPY-DEPARTMENT-MASTER.
004160     OPEN INPUT DEPARTMENT-MASTER.
004170     IF WS-DEPTMAST-STATUS NOT = "00"
004180         DISPLAY "CYCSNAP: UNABLE TO OPEN DEPARTMENT-MASTER, "
004190             "STATUS = " WS-DEPTMAST-STATUS
004200         MOVE 12 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     OPEN OUTPUT SNAP-DEPARTMENT.
004240     IF WS-SNAPDEPT-STATUS NOT = "00"
004250         DISPLAY "CYCSNAP: UNABLE TO OPEN SNAP-DEPARTMENT, "
004260             "STATUS = " WS-SNAPDEPT-STATUS
004270         MOVE 12 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300     MOVE "N" TO WS-COPY-EOF-SWITCH.
004310     PERFORM 3250-COPY-ONE-DEPARTMENT
004320         THRU 3250-EXIT
004330         UNTIL COPY-AT-END.
004340     CLOSE DEPARTMENT-MASTER
004350           SNAP-DEPARTMENT.
004360 3200-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*    3250-COPY-ONE-DEPARTMENT - READ ONE DEPARTMENT RECORD AND   *
004410*    WRITE ITS IMAGE                                             *
004420*****************************************************************
004430 3250-COPY-ONE-DEPARTMENT.
004440     READ DEPARTMENT-MASTER
004450         AT END
004460             MOVE "Y" TO WS-COPY-EOF-SWITCH
004470             GO TO 3250-EXIT
004480     END-READ.
004490     IF WS-DEPTMAST-STATUS NOT = "00"
004500         DISPLAY "CYCSNAP: UNABLE TO READ DEPARTMENT-MASTER, "
004510             "STATUS = " WS-DEPTMAST-STATUS
004520         MOVE 12 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.
004550     WRITE SN-DEPARTMENT-IMAGE FROM DM-DEPT-RECORD.
004560     IF WS-SNAPDEPT-STATUS NOT = "00"
004570         DISPLAY "CYCSNAP: UNABLE TO WRITE SNAP-DEPARTMENT, "
004580             "STATUS = " WS-SNAPDEPT-STATUS
004590         MOVE 12 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     ADD 1 TO WS-SNAP-COUNT (3).
004630 3250-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670*    3300-COPY-AUDIT-TRAIL - COPY THE ACTIVE AUDIT TRAIL TO ITS  *
004680*    SNAPSHOT GENERATION                                         *
004690*****************************************************************
004700 3300-COPY-AUDIT-TRAIL.
004710     OPEN INPUT TICKET-AUDIT.
004720     IF WS-TKTAUD-STATUS NOT = "00"
004730         DISPLAY "CYCSNAP: UNABLE TO OPEN TICKET-AUDIT, "
004740             "STATUS = " WS-TKTAUD-STATUS
004750         MOVE 12 TO RETURN-CODE
004760         STOP RUN
004770     END-IF.
004780     OPEN OUTPUT SNAP-AUDIT.
004790     IF WS-SNAPAUD-STATUS NOT = "00"
004800         DISPLAY "CYCSNAP: UNABLE TO OPEN SNAP-AUDIT, "
004810             "STATUS = " WS-SNAPAUD-STATUS
004820         MOVE 12 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     MOVE "N" TO WS-COPY-EOF-SWITCH.
004860     PERFORM 3350-COPY-ONE-AUDIT
004870         THRU 3350-EXIT
004880         UNTIL COPY-AT-END.
004890     CLOSE TICKET-AUDIT
004900           SNAP-AUDIT.
004910 3300-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950*    3350-COPY-ONE-AUDIT - READ ONE AUDIT RECORD AND WRITE ITS   *
004960*    IMAGE                                                       *
004970*****************************************************************
004980 3350-COPY-ONE-AUDIT.
004990     READ TICKET-AUDIT
005000         AT END
005010             MOVE "Y" TO WS-COPY-EOF-SWITCH
005020             GO TO 3350-EXIT
005030     END-READ.
005040     IF WS-TKTAUD-STATUS NOT = "00"
005050         DISPLAY "CYCSNAP: UNABLE TO READ TICKET-AUDIT, "
005060             "STATUS = " WS-TKTAUD-STATUS
005070         MOVE 12 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     WRITE SN-AUDIT-IMAGE FROM TA-AUDIT-RECORD.
005110     IF WS-SNAPAUD-STATUS NOT = "00"
005120         DISPLAY "CYCSNAP: UNABLE TO WRITE SNAP-AUDIT, "
005130             "STATUS = " WS-SNAPAUD-STATUS
005140         MOVE 12 TO RETURN-CODE
005150         STOP RUN
005160     END-IF.
005170     ADD 1 TO WS-SNAP-COUNT (4).
005180 3350-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220*    3400-COPY-CROSS-REFERENCE - COPY THE CUSTOMER CROSS-        *
005230*    REFERENCE, TRAILER AND ALL, TO ITS SNAPSHOT GENERATION      *
005240*****************************************************************
005250 3400-COPY-CROSS-REFERENCE.
005260     OPEN INPUT TICKET-XREF.
005270     IF WS-XREFIN-STATUS NOT = "00"
005280         DISPLAY "CYCSNAP: UNABLE TO OPEN TICKET-XREF, "
005290             "STATUS = " WS-XREFIN-STATUS
005300         MOVE 12 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     OPEN OUTPUT SNAP-XREF.
005340     IF WS-SNAPXREF-STATUS NOT = "00"
005350         DISPLAY "CYCSNAP: UNABLE TO OPEN SNAP-XREF, "
005360             "STATUS = " WS-SNAPXREF-STATUS
005370         MOVE 12 TO RETURN-CODE
005380         STOP RUN
005390     END-IF.
005400     MOVE "N" TO WS-COPY-EOF-SWITCH.
005410     PERFORM 3450-COPY-ONE-XREF
005420         THRU 3450-EXIT
005430         UNTIL COPY-AT-END.
005440     CLOSE TICKET-XREF
005450           SNAP-XREF.
005460 3400-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500*    3450-COPY-ONE-XREF - READ ONE CROSS-REFERENCE RECORD AND    *
005510*    WRITE ITS IMAGE                                             *
005520*****************************************************************
005530 3450-COPY-ONE-XREF.
005540     READ TICKET-XREF
005550         AT END
005560             MOVE "Y" TO WS-COPY-EOF-SWITCH
005570             GO TO 3450-EXIT
005580     END-READ.
005590     IF WS-XREFIN-STATUS NOT = "00"
005600         DISPLAY "CYCSNAP: UNABLE TO READ TICKET-XREF, "
005610             "STATUS = " WS-XREFIN-STATUS
005620         MOVE 12 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.
005650     WRITE SN-XREF-IMAGE FROM TX-XREF-RECORD.
005660     IF WS-SNAPXREF-STATUS NOT = "00"
005670         DISPLAY "CYCSNAP: UNABLE TO WRITE SNAP-XREF, "
005680             "STATUS = " WS-SNAPXREF-STATUS
005690         MOVE 12 TO RETURN-CODE
005700         STOP RUN
005710     END-IF.
005720     ADD 1 TO WS-SNAP-COUNT (5).
005730 3450-EXIT.
005740     EXIT.
005750
005760*****************************************************************
005770*    4000-WRITE-MANIFEST - HEADER, ONE FILE RECORD PER FILE      *
005780*    COPIED, AND THE TRAILER LAST, SO A MANIFEST CUT SHORT HAS   *
005790*    NO TRAILER                                                  *
005800*****************************************************************
005810 4000-WRITE-MANIFEST.
005820     OPEN OUTPUT SNAP-MANIFEST.
005830     IF WS-MANIFEST-STATUS NOT = "00"
005840         DISPLAY "CYCSNAP: UNABLE TO OPEN SNAP-MANIFEST, "
005850             "STATUS = " WS-MANIFEST-STATUS
005860         MOVE 12 TO RETURN-CODE
005870         STOP RUN
005880     END-IF.
005890     MOVE SPACES TO SM-MANIFEST-RECORD.
005900     SET SM-HEADER-RECORD TO TRUE.
005910     MOVE WS-CURRENT-DATE TO SM-CYCLE-DATE.
005920     MOVE WS-STEP-START-TIME TO SM-SNAP-TIME.
005930     MOVE WS-CYCLE-STATE TO SM-CYCLE-STATE.
005940     MOVE ZERO TO SM-RECORD-COUNT.
005950     PERFORM 4200-WRITE-MANIFEST-RECORD
005960         THRU 4200-EXIT.
005970     PERFORM 4100-WRITE-FILE-ENTRY
005980         THRU 4100-EXIT
005990         VARYING WS-FX FROM 1 BY 1
006000         UNTIL WS-FX > 5.
006010     MOVE SPACES TO SM-MANIFEST-RECORD.
006020     SET SM-TRAILER-RECORD TO TRUE.
006030     MOVE WS-CURRENT-DATE TO SM-CYCLE-DATE.
006040     MOVE WS-STEP-START-TIME TO SM-SNAP-TIME.
006050     MOVE WS-CYCLE-STATE TO SM-CYCLE-STATE.
006060     MOVE 5 TO SM-RECORD-COUNT.
006070     PERFORM 4200-WRITE-MANIFEST-RECORD
006080         THRU 4200-EXIT.
006090     CLOSE SNAP-MANIFEST.
006100 4000-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140*    4100-WRITE-FILE-ENTRY - ONE MANIFEST RECORD FOR ONE FILE,   *
006150*    AND ITS LINE ON THE STEP LOG                                *
006160*****************************************************************
006170 4100-WRITE-FILE-ENTRY.
006180     MOVE SPACES TO SM-MANIFEST-RECORD.
006190     SET SM-FILE-RECORD TO TRUE.
006200     MOVE WS-CURRENT-DATE TO SM-CYCLE-DATE.
006210     MOVE WS-STEP-START-TIME TO SM-SNAP-TIME.
006220     MOVE WS-CYCLE-STATE TO SM-CYCLE-STATE.
006230     MOVE WS-SNAP-FILE-NAME (WS-FX) TO SM-FILE-NAME.
006240     MOVE WS-SNAP-COUNT (WS-FX) TO SM-RECORD-COUNT.
006250     PERFORM 4200-WRITE-MANIFEST-RECORD
006260         THRU 4200-EXIT.
006270     ADD WS-SNAP-COUNT (WS-FX) TO WS-COUNT-TOTAL.
006280     MOVE WS-SNAP-COUNT (WS-FX) TO WS-DISPLAY-COUNT.
006290     DISPLAY "CYCSNAP: " WS-SNAP-FILE-NAME (WS-FX) " "
006300         WS-DISPLAY-COUNT " RECORDS COPIED".
006310 4100-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350*    4200-WRITE-MANIFEST-RECORD - WRITE WITH STATUS CHECK        *
006360*****************************************************************
006370 4200-WRITE-MANIFEST-RECORD.
006380     WRITE SM-MANIFEST-RECORD.
006390     IF WS-MANIFEST-STATUS NOT = "00"
006400         DISPLAY "CYCSNAP: UNABLE TO WRITE SNAP-MANIFEST, "
006410             "STATUS = " WS-MANIFEST-STATUS
006420         MOVE 12 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450 4200-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*    8000-FINALIZE - POST THE VERDICT AND LOG THE RUN            *
006500*****************************************************************
006510 8000-FINALIZE.
006520     IF CYCLE-UNDER-WAY
006530         MOVE 4 TO RETURN-CODE
006540     ELSE
006550         MOVE 0 TO RETURN-CODE
006560         DISPLAY "CYCSNAP: SNAPSHOT OF CYCLE " WS-CURRENT-DATE
006570             " TAKEN"
006580     END-IF.
006590     PERFORM 9000-WRITE-RUN-LOG
006600         THRU 9000-EXIT.
006610 8000-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650*    9000-WRITE-RUN-LOG - APPEND THIS STEP'S COMMON RUN-LOG      *
006660*    RECORD.  THE LOG IS ADVISORY - A FAILURE TO WRITE IT IS     *
006670*    REPORTED BUT DOES NOT FAIL THE STEP                         *
006680*****************************************************************
006690 9000-WRITE-RUN-LOG.
006700     OPEN EXTEND RUN-LOG.
006710     IF WS-RUNLOG-STATUS NOT = "00"
006720         DISPLAY "CYCSNAP: UNABLE TO OPEN RUN-LOG, "
006730             "STATUS = " WS-RUNLOG-STATUS
006740             " - STEP CONTINUES WITHOUT A LOG ENTRY"
006750         GO TO 9000-EXIT
006760     END-IF.
006770     ACCEPT WS-STEP-STOP-TIME FROM TIME.
006780     MOVE SPACES TO RL-RUN-LOG-RECORD.
006790     MOVE "CYCSNAP" TO RL-PROGRAM-ID.
006800     MOVE WS-CURRENT-DATE TO RL-RUN-DATE.
006810     MOVE WS-STEP-START-TIME TO RL-START-TIME.
006820     MOVE WS-STEP-STOP-TIME TO RL-STOP-TIME.
006830     MOVE WS-COUNT-TOTAL TO RL-RECORDS-READ.
006840     MOVE WS-COUNT-TOTAL TO RL-RECORDS-WRITTEN.
006850     MOVE ZERO TO RL-RECORDS-REJECTED.
006860     MOVE RETURN-CODE TO RL-RETURN-CODE.
006870     WRITE RL-RUN-LOG-RECORD.
006880     IF WS-RUNLOG-STATUS NOT = "00"
006890         DISPLAY "CYCSNAP: UNABLE TO WRITE RUN-LOG, "
006900             "STATUS = " WS-RUNLOG-STATUS
006910     END-IF.
006920     CLOSE RUN-LOG.
006930 9000-EXIT.
006940     EXIT.
