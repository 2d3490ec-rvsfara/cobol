000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     TKTINTEG.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    WEEKLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT.             *
000100*                                                                *
000110*    TKTRECON PROVES THE AUDIT TRAIL AGAINST THE CONTROL FILE;   *
000120*    THIS RUN PROVES THE OTHER FILES STILL AGREE WITH EACH       *
000130*    OTHER AFTER MERGES, DELETES, VOIDS AND ARCHIVE PURGES.      *
000140*    NOTHING IS CHANGED.  EACH KIND OF ORPHAN IS COUNTED AND     *
000150*    LISTED IN ITS OWN SECTION OF THE REPORT:                    *
000160*                                                                *
000170*      1  CROSS-REFERENCE CUSTOMER NOT ON THE CUSTOMER MASTER    *
000180*      2  CROSS-REFERENCE TICKET WITH NO ISSUE RECORD ON THE     *
000190*         ACTIVE TRAIL OR THE NAMED ARCHIVE GENERATION           *
000200*      3  ACTIVE-TRAIL ISSUE RECORD WHOSE REQUESTER IS NOT ON    *
000210*         THE DEPARTMENT MASTER                                  *
000220*      4  DEPARTMENT-MASTER SERIES WITH NO TICKET-CONTROL        *
000230*         RECORD                                                 *
000240*      5  ACTIVE CUSTOMER HOLDING AN UNVOIDED TICKET IN A        *
000250*         FISCAL YEAR OF ITS SERIES THAT TKTYREND HAS CLOSED     *
000260*                                                                *
000270*    THE CROSS-REFERENCE CARRIES NO SERIES, SO SYSIN LINE 1      *
000280*    NAMES THE SERIES CUSTOMER TICKETS ARE DRAWN FROM AND        *
000290*    CROSS-REFERENCE RECORDS ARE MATCHED TO THAT SERIES' ISSUE   *
000300*    RECORDS ON FISCAL YEAR AND NUMBER.  SYSIN LINE 2 NAMES THE  *
000310*    ARCHIVE GENERATION MOUNTED ON ARCHIN, OR IS BLANK WHEN      *
000320*    ONLY THE ACTIVE TRAIL IS TO BE SEARCHED.  A CROSS-          *
000330*    REFERENCE RECORD WITH A BLANK FISCAL YEAR WAS WRITTEN       *
000340*    BEFORE THE YEAR WAS CARRIED AND IS NOT JUDGED FOR KIND 5.   *
000350*                                                                *
000360*    RETURN CODE BY SEVERITY: 8 WHEN ANY KIND 2 OR KIND 4        *
000370*    ORPHAN IS FOUND (A BILLED NUMBER NOBODY ISSUED, A           *
000380*    DEPARTMENT THAT CANNOT BE ISSUED NUMBERS), 4 WHEN ONLY      *
000390*    KINDS 1, 3 AND 5 ARE FOUND, 0 WHEN CLEAN, 12 ON AN I/O      *
000400*    FAILURE.  A COMMON RUN-LOG RECORD CARRIES THE COUNT OF      *
000410*    EACH KIND SO CYCHIST CAN SHOW THE TREND RUN OVER RUN.       *
000420*                                                                *
000430*    MODIFICATION HISTORY.                                       *
000440*    2026-10-15  RVS  INITIAL VERSION.                           *
000441*    2026-10-15  RVS  AN ISSUE RECORD WRITTEN BEFORE THE TYPE    *
000442*                      BYTE EXISTED (BLANK TYPE) NOW SORTS AS AN *
000443*                      ISSUE - IT WAS BEING LEFT OUT OF THE      *
000444*                      MATCH AND ITS TICKETS LISTED AS KIND 2.   *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM.
000490 OBJECT-COMPUTER.   IBM.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT TICKET-AUDIT ASSIGN TO TKTAUD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-TKTAUD-STATUS.
000550     SELECT OPTIONAL ARCHIVE-IN ASSIGN TO ARCHIN
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ARCHIN-STATUS.
000580     SELECT TICKET-XREF ASSIGN TO XREFIN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-XREFIN-STATUS.
000610     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CM-CUSTOMER-ID
000650         FILE STATUS IS WS-CUSTMAST-STATUS.
000660     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS DM-DEPT-ID
000700         FILE STATUS IS WS-DEPTMAST-STATUS.
000710     SELECT TICKET-CONTROL ASSIGN TO TKTCTL
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS TC-SERIES-CODE
000750         FILE STATUS IS WS-TKTCTL-STATUS.
000760     SELECT ORPHAN-WORK ASSIGN TO ORPHWK
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-ORPHWK-STATUS.
000790     SELECT SORT-WORK ASSIGN TO SRTWORK.
000800     SELECT ORPHAN-SORT ASSIGN TO SRTORPH.
000810     SELECT INTEGRITY-RPT ASSIGN TO INTGRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-INTGRPT-STATUS.
000840     SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-RUNLOG-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  TICKET-AUDIT
000910     RECORDING MODE IS F.
000920     COPY TKTAUD.
000930
000940 FD  ARCHIVE-IN
000950     RECORDING MODE IS F.
000960     COPY TKTAUD REPLACING
000970         ==TA-AUDIT-RECORD== BY ==ARC-AUDIT-RECORD==
000980         ==TA-TICKET-NUMBER== BY ==ARC-TICKET-NUMBER==
000990         ==TA-ISSUE-DATE== BY ==ARC-ISSUE-DATE==
001000         ==TA-ISSUE-TIME== BY ==ARC-ISSUE-TIME==
001010         ==TA-RECORD-TYPE== BY ==ARC-RECORD-TYPE==
001020         ==TA-ISSUE-RECORD== BY ==ARC-ISSUE-RECORD==
001030         ==TA-VOID-RECORD== BY ==ARC-VOID-RECORD==
001040         ==TA-VOID-REASON== BY ==ARC-VOID-REASON==
001050         ==TA-SERIES-CODE== BY ==ARC-SERIES-CODE==
001060         ==TA-REQUESTER-ID== BY ==ARC-REQUESTER-ID==
001070         ==TA-FISCAL-YEAR== BY ==ARC-FISCAL-YEAR==
001080         ==TA-TRANSFER-RECORD== BY ==ARC-TRANSFER-RECORD==
001090         ==TA-TRANSFER-DETAIL== BY ==ARC-TRANSFER-DETAIL==
001100         ==TA-XFER-FROM-CUSTOMER== BY ==ARC-XFER-FROM-CUSTOMER==
001110         ==TA-XFER-TO-CUSTOMER== BY ==ARC-XFER-TO-CUSTOMER==
001120         ==TA-XFER-REASON== BY ==ARC-XFER-REASON==.
001130
001140 FD  TICKET-XREF
001150     RECORDING MODE IS F.
001160     COPY TKTXREF.
001170
001180 FD  CUSTOMER-MASTER.
001190     COPY CUSTNAME REPLACING
001200         ==CN-RECORD== BY ==CM-RECORD==
001210         ==CN-CUSTOMER-ID== BY ==CM-CUSTOMER-ID==
001220         ==CN-CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
001230         ==CN-STATUS== BY ==CM-STATUS==
001240         ==CN-STATUS-ACTIVE== BY ==CM-STATUS-ACTIVE==
001250         ==CN-STATUS-INACTIVE== BY ==CM-STATUS-INACTIVE==
001260         ==CN-ADDR-LINE-1== BY ==CM-ADDR-LINE-1==
001270         ==CN-ADDR-LINE-2== BY ==CM-ADDR-LINE-2==
001280         ==CN-ADDR-CITY== BY ==CM-ADDR-CITY==
001290         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
001300         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
001310
001320 FD  DEPARTMENT-MASTER.
001330     COPY DEPTMST.
001340
001350 FD  TICKET-CONTROL.
001360     COPY TKTCTL.
001370
001380 FD  ORPHAN-WORK
001390     RECORDING MODE IS F.
001400 01  OW-ORPHAN-RECORD.
001410     05  OW-KIND                     PIC X(01).
001420     05  OW-SEQUENCE                 PIC 9(07)   COMP.
001430     05  OW-LINE                     PIC X(80).
001440
001450*****************************************************************
001460*    ONE SORT RECORD PER ISSUE, VOID OR CROSS-REFERENCE RECORD   *
001470*    IN THE CUSTOMER SERIES.  WITHIN A YEAR AND NUMBER THE       *
001480*    ISSUE SORTS FIRST, THEN ANY VOID, THEN THE ASSIGNMENTS      *
001490*****************************************************************
001500 SD  SORT-WORK.
001510 01  SR-SORT-RECORD.
001520     05  SR-FISCAL-YEAR              PIC X(04).
001530     05  SR-TICKET-NUMBER            PIC S9(09)  COMP-3.
001540     05  SR-KIND                     PIC X(01).
001550         88  SR-ISSUE                            VALUE "I".
001560         88  SR-VOID                             VALUE "V".
001570         88  SR-XREF                             VALUE "X".
001580     05  SR-CUSTOMER-ID              PIC X(10).
001590     05  SR-ISSUE-DATE               PIC X(08).
001600
001610 SD  ORPHAN-SORT.
001620 01  OS-ORPHAN-RECORD.
001630     05  OS-KIND                     PIC X(01).
001640     05  OS-SEQUENCE                 PIC 9(07)   COMP.
001650     05  OS-LINE                     PIC X(80).
001660
001670 FD  INTEGRITY-RPT
001680     RECORDING MODE IS F.
001690 01  INTEGRITY-RPT-LINE              PIC X(80).
001700
001710 FD  RUN-LOG
001720     RECORDING MODE IS F.
001730     COPY RUNLOG.
001740
001750 WORKING-STORAGE SECTION.
001760*****************************************************************
001770*    FILE STATUS SWITCHES                                        *
001780*****************************************************************
001790 77  WS-TKTAUD-STATUS                PIC X(02).
001800 77  WS-ARCHIN-STATUS                PIC X(02).
001810 77  WS-XREFIN-STATUS                PIC X(02).
001820 77  WS-CUSTMAST-STATUS              PIC X(02).
001830 77  WS-DEPTMAST-STATUS              PIC X(02).
001840 77  WS-TKTCTL-STATUS                PIC X(02).
001850 77  WS-ORPHWK-STATUS                PIC X(02).
001860 77  WS-INTGRPT-STATUS               PIC X(02).
001870 77  WS-RUNLOG-STATUS                PIC X(02).
001880 77  WS-CURRENT-DATE                 PIC X(08).
001890 77  WS-STEP-START-TIME              PIC X(08).
001900 77  WS-STEP-STOP-TIME               PIC X(08).
001910
001920*****************************************************************
001930*    END-OF-FILE SWITCHES                                        *
001940*****************************************************************
001950 77  WS-AUDIT-EOF-SWITCH             PIC X(01)   VALUE "N".
001960     88  AUDIT-AT-END                            VALUE "Y".
001970 77  WS-ARCH-EOF-SWITCH              PIC X(01)   VALUE "N".
001980     88  ARCHIVE-AT-END                          VALUE "Y".
001990 77  WS-XREF-EOF-SWITCH              PIC X(01)   VALUE "N".
002000     88  XREF-AT-END                             VALUE "Y".
002010 77  WS-DEPT-EOF-SWITCH              PIC X(01)   VALUE "N".
002020     88  DEPT-AT-END                             VALUE "Y".
002030 77  WS-SORT-EOF-SWITCH              PIC X(01)   VALUE "N".
002040     88  SORT-AT-END                             VALUE "Y".
002050 77  WS-ORPHAN-EOF-SWITCH            PIC X(01)   VALUE "N".
002060     88  ORPHAN-AT-END                           VALUE "Y".
002070 77  WS-ARCHIVE-MODE-SWITCH          PIC X(01)   VALUE "N".
002080     88  ARCHIVE-MODE-ACTIVE                     VALUE "Y".
002090
002100*****************************************************************
002110*    THE CUSTOMER SERIES AND ARCHIVE NAME, FROM SYSIN, AND THE   *
002120*    SERIES' OPEN FISCAL YEAR FROM ITS CONTROL RECORD            *
002130*****************************************************************
002140 77  WS-SERIES-CODE                  PIC X(02).
002150 77  WS-ARCHIVE-NAME                 PIC X(44).
002160 77  WS-OPEN-YEAR                    PIC X(04).
002170
002180*****************************************************************
002190*    YEAR-AND-NUMBER GROUP WORK AREAS FOR THE MATCH WALK         *
002200*****************************************************************
002210 77  WS-FIRST-RECORD-SWITCH          PIC X(01)   VALUE "Y".
002220     88  FIRST-RECORD                            VALUE "Y".
002230 77  WS-GRP-YEAR                     PIC X(04)   VALUE SPACES.
002240 77  WS-GRP-NUMBER                   PIC S9(09)  COMP-3 VALUE ZERO.
002250 77  WS-GRP-ISSUED-SWITCH            PIC X(01)   VALUE "N".
002260     88  GROUP-ISSUED                            VALUE "Y".
002270 77  WS-GRP-VOIDED-SWITCH            PIC X(01)   VALUE "N".
002280     88  GROUP-VOIDED                            VALUE "Y".
002290
002300*****************************************************************
002310*    THE LAST REQUESTER LOOKED UP, SO A RUN OF ONE REQUESTER'S   *
002320*    ISSUE RECORDS COSTS ONE MASTER READ                         *
002330*****************************************************************
002340 77  WS-LAST-REQUESTER               PIC X(08)   VALUE LOW-VALUES.
002350 77  WS-LAST-REQ-SWITCH              PIC X(01)   VALUE "N".
002360     88  LAST-REQUESTER-KNOWN                    VALUE "Y".
002370
002380*****************************************************************
002390*    RECORD COUNTS                                               *
002400*****************************************************************
002410 77  WS-COUNT-AUDIT-READ             PIC 9(07)   COMP   VALUE ZERO.
002420 77  WS-COUNT-ARCHIVE-READ           PIC 9(07)   COMP   VALUE ZERO.
002430 77  WS-COUNT-XREF-READ              PIC 9(07)   COMP   VALUE ZERO.
002440 77  WS-COUNT-DEPT-READ              PIC 9(07)   COMP   VALUE ZERO.
002450 77  WS-COUNT-RECORDS-READ           PIC 9(07)   COMP   VALUE ZERO.
002460 77  WS-ORPHAN-SEQUENCE              PIC 9(07)   COMP   VALUE ZERO.
002470
002480*****************************************************************
002490*    ORPHAN COUNTS, ONE PER KIND                                 *
002500*****************************************************************
002510 77  WS-ORPHAN-CUSTOMER              PIC 9(07)   COMP   VALUE ZERO.
002520 77  WS-ORPHAN-ISSUE                 PIC 9(07)   COMP   VALUE ZERO.
002530 77  WS-ORPHAN-REQUESTER             PIC 9(07)   COMP   VALUE ZERO.
002540 77  WS-ORPHAN-SERIES                PIC 9(07)   COMP   VALUE ZERO.
002550 77  WS-ORPHAN-CLOSED                PIC 9(07)   COMP   VALUE ZERO.
002560 77  WS-ORPHAN-TOTAL                 PIC 9(07)   COMP   VALUE ZERO.
002570
002580*****************************************************************
002590*    ORPHAN SECTION PRINTING                                     *
002600*****************************************************************
002610 77  WS-PRIOR-KIND                   PIC X(01)   VALUE SPACES.
002620 77  WS-RUNLOG-CAP                   PIC 9(04)   COMP   VALUE 9999.
002630
002640*****************************************************************
002650*    THE RETURN CODE BY SEVERITY, HELD UNTIL THE END - THE       *
002660*    ORPHAN-LISTING SORT SETS RETURN-CODE OF ITS OWN             *
002670*****************************************************************
002680 77  WS-RUN-RC                       PIC 9(02)   VALUE ZERO.
002690
002700*****************************************************************
002710*    EDITED NUMBER AND REPORT LINE WORK AREAS                    *
002720*****************************************************************
002730 01  WS-EDITED-NUMBER                PIC Z(9)9.
002740 01  WS-REPORT-LINE.
002750     05  FILLER                      PIC X(02).
002760     05  WS-RPT-LABEL                PIC X(40).
002770     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
002780     05  FILLER                      PIC X(31).
002790
002800 PROCEDURE DIVISION.
002810*****************************************************************
002820*    0000-MAINLINE                                               *
002830*****************************************************************
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860         THRU 1000-EXIT.
002870     PERFORM 2000-CHECK-DEPARTMENT-SERIES
002880         THRU 2000-EXIT.
002890     SORT SORT-WORK
002900         ON ASCENDING KEY SR-FISCAL-YEAR
002910                          SR-TICKET-NUMBER
002920                          SR-KIND
002930         INPUT PROCEDURE IS 3000-RELEASE-RECORDS
002940             THRU 3000-EXIT
002950         OUTPUT PROCEDURE IS 4000-MATCH-SORTED-RECORDS
002960             THRU 4000-EXIT.
002970     CLOSE ORPHAN-WORK.
002980     PERFORM 7000-PRINT-SUMMARY
002990         THRU 7000-EXIT.
003000     SORT ORPHAN-SORT
003010         ON ASCENDING KEY OS-KIND
003020                          OS-SEQUENCE
003030         USING ORPHAN-WORK
003040         OUTPUT PROCEDURE IS 7500-PRINT-ORPHANS
003050             THRU 7500-EXIT.
003060     PERFORM 8000-FINALIZE
003070         THRU 8000-EXIT.
003080     STOP RUN.
003090
003100*****************************************************************
003110*    1000-INITIALIZE - ACCEPT THE SERIES AND ARCHIVE NAME, OPEN  *
003120*    THE MASTERS, THE WORK FILE AND THE REPORT, AND FIND THE     *
003130*    CUSTOMER SERIES' OPEN FISCAL YEAR                           *
003140*****************************************************************
003150 1000-INITIALIZE.
003160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003170     ACCEPT WS-STEP-START-TIME FROM TIME.
003180     ACCEPT WS-SERIES-CODE.
003190     ACCEPT WS-ARCHIVE-NAME.
003200     IF WS-SERIES-CODE = SPACES
003210         DISPLAY "TKTINTEG: SERIES CODE MISSING FROM SYSIN"
003220         MOVE 8 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     OPEN INPUT  CUSTOMER-MASTER
003260          INPUT  DEPARTMENT-MASTER
003270          INPUT  TICKET-CONTROL
003280          OUTPUT ORPHAN-WORK
003290          OUTPUT INTEGRITY-RPT.
003300     IF WS-CUSTMAST-STATUS NOT = "00"
003310         DISPLAY "TKTINTEG: UNABLE TO OPEN CUSTOMER-MASTER, "
003320             "STATUS = " WS-CUSTMAST-STATUS
003330         MOVE 12 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     IF WS-DEPTMAST-STATUS NOT = "00"
003370         DISPLAY "TKTINTEG: UNABLE TO OPEN DEPARTMENT-MASTER, "
003380             "STATUS = " WS-DEPTMAST-STATUS
003390         MOVE 12 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     IF WS-TKTCTL-STATUS NOT = "00"
003430         DISPLAY "TKTINTEG: UNABLE TO OPEN TICKET-CONTROL, "
003440             "STATUS = " WS-TKTCTL-STATUS
003450         MOVE 12 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     IF WS-ORPHWK-STATUS NOT = "00"
003490         DISPLAY "TKTINTEG: UNABLE TO OPEN ORPHAN-WORK, "
003500             "STATUS = " WS-ORPHWK-STATUS
003510         MOVE 12 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     IF WS-INTGRPT-STATUS NOT = "00"
003550         DISPLAY "TKTINTEG: UNABLE TO OPEN INTEGRITY-RPT, "
003560             "STATUS = " WS-INTGRPT-STATUS
003570         MOVE 12 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     MOVE WS-SERIES-CODE TO TC-SERIES-CODE.
003610     READ TICKET-CONTROL
003620         INVALID KEY
003630             DISPLAY "TKTINTEG: SERIES " WS-SERIES-CODE
003640                 " NOT ON TICKET-CONTROL"
003650             MOVE 8 TO RETURN-CODE
003660             STOP RUN
003670     END-READ.
003680     MOVE TC-FISCAL-YEAR TO WS-OPEN-YEAR.
003690*    THE ARCHIVE IS OPTIONAL - A BLANK NAME OR A MISSING DD
003700*    MEANS THE ISSUE RECORDS COME FROM THE ACTIVE TRAIL ONLY
003710     IF WS-ARCHIVE-NAME NOT = SPACES
003720         OPEN INPUT ARCHIVE-IN
003730         IF WS-ARCHIN-STATUS = "00"
003740             SET ARCHIVE-MODE-ACTIVE TO TRUE
003750         ELSE
003760             DISPLAY "TKTINTEG: ARCHIVE " WS-ARCHIVE-NAME
003770                 " NOT AVAILABLE, STATUS = " WS-ARCHIN-STATUS
003780                 ", ACTIVE TRAIL ONLY"
003790         END-IF
003800     END-IF.
003810     MOVE SPACES TO INTEGRITY-RPT-LINE.
003820     MOVE "CROSS-FILE INTEGRITY AUDIT" TO INTEGRITY-RPT-LINE.
003830     WRITE INTEGRITY-RPT-LINE.
003840     MOVE SPACES TO INTEGRITY-RPT-LINE.
003850     STRING "  RUN DATE " DELIMITED BY SIZE
003860         WS-CURRENT-DATE DELIMITED BY SIZE
003870         "   CUSTOMER SERIES " DELIMITED BY SIZE
003880         WS-SERIES-CODE DELIMITED BY SIZE
003890         "   OPEN YEAR " DELIMITED BY SIZE
003900         WS-OPEN-YEAR DELIMITED BY SIZE
003910         INTO INTEGRITY-RPT-LINE
003920     END-STRING.
003930     WRITE INTEGRITY-RPT-LINE.
003940     MOVE SPACES TO INTEGRITY-RPT-LINE.
003950     IF ARCHIVE-MODE-ACTIVE
003960         STRING "  ARCHIVE " DELIMITED BY SIZE
003970             WS-ARCHIVE-NAME DELIMITED BY SIZE
003980             INTO INTEGRITY-RPT-LINE
003990         END-STRING
004000     ELSE
004010         MOVE "  NO ARCHIVE - ACTIVE TRAIL ONLY"
004020             TO INTEGRITY-RPT-LINE
004030     END-IF.
004040     WRITE INTEGRITY-RPT-LINE.
004050 1000-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090*    2000-CHECK-DEPARTMENT-SERIES - KIND 4.  EVERY DEPARTMENT'S  *
004100*    SERIES MUST HAVE A CONTROL RECORD OR THE ISSUING RUN CAN    *
004110*    NEVER SERVE IT                                              *
004120*****************************************************************
004130 2000-CHECK-DEPARTMENT-SERIES.
004140     MOVE LOW-VALUES TO DM-DEPT-ID.
004150     START DEPARTMENT-MASTER KEY IS NOT < DM-DEPT-ID
004160         INVALID KEY
004170             MOVE "Y" TO WS-DEPT-EOF-SWITCH
004180     END-START.
004190     PERFORM 2100-CHECK-ONE-DEPARTMENT
004200         THRU 2100-EXIT
004210         UNTIL DEPT-AT-END.
004220 2000-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260*    2100-CHECK-ONE-DEPARTMENT - LOOK ONE DEPARTMENT'S SERIES    *
004270*    UP ON THE CONTROL FILE                                      *
004280*****************************************************************
004290 2100-CHECK-ONE-DEPARTMENT.
004300     READ DEPARTMENT-MASTER NEXT RECORD
004310         AT END
004320             MOVE "Y" TO WS-DEPT-EOF-SWITCH
004330             GO TO 2100-EXIT
004340     END-READ.
004350     ADD 1 TO WS-COUNT-DEPT-READ.
004360     MOVE DM-SERIES-CODE TO TC-SERIES-CODE.
004370     READ TICKET-CONTROL
004380         INVALID KEY
004390             ADD 1 TO WS-ORPHAN-SERIES
004400             MOVE SPACES TO OW-ORPHAN-RECORD
004410             MOVE "4" TO OW-KIND
004420             STRING "  DEPARTMENT " DELIMITED BY SIZE
004430                 DM-DEPT-ID DELIMITED BY SIZE
004440                 "  SERIES " DELIMITED BY SIZE
004450                 DM-SERIES-CODE DELIMITED BY SIZE
004460                 "  NO TICKET-CONTROL RECORD" DELIMITED BY SIZE
004470                 INTO OW-LINE
004480             END-STRING
004490             PERFORM 6000-WRITE-ORPHAN
004500                 THRU 6000-EXIT
004510     END-READ.
004520 2100-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560*    3000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  PASSES THE    *
004570*    ACTIVE TRAIL (CHECKING EVERY ISSUE RECORD'S REQUESTER ON    *
004580*    THE WAY), THE ARCHIVE AND THE CROSS-REFERENCE INTO THE      *
004590*    SORT                                                        *
004600*****************************************************************
004610 3000-RELEASE-RECORDS.
004620     OPEN INPUT TICKET-AUDIT.
004630     IF WS-TKTAUD-STATUS NOT = "00"
004640         DISPLAY "TKTINTEG: UNABLE TO OPEN TICKET-AUDIT, "
004650             "STATUS = " WS-TKTAUD-STATUS
004660         MOVE 12 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690     PERFORM 3100-RELEASE-AUDIT-RECORD
004700         THRU 3100-EXIT
004710         UNTIL AUDIT-AT-END.
004720     CLOSE TICKET-AUDIT.
004730     IF ARCHIVE-MODE-ACTIVE
004740         PERFORM 3300-RELEASE-ARCHIVE-RECORD
004750             THRU 3300-EXIT
004760             UNTIL ARCHIVE-AT-END
004770         CLOSE ARCHIVE-IN
004780     END-IF.
004790     OPEN INPUT TICKET-XREF.
004800     IF WS-XREFIN-STATUS NOT = "00"
004810         DISPLAY "TKTINTEG: UNABLE TO OPEN TICKET-XREF, "
004820             "STATUS = " WS-XREFIN-STATUS
004830         MOVE 12 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     PERFORM 3400-RELEASE-XREF-RECORD
004870         THRU 3400-EXIT
004880         UNTIL XREF-AT-END.
004890     CLOSE TICKET-XREF.
004900 3000-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940*    3100-RELEASE-AUDIT-RECORD - CHECK AN ISSUE RECORD'S         *
004950*    REQUESTER (KIND 3), THEN RELEASE THE CUSTOMER SERIES'       *
004960*    ISSUE AND VOID RECORDS.  TRANSFER RECORDS TAKE NO PART      *
004970*****************************************************************
004980 3100-RELEASE-AUDIT-RECORD.
004990     READ TICKET-AUDIT
005000         AT END
005010             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
005020             GO TO 3100-EXIT
005030     END-READ.
005040     ADD 1 TO WS-COUNT-AUDIT-READ.
005050     IF TA-ISSUE-RECORD
005060         PERFORM 3200-CHECK-REQUESTER
005070             THRU 3200-EXIT
005080     END-IF.
005090     IF TA-SERIES-CODE NOT = WS-SERIES-CODE
005100         GO TO 3100-EXIT
005110     END-IF.
005120     IF NOT TA-ISSUE-RECORD
005130         AND NOT TA-VOID-RECORD
005140         GO TO 3100-EXIT
005150     END-IF.
005160     MOVE SPACES TO SR-SORT-RECORD.
005170     MOVE TA-FISCAL-YEAR TO SR-FISCAL-YEAR.
005180     MOVE TA-TICKET-NUMBER TO SR-TICKET-NUMBER.
005186     IF TA-ISSUE-RECORD
005187         MOVE "I" TO SR-KIND
005188     ELSE
005189         MOVE "V" TO SR-KIND
005190     END-IF.
005200     MOVE TA-ISSUE-DATE TO SR-ISSUE-DATE.
005210     RELEASE SR-SORT-RECORD.
005220 3100-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*    3200-CHECK-REQUESTER - KIND 3.  THE ISSUE RECORD'S          *
005270*    REQUESTER MUST STILL BE ON THE DEPARTMENT MASTER            *
005280*****************************************************************
005290 3200-CHECK-REQUESTER.
005300     IF TA-REQUESTER-ID NOT = WS-LAST-REQUESTER
005310         MOVE TA-REQUESTER-ID TO WS-LAST-REQUESTER
005320         MOVE TA-REQUESTER-ID TO DM-DEPT-ID
005330         MOVE "Y" TO WS-LAST-REQ-SWITCH
005340         READ DEPARTMENT-MASTER
005350             INVALID KEY
005360                 MOVE "N" TO WS-LAST-REQ-SWITCH
005370         END-READ
005380     END-IF.
005390     IF LAST-REQUESTER-KNOWN
005400         GO TO 3200-EXIT
005410     END-IF.
005420     ADD 1 TO WS-ORPHAN-REQUESTER.
005430     MOVE SPACES TO OW-ORPHAN-RECORD.
005440     MOVE "3" TO OW-KIND.
005450     MOVE TA-TICKET-NUMBER TO WS-EDITED-NUMBER.
005460     STRING "  REQUESTER " DELIMITED BY SIZE
005470         TA-REQUESTER-ID DELIMITED BY SIZE
005480         "  SERIES " DELIMITED BY SIZE
005490         TA-SERIES-CODE DELIMITED BY SIZE
005500         "  YEAR " DELIMITED BY SIZE
005510         TA-FISCAL-YEAR DELIMITED BY SIZE
005520         "  NUMBER " DELIMITED BY SIZE
005530         WS-EDITED-NUMBER DELIMITED BY SIZE
005540         "  ISSUED " DELIMITED BY SIZE
005550         TA-ISSUE-DATE DELIMITED BY SIZE
005560         INTO OW-LINE
005570     END-STRING.
005580     PERFORM 6000-WRITE-ORPHAN
005590         THRU 6000-EXIT.
005600 3200-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*    3300-RELEASE-ARCHIVE-RECORD - RELEASE THE CUSTOMER SERIES'  *
005650*    ARCHIVED ISSUE AND VOID RECORDS.  ARCHIVED REQUESTERS ARE   *
005660*    CLOSED HISTORY AND ARE NOT CHECKED                          *
005670*****************************************************************
005680 3300-RELEASE-ARCHIVE-RECORD.
005690     READ ARCHIVE-IN
005700         AT END
005710             MOVE "Y" TO WS-ARCH-EOF-SWITCH
005720             GO TO 3300-EXIT
005730     END-READ.
005740     ADD 1 TO WS-COUNT-ARCHIVE-READ.
005750     IF ARC-SERIES-CODE NOT = WS-SERIES-CODE
005760         GO TO 3300-EXIT
005770     END-IF.
005780     IF NOT ARC-ISSUE-RECORD
005790         AND NOT ARC-VOID-RECORD
005800         GO TO 3300-EXIT
005810     END-IF.
005820     MOVE SPACES TO SR-SORT-RECORD.
005830     MOVE ARC-FISCAL-YEAR TO SR-FISCAL-YEAR.
005840     MOVE ARC-TICKET-NUMBER TO SR-TICKET-NUMBER.
005846     IF ARC-ISSUE-RECORD
005847         MOVE "I" TO SR-KIND
005848     ELSE
005849         MOVE "V" TO SR-KIND
005850     END-IF.
005860     MOVE ARC-ISSUE-DATE TO SR-ISSUE-DATE.
005870     RELEASE SR-SORT-RECORD.
005880 3300-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920*    3400-RELEASE-XREF-RECORD - RELEASE ONE CROSS-REFERENCE      *
005930*    RECORD.  CONTROL-TOTAL TRAILERS ARE SKIPPED                 *
005940*****************************************************************
005950 3400-RELEASE-XREF-RECORD.
005960     READ TICKET-XREF
005970         AT END
005980             MOVE "Y" TO WS-XREF-EOF-SWITCH
005990             GO TO 3400-EXIT
006000     END-READ.
006010     IF TX-CUSTOMER-ID = "*TRAILER**"
006020         GO TO 3400-EXIT
006030     END-IF.
006040     ADD 1 TO WS-COUNT-XREF-READ.
006050     MOVE SPACES TO SR-SORT-RECORD.
006060     MOVE TX-FISCAL-YEAR TO SR-FISCAL-YEAR.
006070     MOVE TX-TICKET-NUMBER TO SR-TICKET-NUMBER.
006080     MOVE "X" TO SR-KIND.
006090     MOVE TX-CUSTOMER-ID TO SR-CUSTOMER-ID.
006100     MOVE TX-ISSUE-DATE TO SR-ISSUE-DATE.
006110     RELEASE SR-SORT-RECORD.
006120 3400-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160*    4000-MATCH-SORTED-RECORDS - SORT OUTPUT PROCEDURE.  WALKS   *
006170*    EACH YEAR AND NUMBER'S ISSUE, VOID AND ASSIGNMENTS IN       *
006180*    THAT ORDER                                                  *
006190*****************************************************************
006200 4000-MATCH-SORTED-RECORDS.
006210     PERFORM 4100-RETURN-SORTED-RECORD
006220         THRU 4100-EXIT.
006230     PERFORM 4200-PROCESS-SORTED-RECORD
006240         THRU 4200-EXIT
006250         UNTIL SORT-AT-END.
006260 4000-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*    4100-RETURN-SORTED-RECORD - RETURN THE NEXT SORTED RECORD   *
006310*****************************************************************
006320 4100-RETURN-SORTED-RECORD.
006330     RETURN SORT-WORK
006340         AT END
006350             MOVE "Y" TO WS-SORT-EOF-SWITCH
006360     END-RETURN.
006370 4100-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410*    4200-PROCESS-SORTED-RECORD - START A NEW GROUP ON A CHANGE  *
006420*    OF YEAR OR NUMBER, NOTE ITS ISSUE AND VOID, AND CHECK       *
006430*    EVERY ASSIGNMENT AGAINST THEM                               *
006440*****************************************************************
006450 4200-PROCESS-SORTED-RECORD.
006460     IF FIRST-RECORD
006470         OR SR-FISCAL-YEAR NOT = WS-GRP-YEAR
006480         OR SR-TICKET-NUMBER NOT = WS-GRP-NUMBER
006490         MOVE "N" TO WS-FIRST-RECORD-SWITCH
006500         MOVE SR-FISCAL-YEAR TO WS-GRP-YEAR
006510         MOVE SR-TICKET-NUMBER TO WS-GRP-NUMBER
006520         MOVE "N" TO WS-GRP-ISSUED-SWITCH
006530         MOVE "N" TO WS-GRP-VOIDED-SWITCH
006540     END-IF.
006550     EVALUATE TRUE
006560         WHEN SR-ISSUE
006570             MOVE "Y" TO WS-GRP-ISSUED-SWITCH
006580         WHEN SR-VOID
006590             MOVE "Y" TO WS-GRP-VOIDED-SWITCH
006600         WHEN SR-XREF
006610             PERFORM 4300-CHECK-ASSIGNMENT
006620                 THRU 4300-EXIT
006630     END-EVALUATE.
006640     PERFORM 4100-RETURN-SORTED-RECORD
006650         THRU 4100-EXIT.
006660 4200-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700*    4300-CHECK-ASSIGNMENT - KINDS 1, 2 AND 5 FOR ONE CROSS-     *
006710*    REFERENCE RECORD                                            *
006720*****************************************************************
006730 4300-CHECK-ASSIGNMENT.
006740     MOVE SR-TICKET-NUMBER TO WS-EDITED-NUMBER.
006750     IF NOT GROUP-ISSUED
006760         ADD 1 TO WS-ORPHAN-ISSUE
006770         MOVE SPACES TO OW-ORPHAN-RECORD
006780         MOVE "2" TO OW-KIND
006790         STRING "  NUMBER " DELIMITED BY SIZE
006800             WS-EDITED-NUMBER DELIMITED BY SIZE
006810             "  YEAR " DELIMITED BY SIZE
006820             SR-FISCAL-YEAR DELIMITED BY SIZE
006830             "  CUSTOMER " DELIMITED BY SIZE
006840             SR-CUSTOMER-ID DELIMITED BY SIZE
006850             "  ASSIGNED " DELIMITED BY SIZE
006860             SR-ISSUE-DATE DELIMITED BY SIZE
006870             INTO OW-LINE
006880         END-STRING
006890         PERFORM 6000-WRITE-ORPHAN
006900             THRU 6000-EXIT
006910     END-IF.
006920     MOVE SR-CUSTOMER-ID TO CM-CUSTOMER-ID.
006930     READ CUSTOMER-MASTER
006940         INVALID KEY
006950             ADD 1 TO WS-ORPHAN-CUSTOMER
006960             MOVE SPACES TO OW-ORPHAN-RECORD
006970             MOVE "1" TO OW-KIND
006980             STRING "  CUSTOMER " DELIMITED BY SIZE
006990                 SR-CUSTOMER-ID DELIMITED BY SIZE
007000                 "  YEAR " DELIMITED BY SIZE
007010                 SR-FISCAL-YEAR DELIMITED BY SIZE
007020                 "  NUMBER " DELIMITED BY SIZE
007030                 WS-EDITED-NUMBER DELIMITED BY SIZE
007040                 "  ASSIGNED " DELIMITED BY SIZE
007050                 SR-ISSUE-DATE DELIMITED BY SIZE
007060                 INTO OW-LINE
007070             END-STRING
007080             PERFORM 6000-WRITE-ORPHAN
007090                 THRU 6000-EXIT
007100             GO TO 4300-EXIT
007110     END-READ.
007120*    KIND 5 - A LIVE DOCUMENT FROM A CLOSED YEAR STILL HELD BY
007130*    AN ACTIVE CUSTOMER.  A BLANK YEAR CANNOT BE JUDGED
007140     IF NOT CM-STATUS-ACTIVE
007150         OR NOT GROUP-ISSUED
007160         OR GROUP-VOIDED
007170         OR SR-FISCAL-YEAR = SPACES
007180         OR SR-FISCAL-YEAR NOT < WS-OPEN-YEAR
007190         GO TO 4300-EXIT
007200     END-IF.
007210     ADD 1 TO WS-ORPHAN-CLOSED.
007220     MOVE SPACES TO OW-ORPHAN-RECORD.
007230     MOVE "5" TO OW-KIND.
007240     STRING "  CUSTOMER " DELIMITED BY SIZE
007250         SR-CUSTOMER-ID DELIMITED BY SIZE
007260         "  YEAR " DELIMITED BY SIZE
007270         SR-FISCAL-YEAR DELIMITED BY SIZE
007280         "  NUMBER " DELIMITED BY SIZE
007290         WS-EDITED-NUMBER DELIMITED BY SIZE
007300         "  YEAR CLOSED, OPEN YEAR " DELIMITED BY SIZE
007310         WS-OPEN-YEAR DELIMITED BY SIZE
007320         INTO OW-LINE
007330     END-STRING.
007340     PERFORM 6000-WRITE-ORPHAN
007350         THRU 6000-EXIT.
007360 4300-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400*    6000-WRITE-ORPHAN - FILE ONE ORPHAN LINE UNDER ITS KIND,    *
007410*    IN THE ORDER FOUND, FOR THE SECTIONED LISTING               *
007420*****************************************************************
007430 6000-WRITE-ORPHAN.
007440     ADD 1 TO WS-ORPHAN-SEQUENCE.
007450     MOVE WS-ORPHAN-SEQUENCE TO OW-SEQUENCE.
007460     WRITE OW-ORPHAN-RECORD.
007470     IF WS-ORPHWK-STATUS NOT = "00"
007480         DISPLAY "TKTINTEG: UNABLE TO WRITE ORPHAN-WORK, "
007490             "STATUS = " WS-ORPHWK-STATUS
007500         MOVE 12 TO RETURN-CODE
007510         STOP RUN
007520     END-IF.
007530 6000-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570*    7000-PRINT-SUMMARY - PRINT THE RECORD COUNTS, ONE COUNT     *
007580*    PER KIND OF ORPHAN, AND THE RESULT, AND SET THE RETURN      *
007590*    CODE BY SEVERITY                                            *
007600*****************************************************************
007610 7000-PRINT-SUMMARY.
007620     COMPUTE WS-ORPHAN-TOTAL =
007630         WS-ORPHAN-CUSTOMER + WS-ORPHAN-ISSUE
007640             + WS-ORPHAN-REQUESTER + WS-ORPHAN-SERIES
007650             + WS-ORPHAN-CLOSED.
007660     COMPUTE WS-COUNT-RECORDS-READ =
007670         WS-COUNT-AUDIT-READ + WS-COUNT-ARCHIVE-READ
007680             + WS-COUNT-XREF-READ + WS-COUNT-DEPT-READ.
007690     MOVE SPACES TO INTEGRITY-RPT-LINE.
007700     WRITE INTEGRITY-RPT-LINE.
007710
007720     MOVE SPACES TO WS-REPORT-LINE.
007730     MOVE "ACTIVE AUDIT RECORDS READ..............."
007740         TO WS-RPT-LABEL.
007750     MOVE WS-COUNT-AUDIT-READ TO WS-RPT-COUNT.
007760     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
007770
007780     MOVE SPACES TO WS-REPORT-LINE.
007790     MOVE "ARCHIVED AUDIT RECORDS READ............."
007800         TO WS-RPT-LABEL.
007810     MOVE WS-COUNT-ARCHIVE-READ TO WS-RPT-COUNT.
007820     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
007830
007840     MOVE SPACES TO WS-REPORT-LINE.
007850     MOVE "CROSS-REFERENCE RECORDS READ............"
007860         TO WS-RPT-LABEL.
007870     MOVE WS-COUNT-XREF-READ TO WS-RPT-COUNT.
007880     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
007890
007900     MOVE SPACES TO WS-REPORT-LINE.
007910     MOVE "DEPARTMENTS READ........................"
007920         TO WS-RPT-LABEL.
007930     MOVE WS-COUNT-DEPT-READ TO WS-RPT-COUNT.
007940     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
007950
007960     MOVE SPACES TO INTEGRITY-RPT-LINE.
007970     WRITE INTEGRITY-RPT-LINE.
007980
007990     MOVE SPACES TO WS-REPORT-LINE.
008000     MOVE "1 XREF CUSTOMER NOT ON CUSTMAST.........."
008010         TO WS-RPT-LABEL.
008020     MOVE WS-ORPHAN-CUSTOMER TO WS-RPT-COUNT.
008030     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
008040
008050     MOVE SPACES TO WS-REPORT-LINE.
008060     MOVE "2 XREF TICKET WITH NO ISSUE RECORD......"
008070         TO WS-RPT-LABEL.
008080     MOVE WS-ORPHAN-ISSUE TO WS-RPT-COUNT.
008090     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
008100
008110     MOVE SPACES TO WS-REPORT-LINE.
008120     MOVE "3 ISSUE REQUESTER NOT ON DEPTMAST......."
008130         TO WS-RPT-LABEL.
008140     MOVE WS-ORPHAN-REQUESTER TO WS-RPT-COUNT.
008150     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
008160
008170     MOVE SPACES TO WS-REPORT-LINE.
008180     MOVE "4 DEPTMAST SERIES NOT ON TKTCTL........."
008190         TO WS-RPT-LABEL.
008200     MOVE WS-ORPHAN-SERIES TO WS-RPT-COUNT.
008210     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
008220
008230     MOVE SPACES TO WS-REPORT-LINE.
008240     MOVE "5 ACTIVE CUSTOMER HOLDING CLOSED YEAR..."
008250         TO WS-RPT-LABEL.
008260     MOVE WS-ORPHAN-CLOSED TO WS-RPT-COUNT.
008270     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
008280
008290     MOVE SPACES TO WS-REPORT-LINE.
008300     MOVE "TOTAL ORPHANS..........................."
008310         TO WS-RPT-LABEL.
008320     MOVE WS-ORPHAN-TOTAL TO WS-RPT-COUNT.
008330     WRITE INTEGRITY-RPT-LINE FROM WS-REPORT-LINE.
008340
008350     MOVE SPACES TO INTEGRITY-RPT-LINE.
008360     WRITE INTEGRITY-RPT-LINE.
008370     MOVE SPACES TO INTEGRITY-RPT-LINE.
008380     IF WS-ORPHAN-ISSUE > ZERO
008390         OR WS-ORPHAN-SERIES > ZERO
008400         MOVE 8 TO WS-RUN-RC
008410         MOVE "INTEGRITY: SERIOUS ORPHANS FOUND - SEE BELOW"
008420             TO INTEGRITY-RPT-LINE
008430     ELSE
008440         IF WS-ORPHAN-TOTAL > ZERO
008450             MOVE 4 TO WS-RUN-RC
008460             MOVE "INTEGRITY: ORPHANS FOUND - SEE BELOW"
008470                 TO INTEGRITY-RPT-LINE
008480         ELSE
008490             MOVE 0 TO WS-RUN-RC
008500             MOVE "INTEGRITY: CLEAN - NO ORPHANS FOUND"
008510                 TO INTEGRITY-RPT-LINE
008520         END-IF
008530     END-IF.
008540     WRITE INTEGRITY-RPT-LINE.
008550 7000-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590*    7500-PRINT-ORPHANS - SORT OUTPUT PROCEDURE.  LISTS THE      *
008600*    ORPHANS KIND BY KIND, EACH UNDER ITS OWN HEADING            *
008610*****************************************************************
008620 7500-PRINT-ORPHANS.
008630     PERFORM 7600-RETURN-ORPHAN
008640         THRU 7600-EXIT.
008650     PERFORM 7700-PRINT-ONE-ORPHAN
008660         THRU 7700-EXIT
008670         UNTIL ORPHAN-AT-END.
008680 7500-EXIT.
008690     EXIT.
008700
008710*****************************************************************
008720*    7600-RETURN-ORPHAN - RETURN THE NEXT SORTED ORPHAN LINE     *
008730*****************************************************************
008740 7600-RETURN-ORPHAN.
008750     RETURN ORPHAN-SORT
008760         AT END
008770             MOVE "Y" TO WS-ORPHAN-EOF-SWITCH
008780     END-RETURN.
008790 7600-EXIT.
008800     EXIT.
008810
008820*****************************************************************
008830*    7700-PRINT-ONE-ORPHAN - HEAD A NEW KIND'S SECTION, THEN     *
008840*    PRINT THE LINE                                              *
008850*****************************************************************
008860 7700-PRINT-ONE-ORPHAN.
008870     IF OS-KIND NOT = WS-PRIOR-KIND
008880         MOVE OS-KIND TO WS-PRIOR-KIND
008890         MOVE SPACES TO INTEGRITY-RPT-LINE
008900         WRITE INTEGRITY-RPT-LINE
008910         EVALUATE OS-KIND
008920             WHEN "1"
008930                 MOVE "1 - XREF CUSTOMER NOT ON CUSTMAST"
008940                     TO INTEGRITY-RPT-LINE
008950             WHEN "2"
008960                 MOVE "2 - XREF TICKET WITH NO ISSUE RECORD"
008970                     TO INTEGRITY-RPT-LINE
008980             WHEN "3"
008990                 MOVE "3 - ISSUE REQUESTER NOT ON DEPTMAST"
009000                     TO INTEGRITY-RPT-LINE
009010             WHEN "4"
009020                 MOVE "4 - DEPTMAST SERIES WITH NO TKTCTL RECORD"
009030                     TO INTEGRITY-RPT-LINE
009040             WHEN "5"
009050                 MOVE "5 - ACTIVE CUSTOMER HOLDING CLOSED YEAR"
009060                     TO INTEGRITY-RPT-LINE
009070         END-EVALUATE
009080         WRITE INTEGRITY-RPT-LINE
009090     END-IF.
009100     MOVE OS-LINE TO INTEGRITY-RPT-LINE.
009110     WRITE INTEGRITY-RPT-LINE.
009120     PERFORM 7600-RETURN-ORPHAN
009130         THRU 7600-EXIT.
009140 7700-EXIT.
009150     EXIT.
009160
009170*****************************************************************
009180*    8000-FINALIZE - APPEND THE RUN-LOG RECORD AND CLOSE THE     *
009190*    FILES                                                       *
009200*****************************************************************
009210 8000-FINALIZE.
009220     MOVE WS-RUN-RC TO RETURN-CODE.
009230     PERFORM 9000-WRITE-RUN-LOG
009240         THRU 9000-EXIT.
009250     CLOSE CUSTOMER-MASTER
009260           DEPARTMENT-MASTER
009270           TICKET-CONTROL
009280           INTEGRITY-RPT.
009290 8000-EXIT.
009300     EXIT.
009310
009320*****************************************************************
009330*    9000-WRITE-RUN-LOG - APPEND THIS RUN'S COMMON RUN-LOG       *
009340*    RECORD WITH THE COUNT OF EACH KIND.  THE LOG IS ADVISORY -  *
009350*    AN AUDIT THAT RAN IS NOT FAILED OVER A LOG FILE PROBLEM,    *
009360*    BUT THE OPERATOR IS TOLD                                    *
009370*****************************************************************
009380 9000-WRITE-RUN-LOG.
009390     OPEN EXTEND RUN-LOG.
009400     IF WS-RUNLOG-STATUS NOT = "00"
009410         DISPLAY "TKTINTEG: UNABLE TO OPEN RUN-LOG, "
009420             "STATUS = " WS-RUNLOG-STATUS
009430             " - STEP CONTINUES WITHOUT A LOG ENTRY"
009440         GO TO 9000-EXIT
009450     END-IF.
009460     ACCEPT WS-STEP-STOP-TIME FROM TIME.
009470     MOVE SPACES TO RL-RUN-LOG-RECORD.
009480     MOVE "TKTINTEG" TO RL-PROGRAM-ID.
009490     MOVE WS-CURRENT-DATE TO RL-RUN-DATE.
009500     MOVE WS-STEP-START-TIME TO RL-START-TIME.
009510     MOVE WS-STEP-STOP-TIME TO RL-STOP-TIME.
009520     MOVE WS-COUNT-RECORDS-READ TO RL-RECORDS-READ.
009530     MOVE ZERO TO RL-RECORDS-WRITTEN.
009540     MOVE WS-ORPHAN-TOTAL TO RL-RECORDS-REJECTED.
009550     MOVE WS-ORPHAN-CUSTOMER TO RL-ORPHAN-CUSTOMER.
009560     IF WS-ORPHAN-CUSTOMER > WS-RUNLOG-CAP
009570         MOVE WS-RUNLOG-CAP TO RL-ORPHAN-CUSTOMER
009580     END-IF.
009590     MOVE WS-ORPHAN-ISSUE TO RL-ORPHAN-ISSUE.
009600     IF WS-ORPHAN-ISSUE > WS-RUNLOG-CAP
009610         MOVE WS-RUNLOG-CAP TO RL-ORPHAN-ISSUE
009620     END-IF.
009630     MOVE WS-ORPHAN-REQUESTER TO RL-ORPHAN-REQUESTER.
009640     IF WS-ORPHAN-REQUESTER > WS-RUNLOG-CAP
009650         MOVE WS-RUNLOG-CAP TO RL-ORPHAN-REQUESTER
009660     END-IF.
009670     MOVE WS-ORPHAN-SERIES TO RL-ORPHAN-SERIES.
009680     IF WS-ORPHAN-SERIES > WS-RUNLOG-CAP
009690         MOVE WS-RUNLOG-CAP TO RL-ORPHAN-SERIES
009700     END-IF.
009710     MOVE WS-ORPHAN-CLOSED TO RL-ORPHAN-CLOSED.
009720     IF WS-ORPHAN-CLOSED > WS-RUNLOG-CAP
009730         MOVE WS-RUNLOG-CAP TO RL-ORPHAN-CLOSED
009740     END-IF.
009750     MOVE RETURN-CODE TO RL-RETURN-CODE.
009760     WRITE RL-RUN-LOG-RECORD.
009770     IF WS-RUNLOG-STATUS NOT = "00"
009780         DISPLAY "TKTINTEG: UNABLE TO WRITE RUN-LOG, "
009790             "STATUS = " WS-RUNLOG-STATUS
009800     END-IF.
009810     CLOSE RUN-LOG.
009820 9000-EXIT.
009830     EXIT.
