000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RATEMNT.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    TICKET RATE-MASTER MAINTENANCE.                            *
000100*                                                                *
000110*    PROCESSES A TRANSACTION FILE OF ADD/CHANGE/DELETE ACTIONS   *
000120*    AGAINST THE INDEXED RATE MASTER THE BILLING RUN PRICES      *
000130*    TICKETS FROM, ONE RECORD PER SERIES AND FISCAL YEAR.        *
000140*    EVERY RECORD THE RUN TOUCHES IS PRINTED WITH ITS BEFORE     *
000150*    AND AFTER IMAGES ON THE MAINTENANCE LISTING, THE SAME WAY   *
000160*    DEPTMNT PRINTS THE DEPARTMENT MASTER'S, AND EVERY           *
000170*    TRANSACTION THAT CANNOT BE APPLIED IS PRINTED AS A REJECT   *
000180*    WITH ITS REASON.  A PRICE OF ZERO IS REFUSED - A SERIES     *
000190*    THAT IS NOT TO BE BILLED FOR A YEAR SIMPLY HAS NO RATE.     *
000200*                                                                *
000210*    MODIFICATION HISTORY.                                       *
000220*    2026-10-15  RVS  INITIAL VERSION.                           *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM.
000270 OBJECT-COMPUTER.   IBM.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MAINT-TRANS ASSIGN TO RATETRAN
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-RATETRAN-STATUS.
000330     SELECT RATE-MASTER ASSIGN TO RATEMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS RT-RATE-KEY
000370         FILE STATUS IS WS-RATEMAST-STATUS.
000380     SELECT MAINT-RPT ASSIGN TO MNTRPT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-MNTRPT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  MAINT-TRANS
000450     RECORDING MODE IS F.
000460     COPY TKTRTRN.
000470
000480 FD  RATE-MASTER.
000490     COPY TKTRATE.
000500
000510 FD  MAINT-RPT
000520     RECORDING MODE IS F.
000530 01  MAINT-RPT-LINE                  PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560*****************************************************************
000570*    FILE STATUS AND END-OF-FILE SWITCHES                       *
000580*****************************************************************
000590 77  WS-RATETRAN-STATUS              PIC X(02).
000600 77  WS-RATEMAST-STATUS              PIC X(02).
000610 77  WS-MNTRPT-STATUS                PIC X(02).
000620 77  WS-EOF-SWITCH                   PIC X(01)   VALUE "N".
000630     88  END-OF-TRANS                            VALUE "Y".
000640
000650*****************************************************************
000660*    RUN COUNTERS                                                *
000670*****************************************************************
000680 77  WS-COUNT-TRANS                  PIC 9(07)   COMP   VALUE ZERO.
000690 77  WS-COUNT-ADDED                  PIC 9(07)   COMP   VALUE ZERO.
000700 77  WS-COUNT-CHANGED                PIC 9(07)   COMP   VALUE ZERO.
000710 77  WS-COUNT-DELETED                PIC 9(07)   COMP   VALUE ZERO.
000720 77  WS-COUNT-REJECTED               PIC 9(07)   COMP   VALUE ZERO.
000730
000740*****************************************************************
000750*    RUN DATE, STAMPED ON EVERY RECORD ADDED OR CHANGED          *
000760*****************************************************************
000770 77  WS-CURRENT-DATE                 PIC X(08).
000780
000790*****************************************************************
000800*    BEFORE-IMAGE SAVE AREA, CAPTURED ON THE READ THAT           *
000810*    PRECEDES EVERY CHANGE AND DELETE                            *
000820*****************************************************************
000830 01  WS-BEFORE-PRICE                 PIC S9(07)V99 COMP-3.
000840 01  WS-BEFORE-CHANGED               PIC X(08).
000850
000860*****************************************************************
000870*    REJECT REASON, SET WHEN A TRANSACTION CANNOT BE APPLIED     *
000880*****************************************************************
000890 01  WS-REJECT-REASON                PIC X(36).
000900
000910*****************************************************************
000920*    MAINTENANCE LISTING LINE WORK AREAS                         *
000930*****************************************************************
000940 01  WS-IMAGE-LINE.
000950     05  FILLER                      PIC X(02)   VALUE SPACES.
000960     05  WS-IMG-ACTION               PIC X(08).
000970     05  FILLER                      PIC X(01)   VALUE SPACES.
000980     05  WS-IMG-SERIES               PIC X(02).
000990     05  FILLER                      PIC X(01)   VALUE SPACES.
001000     05  WS-IMG-YEAR                 PIC X(04).
001010     05  FILLER                      PIC X(02)   VALUE SPACES.
001020     05  WS-IMG-TAG                  PIC X(08).
001030     05  FILLER                      PIC X(01)   VALUE SPACES.
001040     05  WS-IMG-NOTE                 PIC X(10).
001050     05  FILLER                      PIC X(01)   VALUE SPACES.
001060     05  WS-IMG-PRICE                PIC Z,ZZZ,ZZ9.99.
001070     05  FILLER                      PIC X(02)   VALUE SPACES.
001080     05  WS-IMG-CHANGED              PIC X(08).
001090     05  FILLER                      PIC X(18)   VALUE SPACES.
001100 01  WS-REJECT-LINE.
001110     05  FILLER                      PIC X(02)   VALUE SPACES.
001120     05  WS-REJ-FLAG                 PIC X(10).
001130     05  FILLER                      PIC X(01)   VALUE SPACES.
001140     05  WS-REJ-SERIES               PIC X(02).
001150     05  FILLER                      PIC X(01)   VALUE SPACES.
001160     05  WS-REJ-YEAR                 PIC X(04).
001170     05  FILLER                      PIC X(02)   VALUE SPACES.
001180     05  WS-REJ-REASON               PIC X(36).
001190     05  FILLER                      PIC X(22)   VALUE SPACES.
001200 01  WS-REPORT-LINE.
001210     05  FILLER                      PIC X(02)   VALUE SPACES.
001220     05  WS-RPT-LABEL                PIC X(25).
001230     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
001240     05  FILLER                      PIC X(46)   VALUE SPACES.
001250
001260 PROCEDURE DIVISION.
001270*****************************************************************
001280*    0000-MAINLINE                                               *
001290*****************************************************************
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE
001320         THRU 1000-EXIT.
001330     PERFORM 2000-PROCESS-TRANSACTION
001340         THRU 2000-EXIT
001350         UNTIL END-OF-TRANS.
001360     PERFORM 8000-FINALIZE
001370         THRU 8000-EXIT.
001380     STOP RUN.
001390
001400*****************************************************************
001410*    1000-INITIALIZE - OPEN FILES, PRINT THE LISTING HEADING,    *
001420*    AND PRIME THE TRANSACTION READ                              *
001430*****************************************************************
001440 1000-INITIALIZE.
001450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001460     OPEN INPUT  MAINT-TRANS
001470          I-O    RATE-MASTER
001480          OUTPUT MAINT-RPT.
001490     IF WS-RATETRAN-STATUS NOT = "00"
001500         DISPLAY "RATEMNT: UNABLE TO OPEN MAINT-TRANS, "
001510             "STATUS = " WS-RATETRAN-STATUS
001520         MOVE 12 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     IF WS-RATEMAST-STATUS NOT = "00"
001560         DISPLAY "RATEMNT: UNABLE TO OPEN RATE-MASTER, "
001570             "STATUS = " WS-RATEMAST-STATUS
001580         MOVE 12 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610     IF WS-MNTRPT-STATUS NOT = "00"
001620         DISPLAY "RATEMNT: UNABLE TO OPEN MAINT-RPT, "
001630             "STATUS = " WS-MNTRPT-STATUS
001640         MOVE 12 TO RETURN-CODE
001650         STOP RUN
001660     END-IF.
001670     MOVE SPACES TO MAINT-RPT-LINE.
001680     MOVE "TICKET RATE MASTER MAINTENANCE LISTING"
001690         TO MAINT-RPT-LINE.
001700     WRITE MAINT-RPT-LINE.
001710     MOVE SPACES TO MAINT-RPT-LINE.
001720     WRITE MAINT-RPT-LINE.
001730     PERFORM 2100-READ-TRANSACTION
001740         THRU 2100-EXIT.
001750 1000-EXIT.
001760     EXIT.
001770
001780*****************************************************************
001790*    2000-PROCESS-TRANSACTION - EDIT ONE TRANSACTION AND APPLY   *
001800*    IT TO THE MASTER, OR REJECT IT WITH A PRINTED REASON        *
001810*****************************************************************
001820 2000-PROCESS-TRANSACTION.
001830     ADD 1 TO WS-COUNT-TRANS.
001840     IF NOT RM-ACTION-IS-VALID
001850         MOVE "ACTION CODE NOT A, C, OR D" TO WS-REJECT-REASON
001860         PERFORM 2900-PRINT-REJECT
001870             THRU 2900-EXIT
001880         GO TO 2000-NEXT
001890     END-IF.
001900     IF RM-SERIES-CODE = SPACES
001910         MOVE "SERIES CODE IS BLANK" TO WS-REJECT-REASON
001920         PERFORM 2900-PRINT-REJECT
001930             THRU 2900-EXIT
001940         GO TO 2000-NEXT
001950     END-IF.
001960     IF RM-FISCAL-YEAR NOT NUMERIC
001970         MOVE "FISCAL YEAR NOT NUMERIC" TO WS-REJECT-REASON
001980         PERFORM 2900-PRINT-REJECT
001990             THRU 2900-EXIT
002000         GO TO 2000-NEXT
002010     END-IF.
002020     IF (RM-ACTION-ADD OR RM-ACTION-CHANGE)
002030         AND (RM-UNIT-PRICE NOT NUMERIC
002040             OR RM-UNIT-PRICE-NUM = ZERO)
002050         MOVE "UNIT PRICE NOT NUMERIC OR ZERO"
002060             TO WS-REJECT-REASON
002070         PERFORM 2900-PRINT-REJECT
002080             THRU 2900-EXIT
002090         GO TO 2000-NEXT
002100     END-IF.
002110     EVALUATE TRUE
002120         WHEN RM-ACTION-ADD
002130             PERFORM 3000-APPLY-ADD
002140                 THRU 3000-EXIT
002150         WHEN RM-ACTION-CHANGE
002160             PERFORM 4000-APPLY-CHANGE
002170                 THRU 4000-EXIT
002180         WHEN RM-ACTION-DELETE
002190             PERFORM 5000-APPLY-DELETE
002200                 THRU 5000-EXIT
002210     END-EVALUATE.
002220 2000-NEXT.
002230     PERFORM 2100-READ-TRANSACTION
002240         THRU 2100-EXIT.
002250 2000-EXIT.
002260     EXIT.
002270
002280*****************************************************************
002290*    2100-READ-TRANSACTION - READ WITH AT END HANDLING           *
002300*****************************************************************
002310 2100-READ-TRANSACTION.
002320     READ MAINT-TRANS
002330         AT END
002340             MOVE "Y" TO WS-EOF-SWITCH
002350     END-READ.
002360 2100-EXIT.
002370     EXIT.
002380
002390*****************************************************************
002400*    3000-APPLY-ADD - WRITE A BRAND-NEW RATE RECORD.  A SERIES   *
002410*    AND YEAR ALREADY ON THE MASTER IS A REJECT, NOT AN          *
002420*    OVERLAY - A PRICE CHANGE IS A C TRANSACTION                 *
002430*****************************************************************
002440 3000-APPLY-ADD.
002450     MOVE SPACES TO RT-RATE-RECORD.
002460     MOVE RM-SERIES-CODE TO RT-SERIES-CODE.
002470     MOVE RM-FISCAL-YEAR TO RT-FISCAL-YEAR.
002480     MOVE RM-UNIT-PRICE-NUM TO RT-UNIT-PRICE.
002490     MOVE WS-CURRENT-DATE TO RT-LAST-CHANGED.
002500     WRITE RT-RATE-RECORD
002510         INVALID KEY
002520             MOVE "SERIES AND YEAR ALREADY ON MASTER"
002530                 TO WS-REJECT-REASON
002540             PERFORM 2900-PRINT-REJECT
002550                 THRU 2900-EXIT
002560             GO TO 3000-EXIT
002570     END-WRITE.
002580     ADD 1 TO WS-COUNT-ADDED.
002590     MOVE SPACES TO WS-IMAGE-LINE.
002600     MOVE "ADD" TO WS-IMG-ACTION.
002610     MOVE "(NEW)" TO WS-IMG-NOTE.
002620     MOVE ZERO TO WS-IMG-PRICE.
002630     MOVE SPACES TO WS-IMG-CHANGED.
002640     PERFORM 2800-PRINT-BEFORE-IMAGE
002650         THRU 2800-EXIT.
002660     MOVE SPACES TO WS-IMG-NOTE.
002670     MOVE RM-UNIT-PRICE-NUM TO WS-IMG-PRICE.
002680     MOVE WS-CURRENT-DATE TO WS-IMG-CHANGED.
002690     PERFORM 2850-PRINT-AFTER-IMAGE
002700         THRU 2850-EXIT.
002710 3000-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750*    4000-APPLY-CHANGE - REWRITE THE UNIT PRICE ON AN EXISTING   *
002760*    RATE RECORD.  A SERIES AND YEAR NOT ON THE MASTER IS A      *
002770*    REJECT                                                      *
002780*****************************************************************
002790 4000-APPLY-CHANGE.
002800     MOVE RM-SERIES-CODE TO RT-SERIES-CODE.
002810     MOVE RM-FISCAL-YEAR TO RT-FISCAL-YEAR.
002820     READ RATE-MASTER
002830         INVALID KEY
002840             MOVE "SERIES AND YEAR NOT FOUND IN MASTER"
002850                 TO WS-REJECT-REASON
002860             PERFORM 2900-PRINT-REJECT
002870                 THRU 2900-EXIT
002880             GO TO 4000-EXIT
002890     END-READ.
002900     MOVE RT-UNIT-PRICE TO WS-BEFORE-PRICE.
002910     MOVE RT-LAST-CHANGED TO WS-BEFORE-CHANGED.
002920     MOVE RM-UNIT-PRICE-NUM TO RT-UNIT-PRICE.
002930     MOVE WS-CURRENT-DATE TO RT-LAST-CHANGED.
002940     REWRITE RT-RATE-RECORD
002950         INVALID KEY
002960             MOVE "REWRITE FAILED ON MASTER FILE"
002970                 TO WS-REJECT-REASON
002980             PERFORM 2900-PRINT-REJECT
002990                 THRU 2900-EXIT
003000             GO TO 4000-EXIT
003010     END-REWRITE.
003020     ADD 1 TO WS-COUNT-CHANGED.
003030     MOVE SPACES TO WS-IMAGE-LINE.
003040     MOVE "CHANGE" TO WS-IMG-ACTION.
003050     MOVE WS-BEFORE-PRICE TO WS-IMG-PRICE.
003060     MOVE WS-BEFORE-CHANGED TO WS-IMG-CHANGED.
003070     PERFORM 2800-PRINT-BEFORE-IMAGE
003080         THRU 2800-EXIT.
003090     MOVE RM-UNIT-PRICE-NUM TO WS-IMG-PRICE.
003100     MOVE WS-CURRENT-DATE TO WS-IMG-CHANGED.
003110     PERFORM 2850-PRINT-AFTER-IMAGE
003120         THRU 2850-EXIT.
003130 4000-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170*    5000-APPLY-DELETE - REMOVE AN EXISTING RATE RECORD.  A      *
003180*    SERIES AND YEAR NOT ON THE MASTER IS A REJECT               *
003190*****************************************************************
003200 5000-APPLY-DELETE.
003210     MOVE RM-SERIES-CODE TO RT-SERIES-CODE.
003220     MOVE RM-FISCAL-YEAR TO RT-FISCAL-YEAR.
003230     READ RATE-MASTER
003240         INVALID KEY
003250             MOVE "SERIES AND YEAR NOT FOUND IN MASTER"
003260                 TO WS-REJECT-REASON
003270             PERFORM 2900-PRINT-REJECT
003280                 THRU 2900-EXIT
003290             GO TO 5000-EXIT
003300     END-READ.
003310     MOVE RT-UNIT-PRICE TO WS-BEFORE-PRICE.
003320     MOVE RT-LAST-CHANGED TO WS-BEFORE-CHANGED.
003330     DELETE RATE-MASTER
003340         INVALID KEY
003350             MOVE "DELETE FAILED ON MASTER FILE"
003360                 TO WS-REJECT-REASON
003370             PERFORM 2900-PRINT-REJECT
003380                 THRU 2900-EXIT
003390             GO TO 5000-EXIT
003400     END-DELETE.
003410     ADD 1 TO WS-COUNT-DELETED.
003420     MOVE SPACES TO WS-IMAGE-LINE.
003430     MOVE "DELETE" TO WS-IMG-ACTION.
003440     MOVE WS-BEFORE-PRICE TO WS-IMG-PRICE.
003450     MOVE WS-BEFORE-CHANGED TO WS-IMG-CHANGED.
003460     PERFORM 2800-PRINT-BEFORE-IMAGE
003470         THRU 2800-EXIT.
003480     MOVE "(DELETED)" TO WS-IMG-NOTE.
003490     MOVE ZERO TO WS-IMG-PRICE.
003500     MOVE SPACES TO WS-IMG-CHANGED.
003510     PERFORM 2850-PRINT-AFTER-IMAGE
003520         THRU 2850-EXIT.
003530 5000-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570*    2800-PRINT-BEFORE-IMAGE - PRINT THE RECORD AS IT STOOD      *
003580*    BEFORE THE TRANSACTION.  THE IMAGE FIELDS ARE SET BY THE    *
003590*    CALLER                                                      *
003600*****************************************************************
003610 2800-PRINT-BEFORE-IMAGE.
003620     MOVE RM-SERIES-CODE TO WS-IMG-SERIES.
003630     MOVE RM-FISCAL-YEAR TO WS-IMG-YEAR.
003640     MOVE "BEFORE" TO WS-IMG-TAG.
003650     WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE.
003660 2800-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*    2850-PRINT-AFTER-IMAGE - PRINT THE RECORD AS THE            *
003710*    TRANSACTION LEFT IT                                         *
003720*****************************************************************
003730 2850-PRINT-AFTER-IMAGE.
003740     MOVE RM-SERIES-CODE TO WS-IMG-SERIES.
003750     MOVE RM-FISCAL-YEAR TO WS-IMG-YEAR.
003760     MOVE "AFTER" TO WS-IMG-TAG.
003770     WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE.
003780     MOVE SPACES TO MAINT-RPT-LINE.
003790     WRITE MAINT-RPT-LINE.
003800 2850-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840*    2900-PRINT-REJECT - PRINT A REJECTED TRANSACTION WITH ITS   *
003850*    REASON AND COUNT IT                                         *
003860*****************************************************************
003870 2900-PRINT-REJECT.
003880     ADD 1 TO WS-COUNT-REJECTED.
003890     MOVE SPACES TO WS-REJECT-LINE.
003900     MOVE "*REJECTED*" TO WS-REJ-FLAG.
003910     MOVE RM-SERIES-CODE TO WS-REJ-SERIES.
003920     MOVE RM-FISCAL-YEAR TO WS-REJ-YEAR.
003930     MOVE WS-REJECT-REASON TO WS-REJ-REASON.
003940     WRITE MAINT-RPT-LINE FROM WS-REJECT-LINE.
003950 2900-EXIT.
003960     EXIT.
003970
003980*****************************************************************
003990*    8000-FINALIZE - PRINT THE RUN TOTALS, POST THE RETURN       *
004000*    CODE, AND CLOSE THE FILES                                   *
004010*****************************************************************
004020 8000-FINALIZE.
004030     MOVE SPACES TO MAINT-RPT-LINE.
004040     WRITE MAINT-RPT-LINE.
004050     MOVE SPACES TO MAINT-RPT-LINE.
004060     MOVE "MAINTENANCE RUN TOTALS" TO MAINT-RPT-LINE.
004070     WRITE MAINT-RPT-LINE.
004080     MOVE SPACES TO MAINT-RPT-LINE.
004090     WRITE MAINT-RPT-LINE.
004100
004110     MOVE SPACES TO WS-REPORT-LINE.
004120     MOVE "TRANSACTIONS READ....." TO WS-RPT-LABEL.
004130     MOVE WS-COUNT-TRANS TO WS-RPT-COUNT.
004140     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
004150
004160     MOVE SPACES TO WS-REPORT-LINE.
004170     MOVE "RECORDS ADDED........." TO WS-RPT-LABEL.
004180     MOVE WS-COUNT-ADDED TO WS-RPT-COUNT.
004190     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
004200
004210     MOVE SPACES TO WS-REPORT-LINE.
004220     MOVE "RECORDS CHANGED......." TO WS-RPT-LABEL.
004230     MOVE WS-COUNT-CHANGED TO WS-RPT-COUNT.
004240     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
004250
004260     MOVE SPACES TO WS-REPORT-LINE.
004270     MOVE "RECORDS DELETED......." TO WS-RPT-LABEL.
004280     MOVE WS-COUNT-DELETED TO WS-RPT-COUNT.
004290     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
004300
004310     MOVE SPACES TO WS-REPORT-LINE.
004320     MOVE "TRANSACTIONS REJECTED." TO WS-RPT-LABEL.
004330     MOVE WS-COUNT-REJECTED TO WS-RPT-COUNT.
004340     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
004350
004360     IF WS-COUNT-REJECTED = ZERO
004370         MOVE 0 TO RETURN-CODE
004380     ELSE
004390         MOVE 4 TO RETURN-CODE
004400     END-IF.
004410
004420     CLOSE MAINT-TRANS
004430           RATE-MASTER
004440           MAINT-RPT.
004450 8000-EXIT.
004460     EXIT.
