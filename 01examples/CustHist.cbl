000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CUSTHIST.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    CUSTOMER-MASTER POINT-IN-TIME INQUIRY.                     *
000100*                                                                *
000110*    ANSWERS "WHAT DID THIS CUSTOMER'S RECORD SAY ON THAT DAY,   *
000120*    AND WHAT HAS CHANGED SINCE" FROM THE CUSTOMER CHANGE        *
000130*    JOURNAL (CUSTJRN) THAT CUSTMNT, CUSTMRG, IF-EXEMPLO AND     *
000135*    CYCREST (ON A CYCLE ROLL-BACK) APPEND TO.  SYSIN LINE 1     *
000140*    IS THE CUSTOMER ID, LINE 2 THE                              *
000150*    AS-OF DATE (YYYYMMDD).  THE RECORD AS OF THE CLOSE OF THAT  *
000160*    DATE IS REBUILT FROM THE JOURNAL - THE AFTER IMAGE OF THE   *
000170*    LAST CHANGE ON OR BEFORE THE DATE, OR, WHEN THE FIRST       *
000180*    CHANGE CAME LATER, THAT CHANGE'S BEFORE IMAGE, OR, WHEN     *
000190*    NOTHING WAS EVER JOURNALED, THE CURRENT MASTER RECORD.      *
000200*    EVERY CHANGE AFTER THE DATE IS THEN LISTED WITH ITS         *
000210*    PROGRAM, DATE, TIME AND BOTH IMAGES.                        *
000220*                                                                *
000230*    EACH JOURNAL RECORD'S BEFORE IMAGE MUST MATCH THE AFTER     *
000240*    IMAGE OF THE ONE BEFORE IT, AND THE LAST AFTER IMAGE MUST   *
000250*    MATCH THE MASTER.  A MISMATCH MEANS THE RECORD WAS CHANGED  *
000260*    BY SOMETHING THAT DID NOT JOURNAL IT - IT IS FLAGGED AS A   *
000270*    JOURNAL GAP AND THE RUN POSTS RC=4, BECAUSE A REBUILT       *
000280*    IMAGE ACROSS A GAP CANNOT BE TRUSTED.                       *
000290*                                                                *
000300*    RETURN CODES - 0 CLEAN, 4 NO JOURNAL RECORD FOR THE         *
000310*    CUSTOMER OR A JOURNAL GAP, 8 BAD SYSIN, 12 I/O FAILURE.     *
000320*                                                                *
000330*    MODIFICATION HISTORY.                                       *
000340*    2026-10-15  RVS  INITIAL VERSION.                           *
000345*    2026-10-15  RVS  HEADER NOW NAMES CYCREST AMONG THE         *
000346*                     PROGRAMS THAT WRITE THE JOURNAL.           *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM.
000390 OBJECT-COMPUTER.   IBM.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL CUSTOMER-JOURNAL ASSIGN TO CUSTJRN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CUSTJRN-STATUS.
000450     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-CUSTOMER-ID
000490         FILE STATUS IS WS-CUSTMAST-STATUS.
000500     SELECT HISTORY-RPT ASSIGN TO HSTRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-HSTRPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CUSTOMER-JOURNAL
000570     RECORDING MODE IS F.
000580     COPY CUSTJRN.
000590
000600 FD  CUSTOMER-MASTER.
000610     COPY CUSTNAME REPLACING
000620         ==CN-RECORD== BY ==CM-RECORD==
000630         ==CN-CUSTOMER-ID== BY ==CM-CUSTOMER-ID==
000640         ==CN-CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
000650         ==CN-STATUS== BY ==CM-STATUS==
000660         ==CN-STATUS-ACTIVE== BY ==CM-STATUS-ACTIVE==
000670         ==CN-STATUS-INACTIVE== BY ==CM-STATUS-INACTIVE==
000680         ==CN-ADDR-LINE-1== BY ==CM-ADDR-LINE-1==
000690         ==CN-ADDR-LINE-2== BY ==CM-ADDR-LINE-2==
000700         ==CN-ADDR-CITY== BY ==CM-ADDR-CITY==
000710         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
000720         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
000730
000740 FD  HISTORY-RPT
000750     RECORDING MODE IS F.
000760 01  HISTORY-RPT-LINE                PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790*****************************************************************
000800*    FILE STATUS AND END-OF-FILE SWITCHES                       *
000810*****************************************************************
000820 77  WS-CUSTJRN-STATUS               PIC X(02).
000830 77  WS-CUSTMAST-STATUS              PIC X(02).
000840 77  WS-HSTRPT-STATUS                PIC X(02).
000850 77  WS-JOURNAL-EOF-SWITCH           PIC X(01)   VALUE "N".
000860     88  JOURNAL-AT-END                          VALUE "Y".
000870
000880*****************************************************************
000890*    THE INQUIRY REQUEST, FROM SYSIN                             *
000900*****************************************************************
000910 01  WS-INQ-CUSTOMER-ID              PIC X(10).
000920 01  WS-INQ-AS-OF-DATE               PIC X(08).
000930 01  WS-INQ-AS-OF-DATE-NUM REDEFINES WS-INQ-AS-OF-DATE
000940                                     PIC 9(08).
000950
000960*****************************************************************
000970*    REBUILD WORK AREAS.  WS-AS-OF-IMAGE IS THE RECORD AS OF     *
000980*    THE DATE (SPACES = NOT ON THE MASTER); WS-PRIOR-IMAGE IS    *
000990*    THE RECORD AFTER THE LAST JOURNAL ENTRY SEEN, WHICH THE     *
001000*    NEXT ENTRY'S BEFORE IMAGE MUST MATCH                        *
001010*****************************************************************
001020 01  WS-AS-OF-IMAGE                  PIC X(140).
001030 01  WS-PRIOR-IMAGE                  PIC X(140).
001040 01  WS-MASTER-IMAGE                 PIC X(140).
001050 01  WS-AS-OF-SOURCE                 PIC X(50).
001060 77  WS-AS-OF-SWITCH                 PIC X(01)   VALUE "N".
001070     88  AS-OF-IS-SET                            VALUE "Y".
001080 77  WS-PRIOR-SWITCH                 PIC X(01)   VALUE "N".
001090     88  PRIOR-IS-SET                            VALUE "Y".
001100 77  WS-MASTER-FOUND-SWITCH          PIC X(01)   VALUE "N".
001110     88  MASTER-RECORD-FOUND                     VALUE "Y".
001120 77  WS-GAP-SWITCH                   PIC X(01)   VALUE "N".
001130     88  ENTRY-FOLLOWS-GAP                       VALUE "Y".
001140
001150*****************************************************************
001160*    THE IMAGE BEING PRINTED, VIEWED THROUGH THE MASTER LAYOUT   *
001170*****************************************************************
001180     COPY CUSTNAME REPLACING
001190         ==CN-RECORD== BY ==HI-RECORD==
001200         ==CN-CUSTOMER-ID== BY ==HI-CUSTOMER-ID==
001210         ==CN-CUSTOMER-NAME== BY ==HI-CUSTOMER-NAME==
001220         ==CN-STATUS== BY ==HI-STATUS==
001230         ==CN-STATUS-ACTIVE== BY ==HI-STATUS-ACTIVE==
001240         ==CN-STATUS-INACTIVE== BY ==HI-STATUS-INACTIVE==
001250         ==CN-ADDR-LINE-1== BY ==HI-ADDR-LINE-1==
001260         ==CN-ADDR-LINE-2== BY ==HI-ADDR-LINE-2==
001270         ==CN-ADDR-CITY== BY ==HI-ADDR-CITY==
001280         ==CN-ADDR-STATE== BY ==HI-ADDR-STATE==
001290         ==CN-ADDR-POSTAL== BY ==HI-ADDR-POSTAL==.
001300 77  WS-PRINT-TAG                    PIC X(08).
001310
001320*****************************************************************
001330*    RUN COUNTERS                                                *
001340*****************************************************************
001350 77  WS-COUNT-JOURNAL-READ           PIC 9(07)   COMP   VALUE ZERO.
001360 77  WS-COUNT-CUSTOMER               PIC 9(07)   COMP   VALUE ZERO.
001370 77  WS-COUNT-ON-OR-BEFORE           PIC 9(07)   COMP   VALUE ZERO.
001380 77  WS-COUNT-SINCE                  PIC 9(07)   COMP   VALUE ZERO.
001390 77  WS-COUNT-GAPS                   PIC 9(07)   COMP   VALUE ZERO.
001400
001410*****************************************************************
001420*    REPORT LINE WORK AREAS                                      *
001430*****************************************************************
001440 01  WS-CHANGE-LINE.
001450     05  FILLER                      PIC X(02)   VALUE SPACES.
001460     05  WS-CHG-DATE                 PIC X(08).
001470     05  FILLER                      PIC X(01)   VALUE SPACES.
001480     05  WS-CHG-TIME                 PIC X(08).
001490     05  FILLER                      PIC X(01)   VALUE SPACES.
001500     05  WS-CHG-PROGRAM              PIC X(10).
001510     05  FILLER                      PIC X(01)   VALUE SPACES.
001520     05  WS-CHG-ACTION               PIC X(01).
001530     05  FILLER                      PIC X(01)   VALUE SPACES.
001540     05  WS-CHG-DETAIL               PIC X(08).
001550     05  FILLER                      PIC X(02)   VALUE SPACES.
001560     05  WS-CHG-NOTE                 PIC X(30).
001570     05  FILLER                      PIC X(07)   VALUE SPACES.
001580 01  WS-IMAGE-LINE-1.
001590     05  FILLER                      PIC X(04)   VALUE SPACES.
001600     05  WS-IMG-TAG                  PIC X(08).
001610     05  FILLER                      PIC X(01)   VALUE SPACES.
001620     05  WS-IMG-CUSTOMER-ID          PIC X(10).
001630     05  FILLER                      PIC X(01)   VALUE SPACES.
001640     05  WS-IMG-NAME                 PIC X(30).
001650     05  FILLER                      PIC X(08)   VALUE
001660         " STATUS ".
001670     05  WS-IMG-STATUS               PIC X(01).
001680     05  FILLER                      PIC X(17)   VALUE SPACES.
001690 01  WS-IMAGE-LINE-2.
001700     05  FILLER                      PIC X(13)   VALUE SPACES.
001710     05  WS-IMG-ADDR-LINE-1          PIC X(30).
001720     05  FILLER                      PIC X(01)   VALUE SPACES.
001730     05  WS-IMG-ADDR-LINE-2          PIC X(30).
001740     05  FILLER                      PIC X(06)   VALUE SPACES.
001750 01  WS-IMAGE-LINE-3.
001760     05  FILLER                      PIC X(13)   VALUE SPACES.
001770     05  WS-IMG-CITY                 PIC X(20).
001780     05  FILLER                      PIC X(01)   VALUE SPACES.
001790     05  WS-IMG-STATE                PIC X(02).
001800     05  FILLER                      PIC X(01)   VALUE SPACES.
001810     05  WS-IMG-POSTAL               PIC X(10).
001820     05  FILLER                      PIC X(33)   VALUE SPACES.
001830 01  WS-REPORT-LINE.
001840     05  FILLER                      PIC X(02)   VALUE SPACES.
001850     05  WS-RPT-LABEL                PIC X(25).
001860     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
001870     05  FILLER                      PIC X(46)   VALUE SPACES.
001880
001890 PROCEDURE DIVISION.
001900*****************************************************************
001910*    0000-MAINLINE                                               *
001920*****************************************************************
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE
001950         THRU 1000-EXIT.
001960     PERFORM 2000-REBUILD-AS-OF
001970         THRU 2000-EXIT.
001980     PERFORM 3000-PRINT-AS-OF
001990         THRU 3000-EXIT.
002000     PERFORM 4000-LIST-CHANGES
002010         THRU 4000-EXIT.
002020     PERFORM 8000-FINALIZE
002030         THRU 8000-EXIT.
002040     STOP RUN.
002050
002060*****************************************************************
002070*    1000-INITIALIZE - TAKE THE CUSTOMER ID AND AS-OF DATE FROM  *
002080*    SYSIN, EDIT THEM, OPEN THE FILES AND PRINT THE HEADING      *
002090*****************************************************************
002100 1000-INITIALIZE.
002110     ACCEPT WS-INQ-CUSTOMER-ID.
002120     ACCEPT WS-INQ-AS-OF-DATE.
002130     IF WS-INQ-CUSTOMER-ID = SPACES
002140         DISPLAY "CUSTHIST: SYSIN LINE 1 MUST BE A CUSTOMER ID"
002150         MOVE 8 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     IF WS-INQ-AS-OF-DATE NOT NUMERIC
002190         OR WS-INQ-AS-OF-DATE-NUM = ZERO
002200         DISPLAY "CUSTHIST: SYSIN LINE 2 MUST BE AN AS-OF DATE "
002210             "(YYYYMMDD), GOT " WS-INQ-AS-OF-DATE
002220         MOVE 8 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     OPEN INPUT  CUSTOMER-JOURNAL
002260          INPUT  CUSTOMER-MASTER
002270          OUTPUT HISTORY-RPT.
002280     IF WS-CUSTJRN-STATUS NOT = "00"
002290         AND WS-CUSTJRN-STATUS NOT = "05"
002300         DISPLAY "CUSTHIST: UNABLE TO OPEN CUSTOMER-JOURNAL, "
002310             "STATUS = " WS-CUSTJRN-STATUS
002320         MOVE 12 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     IF WS-CUSTMAST-STATUS NOT = "00"
002360         DISPLAY "CUSTHIST: UNABLE TO OPEN CUSTOMER-MASTER, "
002370             "STATUS = " WS-CUSTMAST-STATUS
002380         MOVE 12 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     IF WS-HSTRPT-STATUS NOT = "00"
002420         DISPLAY "CUSTHIST: UNABLE TO OPEN HISTORY-RPT, "
002430             "STATUS = " WS-HSTRPT-STATUS
002440         MOVE 12 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     MOVE SPACES TO HISTORY-RPT-LINE.
002480     MOVE "CUSTOMER RECORD HISTORY INQUIRY" TO HISTORY-RPT-LINE.
002490     WRITE HISTORY-RPT-LINE.
002500     MOVE SPACES TO HISTORY-RPT-LINE.
002510     STRING "  CUSTOMER " DELIMITED BY SIZE
002520         WS-INQ-CUSTOMER-ID DELIMITED BY SIZE
002530         "  AS OF " DELIMITED BY SIZE
002540         WS-INQ-AS-OF-DATE DELIMITED BY SIZE
002550         INTO HISTORY-RPT-LINE
002560     END-STRING.
002570     WRITE HISTORY-RPT-LINE.
002580     MOVE SPACES TO HISTORY-RPT-LINE.
002590     WRITE HISTORY-RPT-LINE.
002600 1000-EXIT.
002610     EXIT.
002620
002630*****************************************************************
002640*    2000-REBUILD-AS-OF - FIRST PASS OVER THE JOURNAL.  SETTLE   *
002650*    THE RECORD AS OF THE DATE, COUNT THE CUSTOMER'S CHANGES     *
002660*    EACH SIDE OF IT, AND PROVE THE CHAIN OF IMAGES END TO END   *
002670*    AGAINST THE MASTER                                          *
002680*****************************************************************
002690 2000-REBUILD-AS-OF.
002700     PERFORM 2100-APPLY-ONE-ENTRY
002710         THRU 2100-EXIT
002720         UNTIL JOURNAL-AT-END.
002730     CLOSE CUSTOMER-JOURNAL.
002740     MOVE WS-INQ-CUSTOMER-ID TO CM-CUSTOMER-ID.
002750     READ CUSTOMER-MASTER
002760         INVALID KEY
002770             MOVE SPACES TO WS-MASTER-IMAGE
002780         NOT INVALID KEY
002790             MOVE CM-RECORD TO WS-MASTER-IMAGE
002800             SET MASTER-RECORD-FOUND TO TRUE
002810     END-READ.
002820*    NOTHING JOURNALED FOR THIS CUSTOMER - THE RECORD HAS NOT
002830*    CHANGED SINCE JOURNALING BEGAN, SO TODAY'S MASTER IS THE
002840*    BEST ANSWER THERE IS
002850     IF NOT AS-OF-IS-SET
002860         MOVE WS-MASTER-IMAGE TO WS-AS-OF-IMAGE
002870         MOVE "CURRENT MASTER - NO CHANGE ON THE JOURNAL"
002880             TO WS-AS-OF-SOURCE
002890     END-IF.
002900     IF PRIOR-IS-SET
002910         AND WS-PRIOR-IMAGE NOT = WS-MASTER-IMAGE
002920         ADD 1 TO WS-COUNT-GAPS
002930     END-IF.
002940 2000-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980*    2100-APPLY-ONE-ENTRY - READ ONE JOURNAL RECORD AND, IF IT   *
002990*    IS THE CUSTOMER'S, FOLD IT INTO THE AS-OF IMAGE             *
003000*****************************************************************
003010 2100-APPLY-ONE-ENTRY.
003020     READ CUSTOMER-JOURNAL
003030         AT END
003040             MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
003050             GO TO 2100-EXIT
003060     END-READ.
003070     ADD 1 TO WS-COUNT-JOURNAL-READ.
003080     IF CJ-CUSTOMER-ID NOT = WS-INQ-CUSTOMER-ID
003090         GO TO 2100-EXIT
003100     END-IF.
003110     ADD 1 TO WS-COUNT-CUSTOMER.
003120     IF PRIOR-IS-SET
003130         AND CJ-BEFORE-IMAGE NOT = WS-PRIOR-IMAGE
003140         ADD 1 TO WS-COUNT-GAPS
003150     END-IF.
003160     IF CJ-CHANGE-DATE NOT > WS-INQ-AS-OF-DATE
003170         ADD 1 TO WS-COUNT-ON-OR-BEFORE
003180         MOVE CJ-AFTER-IMAGE TO WS-AS-OF-IMAGE
003190         SET AS-OF-IS-SET TO TRUE
003200         MOVE SPACES TO WS-AS-OF-SOURCE
003210         STRING "JOURNAL - LAST CHANGE ON OR BEFORE, "
003220             DELIMITED BY SIZE
003230             CJ-CHANGE-DATE DELIMITED BY SIZE
003240             INTO WS-AS-OF-SOURCE
003250         END-STRING
003260     ELSE
003270         ADD 1 TO WS-COUNT-SINCE
003280         IF NOT AS-OF-IS-SET
003290             MOVE CJ-BEFORE-IMAGE TO WS-AS-OF-IMAGE
003300             SET AS-OF-IS-SET TO TRUE
003310             MOVE "JOURNAL - BEFORE IMAGE OF FIRST LATER CHANGE"
003320                 TO WS-AS-OF-SOURCE
003330         END-IF
003340     END-IF.
003350     MOVE CJ-AFTER-IMAGE TO WS-PRIOR-IMAGE.
003360     SET PRIOR-IS-SET TO TRUE.
003370 2100-EXIT.
003380     EXIT.
003390
003400*****************************************************************
003410*    3000-PRINT-AS-OF - PRINT THE REBUILT RECORD AND WHERE IT    *
003420*    CAME FROM                                                   *
003430*****************************************************************
003440 3000-PRINT-AS-OF.
003450     MOVE SPACES TO HISTORY-RPT-LINE.
003460     MOVE "  RECORD AS OF THE CLOSE OF THE DATE" TO
003470         HISTORY-RPT-LINE.
003480     WRITE HISTORY-RPT-LINE.
003490     MOVE SPACES TO HISTORY-RPT-LINE.
003500     STRING "  SOURCE: " DELIMITED BY SIZE
003510         WS-AS-OF-SOURCE DELIMITED BY SIZE
003520         INTO HISTORY-RPT-LINE
003530     END-STRING.
003540     WRITE HISTORY-RPT-LINE.
003550     MOVE "AS OF" TO WS-PRINT-TAG.
003560     MOVE WS-AS-OF-IMAGE TO HI-RECORD.
003570     PERFORM 5000-PRINT-IMAGE
003580         THRU 5000-EXIT.
003590     MOVE SPACES TO HISTORY-RPT-LINE.
003600     WRITE HISTORY-RPT-LINE.
003610 3000-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650*    4000-LIST-CHANGES - SECOND PASS OVER THE JOURNAL.  PRINT    *
003660*    EVERY CHANGE TO THE CUSTOMER AFTER THE DATE, OLDEST FIRST   *
003670*****************************************************************
003680 4000-LIST-CHANGES.
003690     MOVE SPACES TO HISTORY-RPT-LINE.
003700     MOVE "  CHANGES SINCE THE DATE" TO HISTORY-RPT-LINE.
003710     WRITE HISTORY-RPT-LINE.
003720     MOVE SPACES TO HISTORY-RPT-LINE.
003730     MOVE "  DATE     TIME     PROGRAM    A DETAIL"
003740         TO HISTORY-RPT-LINE.
003750     WRITE HISTORY-RPT-LINE.
003760     IF WS-COUNT-SINCE = ZERO
003770         MOVE SPACES TO HISTORY-RPT-LINE
003780         MOVE "  NONE - THE RECORD IS UNCHANGED SINCE THE DATE"
003790             TO HISTORY-RPT-LINE
003800         WRITE HISTORY-RPT-LINE
003810         GO TO 4000-EXIT
003820     END-IF.
003830     MOVE "N" TO WS-JOURNAL-EOF-SWITCH.
003840     MOVE "N" TO WS-PRIOR-SWITCH.
003850     OPEN INPUT CUSTOMER-JOURNAL.
003860     IF WS-CUSTJRN-STATUS NOT = "00"
003870         DISPLAY "CUSTHIST: UNABLE TO REOPEN CUSTOMER-JOURNAL, "
003880             "STATUS = " WS-CUSTJRN-STATUS
003890         MOVE 12 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     PERFORM 4100-LIST-ONE-ENTRY
003930         THRU 4100-EXIT
003940         UNTIL JOURNAL-AT-END.
003950     CLOSE CUSTOMER-JOURNAL.
003960 4000-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000*    4100-LIST-ONE-ENTRY - READ ONE JOURNAL RECORD AND PRINT IT  *
004010*    IF IT IS ONE OF THE CUSTOMER'S LATER CHANGES, FLAGGING ANY  *
004020*    BREAK IN THE CHAIN OF IMAGES AHEAD OF IT                    *
004030*****************************************************************
004040 4100-LIST-ONE-ENTRY.
004050     READ CUSTOMER-JOURNAL
004060         AT END
004070             MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
004080             GO TO 4100-EXIT
004090     END-READ.
004100     IF CJ-CUSTOMER-ID NOT = WS-INQ-CUSTOMER-ID
004110         GO TO 4100-EXIT
004120     END-IF.
004130     MOVE "N" TO WS-GAP-SWITCH.
004140     IF PRIOR-IS-SET
004150         AND CJ-BEFORE-IMAGE NOT = WS-PRIOR-IMAGE
004160         SET ENTRY-FOLLOWS-GAP TO TRUE
004170     END-IF.
004180     MOVE CJ-AFTER-IMAGE TO WS-PRIOR-IMAGE.
004190     SET PRIOR-IS-SET TO TRUE.
004200     IF CJ-CHANGE-DATE NOT > WS-INQ-AS-OF-DATE
004210         GO TO 4100-EXIT
004220     END-IF.
004230     MOVE SPACES TO HISTORY-RPT-LINE.
004240     WRITE HISTORY-RPT-LINE.
004250     MOVE CJ-CHANGE-DATE TO WS-CHG-DATE.
004260     MOVE CJ-CHANGE-TIME TO WS-CHG-TIME.
004270     MOVE CJ-PROGRAM-ID TO WS-CHG-PROGRAM.
004280     MOVE CJ-ACTION TO WS-CHG-ACTION.
004290     MOVE CJ-ACTION-DETAIL TO WS-CHG-DETAIL.
004300     IF ENTRY-FOLLOWS-GAP
004310         MOVE "*JOURNAL GAP BEFORE THIS*" TO WS-CHG-NOTE
004320     ELSE
004330         MOVE SPACES TO WS-CHG-NOTE
004340     END-IF.
004350     WRITE HISTORY-RPT-LINE FROM WS-CHANGE-LINE.
004360     MOVE "BEFORE" TO WS-PRINT-TAG.
004370     MOVE CJ-BEFORE-IMAGE TO HI-RECORD.
004380     PERFORM 5000-PRINT-IMAGE
004390         THRU 5000-EXIT.
004400     MOVE "AFTER" TO WS-PRINT-TAG.
004410     MOVE CJ-AFTER-IMAGE TO HI-RECORD.
004420     PERFORM 5000-PRINT-IMAGE
004430         THRU 5000-EXIT.
004440 4100-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480*    5000-PRINT-IMAGE - PRINT THE RECORD IMAGE IN HI-RECORD      *
004490*    UNDER WS-PRINT-TAG.  A BLANK IMAGE IS A CUSTOMER NOT ON     *
004500*    THE MASTER AT THAT POINT                                    *
004510*****************************************************************
004520 5000-PRINT-IMAGE.
004530     MOVE SPACES TO WS-IMAGE-LINE-1.
004540     MOVE WS-PRINT-TAG TO WS-IMG-TAG.
004550     IF HI-RECORD = SPACES
004560         MOVE SPACES TO HISTORY-RPT-LINE
004570         STRING "    " DELIMITED BY SIZE
004580             WS-PRINT-TAG DELIMITED BY SIZE
004590             " (NOT ON MASTER)" DELIMITED BY SIZE
004600             INTO HISTORY-RPT-LINE
004610         END-STRING
004620         WRITE HISTORY-RPT-LINE
004630         GO TO 5000-EXIT
004640     END-IF.
004650     MOVE HI-CUSTOMER-ID TO WS-IMG-CUSTOMER-ID.
004660     MOVE HI-CUSTOMER-NAME TO WS-IMG-NAME.
004670     MOVE HI-STATUS TO WS-IMG-STATUS.
004680     WRITE HISTORY-RPT-LINE FROM WS-IMAGE-LINE-1.
004690     IF HI-ADDR-LINE-1 NOT = SPACES
004700         OR HI-ADDR-LINE-2 NOT = SPACES
004710         MOVE HI-ADDR-LINE-1 TO WS-IMG-ADDR-LINE-1
004720         MOVE HI-ADDR-LINE-2 TO WS-IMG-ADDR-LINE-2
004730         WRITE HISTORY-RPT-LINE FROM WS-IMAGE-LINE-2
004740     END-IF.
004750     IF HI-ADDR-CITY NOT = SPACES
004760         OR HI-ADDR-STATE NOT = SPACES
004770         OR HI-ADDR-POSTAL NOT = SPACES
004780         MOVE HI-ADDR-CITY TO WS-IMG-CITY
004790         MOVE HI-ADDR-STATE TO WS-IMG-STATE
004800         MOVE HI-ADDR-POSTAL TO WS-IMG-POSTAL
004810         WRITE HISTORY-RPT-LINE FROM WS-IMAGE-LINE-3
004820     END-IF.
004830 5000-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*    8000-FINALIZE - PRINT THE RUN TOTALS, POST THE RETURN       *
004880*    CODE, AND CLOSE THE FILES                                   *
004890*****************************************************************
004900 8000-FINALIZE.
004910     MOVE SPACES TO HISTORY-RPT-LINE.
004920     WRITE HISTORY-RPT-LINE.
004930     MOVE SPACES TO HISTORY-RPT-LINE.
004940     MOVE "  CURRENT MASTER RECORD" TO HISTORY-RPT-LINE.
004950     WRITE HISTORY-RPT-LINE.
004960     MOVE "TODAY" TO WS-PRINT-TAG.
004970     MOVE WS-MASTER-IMAGE TO HI-RECORD.
004980     PERFORM 5000-PRINT-IMAGE
004990         THRU 5000-EXIT.
005000     MOVE SPACES TO HISTORY-RPT-LINE.
005010     WRITE HISTORY-RPT-LINE.
005020     MOVE SPACES TO HISTORY-RPT-LINE.
005030     MOVE "INQUIRY TOTALS" TO HISTORY-RPT-LINE.
005040     WRITE HISTORY-RPT-LINE.
005050
005060     MOVE SPACES TO WS-REPORT-LINE.
005070     MOVE "JOURNAL RECORDS READ.." TO WS-RPT-LABEL.
005080     MOVE WS-COUNT-JOURNAL-READ TO WS-RPT-COUNT.
005090     WRITE HISTORY-RPT-LINE FROM WS-REPORT-LINE.
005100
005110     MOVE SPACES TO WS-REPORT-LINE.
005120     MOVE "CHANGES TO CUSTOMER...." TO WS-RPT-LABEL.
005130     MOVE WS-COUNT-CUSTOMER TO WS-RPT-COUNT.
005140     WRITE HISTORY-RPT-LINE FROM WS-REPORT-LINE.
005150
005160     MOVE SPACES TO WS-REPORT-LINE.
005170     MOVE "  ON OR BEFORE DATE...." TO WS-RPT-LABEL.
005180     MOVE WS-COUNT-ON-OR-BEFORE TO WS-RPT-COUNT.
005190     WRITE HISTORY-RPT-LINE FROM WS-REPORT-LINE.
005200
005210     MOVE SPACES TO WS-REPORT-LINE.
005220     MOVE "  SINCE DATE..........." TO WS-RPT-LABEL.
005230     MOVE WS-COUNT-SINCE TO WS-RPT-COUNT.
005240     WRITE HISTORY-RPT-LINE FROM WS-REPORT-LINE.
005250
005260     MOVE SPACES TO WS-REPORT-LINE.
005270     MOVE "JOURNAL GAPS FOUND....." TO WS-RPT-LABEL.
005280     MOVE WS-COUNT-GAPS TO WS-RPT-COUNT.
005290     WRITE HISTORY-RPT-LINE FROM WS-REPORT-LINE.
005300
005310     IF WS-COUNT-GAPS NOT = ZERO
005320         MOVE SPACES TO HISTORY-RPT-LINE
005330         MOVE "  RECORD CHANGED OUTSIDE THE JOURNAL - SUSPECT"
005340             TO HISTORY-RPT-LINE
005350         WRITE HISTORY-RPT-LINE
005360     END-IF.
005370
005380     IF WS-COUNT-CUSTOMER = ZERO
005390         OR WS-COUNT-GAPS NOT = ZERO
005400         MOVE 4 TO RETURN-CODE
005410     ELSE
005420         MOVE 0 TO RETURN-CODE
005430     END-IF.
005440
005450     CLOSE CUSTOMER-MASTER
005460           HISTORY-RPT.
005470 8000-EXIT.
005480     EXIT.
