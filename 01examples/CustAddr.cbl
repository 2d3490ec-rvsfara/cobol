000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CUSTADDR.
000030 AUTHOR.         RVSFARA.
000040 INSTALLATION.   DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    CUSTOMER-MASTER ADDRESS SWEEP.                             *
000100*                                                                *
000110*    READS THE WHOLE CUSTOMER MASTER AND LISTS EVERY RECORD      *
000120*    WHOSE ADDRESS IS INCOMPLETE OR INVALID BY THE SAME RULES    *
000130*    CUSTMNT NOW APPLIES TO A AND M TRANSACTIONS (THE STATE/     *
000140*    POSTAL EDIT TABLE IN ADDREDT).  THOSE RECORDS WENT ON THE   *
000150*    MASTER BEFORE THE EDIT EXISTED, OR BY THE BULK PATHS, AND   *
000160*    ARE THE STATEMENTS TKTBILL NOW HOLDS.  EACH ONE IS LISTED   *
000170*    WITH ITS STATUS, THE ADDRESS AS IT STANDS, AND THE FIRST    *
000180*    RULE IT FAILED, SO THE OFFICE CAN KEY THE CORRECTING M      *
000190*    TRANSACTIONS.  NOTHING IS CHANGED ON THE MASTER - THIS RUN  *
000200*    ONLY LOOKS.                                                 *
000210*                                                                *
000220*    MODIFICATION HISTORY.                                       *
000230*    2026-10-15  RVS  INITIAL VERSION.                           *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM.
000280 OBJECT-COMPUTER.   IBM.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS CM-CUSTOMER-ID
000350         FILE STATUS IS WS-CUSTMAST-STATUS.
000360     SELECT ADDRESS-RPT ASSIGN TO ADDRRPT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ADDRRPT-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CUSTOMER-MASTER.
000430     COPY CUSTNAME REPLACING
000440         ==CN-RECORD== BY ==CM-RECORD==
000450         ==CN-CUSTOMER-ID== BY ==CM-CUSTOMER-ID==
000460         ==CN-CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
000470         ==CN-STATUS== BY ==CM-STATUS==
000480         ==CN-STATUS-ACTIVE== BY ==CM-STATUS-ACTIVE==
000490         ==CN-STATUS-INACTIVE== BY ==CM-STATUS-INACTIVE==
000500         ==CN-ADDR-LINE-1== BY ==CM-ADDR-LINE-1==
000510         ==CN-ADDR-LINE-2== BY ==CM-ADDR-LINE-2==
000520         ==CN-ADDR-CITY== BY ==CM-ADDR-CITY==
000530         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
000540         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
000550
000560 FD  ADDRESS-RPT
000570     RECORDING MODE IS F.
000580 01  ADDRESS-RPT-LINE                PIC X(80).
000590
000600 WORKING-STORAGE SECTION.
000610*****************************************************************
000620*    FILE STATUS AND END-OF-FILE SWITCHES                       *
000630*****************************************************************
000640 77  WS-CUSTMAST-STATUS              PIC X(02).
000650 77  WS-ADDRRPT-STATUS               PIC X(02).
000660 77  WS-EOF-SWITCH                   PIC X(01)   VALUE "N".
000670     88  MASTER-AT-END                           VALUE "Y".
000680
000690*****************************************************************
000700*    ADDRESS EDIT WORK AREA AND STATE/POSTAL EDIT TABLE, FOR     *
000710*    7000-EDIT-ADDRESS                                           *
000720*****************************************************************
000730     COPY ADDREDT.
000740
000750*****************************************************************
000760*    RUN COUNTERS - RECORDS READ, BAD ADDRESSES IN ALL, AND BAD  *
000770*    ADDRESSES BY THE RULE THEY FAILED                           *
000780*****************************************************************
000790 77  WS-COUNT-READ                   PIC 9(07)   COMP   VALUE ZERO.
000800 77  WS-COUNT-BAD                    PIC 9(07)   COMP   VALUE ZERO.
000810 77  WS-COUNT-BAD-ACTIVE             PIC 9(07)   COMP   VALUE ZERO.
000820 77  WS-COUNT-L1                     PIC 9(07)   COMP   VALUE ZERO.
000830 77  WS-COUNT-CY                     PIC 9(07)   COMP   VALUE ZERO.
000840 77  WS-COUNT-SB                     PIC 9(07)   COMP   VALUE ZERO.
000850 77  WS-COUNT-PB                     PIC 9(07)   COMP   VALUE ZERO.
000860 77  WS-COUNT-SX                     PIC 9(07)   COMP   VALUE ZERO.
000870 77  WS-COUNT-PF                     PIC 9(07)   COMP   VALUE ZERO.
000880 77  WS-COUNT-PS                     PIC 9(07)   COMP   VALUE ZERO.
000890
000900*****************************************************************
000910*    REPORT LINE WORK AREAS                                      *
000920*****************************************************************
000930 01  WS-HEADING-LINE.
000940     05  FILLER                      PIC X(02)   VALUE SPACES.
000950     05  FILLER                      PIC X(10)   VALUE
000960         "CUSTOMER".
000970     05  FILLER                      PIC X(01)   VALUE SPACES.
000980     05  FILLER                      PIC X(30)   VALUE
000990         "NAME".
001000     05  FILLER                      PIC X(02)   VALUE SPACES.
001010     05  FILLER                      PIC X(08)   VALUE
001020         "STATUS".
001030     05  FILLER                      PIC X(01)   VALUE SPACES.
001040     05  FILLER                      PIC X(26)   VALUE
001050         "RULE".
001060 01  WS-BAD-LINE.
001070     05  FILLER                      PIC X(02)   VALUE SPACES.
001080     05  WS-BAD-CUSTOMER-ID          PIC X(10).
001090     05  FILLER                      PIC X(01)   VALUE SPACES.
001100     05  WS-BAD-NAME                 PIC X(30).
001110     05  FILLER                      PIC X(02)   VALUE SPACES.
001120     05  WS-BAD-STATUS               PIC X(08).
001130     05  FILLER                      PIC X(01)   VALUE SPACES.
001140     05  WS-BAD-REASON-CODE          PIC X(02).
001150     05  FILLER                      PIC X(24)   VALUE SPACES.
001160 01  WS-BAD-ADDRESS-LINE.
001170     05  FILLER                      PIC X(04)   VALUE SPACES.
001180     05  WS-BAD-LINE-1               PIC X(30).
001190     05  FILLER                      PIC X(02)   VALUE SPACES.
001200     05  WS-BAD-CITY                 PIC X(20).
001210     05  FILLER                      PIC X(01)   VALUE SPACES.
001220     05  WS-BAD-STATE                PIC X(02).
001230     05  FILLER                      PIC X(01)   VALUE SPACES.
001240     05  WS-BAD-POSTAL               PIC X(10).
001250     05  FILLER                      PIC X(10)   VALUE SPACES.
001260 01  WS-BAD-TEXT-LINE.
001270     05  FILLER                      PIC X(04)   VALUE SPACES.
001280     05  FILLER                      PIC X(08)   VALUE
001290         "REASON: ".
001300     05  WS-BAD-FULL-TEXT            PIC X(36).
001310     05  FILLER                      PIC X(32)   VALUE SPACES.
001320 01  WS-REPORT-LINE.
001330     05  FILLER                      PIC X(02)   VALUE SPACES.
001340     05  WS-RPT-LABEL                PIC X(25).
001350     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
001360     05  FILLER                      PIC X(46)   VALUE SPACES.
001370
001380 PROCEDURE DIVISION.
001390*****************************************************************
001400*    0000-MAINLINE                                               *
001410*****************************************************************
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE
001440         THRU 1000-EXIT.
001450     PERFORM 2000-CHECK-CUSTOMER
001460         THRU 2000-EXIT
001470         UNTIL MASTER-AT-END.
001480     PERFORM 8000-FINALIZE
001490         THRU 8000-EXIT.
001500     STOP RUN.
001510
001520*****************************************************************
001530*    1000-INITIALIZE - OPEN THE MASTER AND THE REPORT, PRINT     *
001540*    THE HEADING, AND PRIME THE READ                             *
001550*****************************************************************
001560 1000-INITIALIZE.
001570     OPEN INPUT  CUSTOMER-MASTER
001580          OUTPUT ADDRESS-RPT.
001590     IF WS-CUSTMAST-STATUS NOT = "00"
001600         DISPLAY "CUSTADDR: UNABLE TO OPEN CUSTOMER-MASTER, "
001610             "STATUS = " WS-CUSTMAST-STATUS
001620         MOVE 12 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     IF WS-ADDRRPT-STATUS NOT = "00"
001660         DISPLAY "CUSTADDR: UNABLE TO OPEN ADDRESS-RPT, "
001670             "STATUS = " WS-ADDRRPT-STATUS
001680         MOVE 12 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710     MOVE SPACES TO ADDRESS-RPT-LINE.
001720     MOVE "CUSTOMER MASTER - INCOMPLETE OR INVALID ADDRESSES"
001730         TO ADDRESS-RPT-LINE.
001740     WRITE ADDRESS-RPT-LINE.
001750     MOVE SPACES TO ADDRESS-RPT-LINE.
001760     WRITE ADDRESS-RPT-LINE.
001770     WRITE ADDRESS-RPT-LINE FROM WS-HEADING-LINE.
001780     MOVE SPACES TO ADDRESS-RPT-LINE.
001790     WRITE ADDRESS-RPT-LINE.
001800     PERFORM 2100-READ-MASTER
001810         THRU 2100-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840
001850*****************************************************************
001860*    2000-CHECK-CUSTOMER - EDIT ONE MASTER RECORD'S ADDRESS AND  *
001870*    LIST IT IF IT FAILS                                         *
001880*****************************************************************
001890 2000-CHECK-CUSTOMER.
001900     ADD 1 TO WS-COUNT-READ.
001910     MOVE CM-ADDR-LINE-1 TO AE-ADDR-LINE-1.
001920     MOVE CM-ADDR-CITY TO AE-ADDR-CITY.
001930     MOVE CM-ADDR-STATE TO AE-ADDR-STATE.
001940     MOVE CM-ADDR-POSTAL TO AE-ADDR-POSTAL.
001950     PERFORM 7000-EDIT-ADDRESS
001960         THRU 7000-EXIT.
001970     IF AE-ADDRESS-GOOD
001980         GO TO 2000-NEXT
001990     END-IF.
002000     PERFORM 3000-LIST-BAD-ADDRESS
002010         THRU 3000-EXIT.
002020 2000-NEXT.
002030     PERFORM 2100-READ-MASTER
002040         THRU 2100-EXIT.
002050 2000-EXIT.
002060     EXIT.
002070
002080*****************************************************************
002090*    2100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY       *
002100*    ORDER, WITH AT END HANDLING                                 *
002110*****************************************************************
002120 2100-READ-MASTER.
002130     READ CUSTOMER-MASTER
002140         AT END
002150             MOVE "Y" TO WS-EOF-SWITCH
002160     END-READ.
002170 2100-EXIT.
002180     EXIT.
002190
002200*****************************************************************
002210*    3000-LIST-BAD-ADDRESS - COUNT THE FAILURE UNDER ITS RULE    *
002220*    AND PRINT THE CUSTOMER, THE ADDRESS AS IT STANDS, AND THE   *
002230*    REASON                                                      *
002240*****************************************************************
002250 3000-LIST-BAD-ADDRESS.
002260     ADD 1 TO WS-COUNT-BAD.
002270     EVALUATE AE-REASON-CODE
002280         WHEN "L1"
002290             ADD 1 TO WS-COUNT-L1
002300         WHEN "CY"
002310             ADD 1 TO WS-COUNT-CY
002320         WHEN "SB"
002330             ADD 1 TO WS-COUNT-SB
002340         WHEN "PB"
002350             ADD 1 TO WS-COUNT-PB
002360         WHEN "SX"
002370             ADD 1 TO WS-COUNT-SX
002380         WHEN "PF"
002390             ADD 1 TO WS-COUNT-PF
002400         WHEN "PS"
002410             ADD 1 TO WS-COUNT-PS
002420     END-EVALUATE.
002430     MOVE SPACES TO WS-BAD-LINE.
002440     MOVE CM-CUSTOMER-ID TO WS-BAD-CUSTOMER-ID.
002450     MOVE CM-CUSTOMER-NAME TO WS-BAD-NAME.
002460     IF CM-STATUS-INACTIVE
002470         MOVE "INACTIVE" TO WS-BAD-STATUS
002480     ELSE
002490         ADD 1 TO WS-COUNT-BAD-ACTIVE
002500         MOVE "ACTIVE" TO WS-BAD-STATUS
002510     END-IF.
002520     MOVE AE-REASON-CODE TO WS-BAD-REASON-CODE.
002530     WRITE ADDRESS-RPT-LINE FROM WS-BAD-LINE.
002540     MOVE SPACES TO WS-BAD-ADDRESS-LINE.
002550     MOVE CM-ADDR-LINE-1 TO WS-BAD-LINE-1.
002560     MOVE CM-ADDR-CITY TO WS-BAD-CITY.
002570     MOVE CM-ADDR-STATE TO WS-BAD-STATE.
002580     MOVE CM-ADDR-POSTAL TO WS-BAD-POSTAL.
002590     WRITE ADDRESS-RPT-LINE FROM WS-BAD-ADDRESS-LINE.
002600     MOVE SPACES TO WS-BAD-TEXT-LINE.
002610     MOVE AE-REASON-TEXT TO WS-BAD-FULL-TEXT.
002620     WRITE ADDRESS-RPT-LINE FROM WS-BAD-TEXT-LINE.
002630     MOVE SPACES TO ADDRESS-RPT-LINE.
002640     WRITE ADDRESS-RPT-LINE.
002650 3000-EXIT.
002660     EXIT.
002670
002680*****************************************************************
002690*    7000-EDIT-ADDRESS - JUDGE THE ADDRESS IN THE AE- FIELDS     *
002700*    AGAINST THE STATE/POSTAL EDIT TABLE.  AE-ADDRESS-GOOD IS    *
002710*    TRUE WHEN IT WILL DELIVER; OTHERWISE AE-REASON-CODE AND     *
002720*    AE-REASON-TEXT CARRY THE FIRST RULE IT FAILED (ADDREDT)     *
002730*****************************************************************
002740 7000-EDIT-ADDRESS.
002750     MOVE SPACES TO AE-REASON-CODE.
002760     MOVE SPACES TO AE-REASON-TEXT.
002770     IF AE-ADDR-LINE-1 = SPACES
002780         MOVE "L1" TO AE-REASON-CODE
002790         MOVE "ADDRESS LINE 1 IS BLANK" TO AE-REASON-TEXT
002800         GO TO 7000-EXIT
002810     END-IF.
002820     IF AE-ADDR-CITY = SPACES
002830         MOVE "CY" TO AE-REASON-CODE
002840         MOVE "CITY IS BLANK" TO AE-REASON-TEXT
002850         GO TO 7000-EXIT
002860     END-IF.
002870     IF AE-ADDR-STATE = SPACES
002880         MOVE "SB" TO AE-REASON-CODE
002890         MOVE "STATE CODE IS BLANK" TO AE-REASON-TEXT
002900         GO TO 7000-EXIT
002910     END-IF.
002920     IF AE-ADDR-POSTAL = SPACES
002930         MOVE "PB" TO AE-REASON-CODE
002940         MOVE "POSTAL CODE IS BLANK" TO AE-REASON-TEXT
002950         GO TO 7000-EXIT
002960     END-IF.
002970     MOVE "N" TO AE-STATE-SWITCH.
002980     MOVE "N" TO AE-RANGE-SWITCH.
002990     PERFORM 7050-MATCH-STATE-ENTRY
003000         THRU 7050-EXIT
003010         VARYING AE-SX FROM 1 BY 1
003020         UNTIL AE-SX > AE-STATE-COUNT.
003030     IF NOT AE-STATE-FOUND
003040         MOVE "SX" TO AE-REASON-CODE
003050         MOVE "STATE CODE NOT ON THE EDIT TABLE"
003060             TO AE-REASON-TEXT
003070         GO TO 7000-EXIT
003080     END-IF.
003090     IF AE-ZIP-CODE NOT NUMERIC
003100         GO TO 7000-BAD-FORMAT
003110     END-IF.
003120     IF AE-ZIP-DASH = SPACE
003130         AND AE-ZIP-PLUS-4 = SPACES
003140         GO TO 7000-CHECK-RANGE
003150     END-IF.
003160     IF AE-ZIP-DASH = "-"
003170         AND AE-ZIP-PLUS-4 NUMERIC
003180         GO TO 7000-CHECK-RANGE
003190     END-IF.
003200 7000-BAD-FORMAT.
003210     MOVE "PF" TO AE-REASON-CODE.
003220     MOVE "POSTAL CODE NOT 99999 OR 99999-9999"
003230         TO AE-REASON-TEXT.
003240     GO TO 7000-EXIT.
003250 7000-CHECK-RANGE.
003260     IF NOT AE-PREFIX-IN-RANGE
003270         MOVE "PS" TO AE-REASON-CODE
003280         MOVE "POSTAL CODE DOES NOT MATCH STATE"
003290             TO AE-REASON-TEXT
003300     END-IF.
003310 7000-EXIT.
003320     EXIT.
003330
003340*****************************************************************
003350*    7050-MATCH-STATE-ENTRY - TEST ONE EDIT TABLE ENTRY.  A      *
003360*    STATE WITH SPLIT RANGES HAS SEVERAL ENTRIES; THE POSTAL     *
003370*    CODE NEED FALL IN ONLY ONE OF THEM                          *
003380*****************************************************************
003390 7050-MATCH-STATE-ENTRY.
003400     IF AE-TBL-STATE (AE-SX) NOT = AE-ADDR-STATE
003410         GO TO 7050-EXIT
003420     END-IF.
003430     MOVE "Y" TO AE-STATE-SWITCH.
003440     IF AE-ZIP-PREFIX NOT < AE-TBL-ZIP-LOW (AE-SX)
003450         AND AE-ZIP-PREFIX NOT > AE-TBL-ZIP-HIGH (AE-SX)
003460         MOVE "Y" TO AE-RANGE-SWITCH
003470     END-IF.
003480 7050-EXIT.
003490     EXIT.
003500
003510
003520*****************************************************************
003530*    8000-FINALIZE - PRINT THE RUN TOTALS, POST THE RETURN       *
003540*    CODE, AND CLOSE THE FILES.  ANY BAD ADDRESS IS RC 4         *
003550*****************************************************************
003560 8000-FINALIZE.
003570     MOVE SPACES TO ADDRESS-RPT-LINE.
003580     MOVE "ADDRESS SWEEP TOTALS" TO ADDRESS-RPT-LINE.
003590     WRITE ADDRESS-RPT-LINE.
003600     MOVE SPACES TO ADDRESS-RPT-LINE.
003610     WRITE ADDRESS-RPT-LINE.
003620
003630     MOVE SPACES TO WS-REPORT-LINE.
003640     MOVE "MASTER RECORDS READ..." TO WS-RPT-LABEL.
003650     MOVE WS-COUNT-READ TO WS-RPT-COUNT.
003660     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
003670
003680     MOVE SPACES TO WS-REPORT-LINE.
003690     MOVE "BAD ADDRESSES........." TO WS-RPT-LABEL.
003700     MOVE WS-COUNT-BAD TO WS-RPT-COUNT.
003710     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
003720
003730     MOVE SPACES TO WS-REPORT-LINE.
003740     MOVE "  ACTIVE CUSTOMERS...." TO WS-RPT-LABEL.
003750     MOVE WS-COUNT-BAD-ACTIVE TO WS-RPT-COUNT.
003760     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
003770
003780     MOVE SPACES TO WS-REPORT-LINE.
003790     MOVE "L1 LINE 1 BLANK......." TO WS-RPT-LABEL.
003800     MOVE WS-COUNT-L1 TO WS-RPT-COUNT.
003810     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
003820
003830     MOVE SPACES TO WS-REPORT-LINE.
003840     MOVE "CY CITY BLANK........." TO WS-RPT-LABEL.
003850     MOVE WS-COUNT-CY TO WS-RPT-COUNT.
003860     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
003870
003880     MOVE SPACES TO WS-REPORT-LINE.
003890     MOVE "SB STATE BLANK........" TO WS-RPT-LABEL.
003900     MOVE WS-COUNT-SB TO WS-RPT-COUNT.
003910     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
003920
003930     MOVE SPACES TO WS-REPORT-LINE.
003940     MOVE "PB POSTAL CODE BLANK.." TO WS-RPT-LABEL.
003950     MOVE WS-COUNT-PB TO WS-RPT-COUNT.
003960     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
003970
003980     MOVE SPACES TO WS-REPORT-LINE.
003990     MOVE "SX STATE NOT ON TABLE." TO WS-RPT-LABEL.
004000     MOVE WS-COUNT-SX TO WS-RPT-COUNT.
004010     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
004020
004030     MOVE SPACES TO WS-REPORT-LINE.
004040     MOVE "PF POSTAL CODE FORMAT." TO WS-RPT-LABEL.
004050     MOVE WS-COUNT-PF TO WS-RPT-COUNT.
004060     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
004070
004080     MOVE SPACES TO WS-REPORT-LINE.
004090     MOVE "PS POSTAL NOT IN STATE" TO WS-RPT-LABEL.
004100     MOVE WS-COUNT-PS TO WS-RPT-COUNT.
004110     WRITE ADDRESS-RPT-LINE FROM WS-REPORT-LINE.
004120
004130     IF WS-COUNT-BAD = ZERO
004140         MOVE 0 TO RETURN-CODE
004150     ELSE
004160         MOVE 4 TO RETURN-CODE
004170     END-IF.
004180
004190     CLOSE CUSTOMER-MASTER
004200           ADDRESS-RPT.
004210 8000-EXIT.
004220     EXIT.
