000224*                      STAMP THE ISSUE RECORD'S YEAR ON EVERY    *
000226*                      EXPIRY VOID WRITTEN - NUMBERS RESTART     *
000227*                      EACH YEAR.                                *
000228*    2026-10-15  RVS  NUMBERS ON THE MONTHLY INVOICE REGISTER    *
000229*                      COUNT AS ASSIGNED - AN INVOICE NUMBER IS  *
000230*                      NEVER ON THE CROSS-REFERENCE, AND WAS     *
000231*                      BEING AGED AND EXPIRED AS UNASSIGNED.     *
000232*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM.
000330     SELECT TICKET-XREF ASSIGN TO XREFIN
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-XREFIN-STATUS.
000352     SELECT OPTIONAL INVOICE-REGISTER ASSIGN TO INVREG
000354         ORGANIZATION IS SEQUENTIAL
000356         FILE STATUS IS WS-INVREG-STATUS.
000360     SELECT AGING-RPT ASSIGN TO AGERPT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-AGERPT-STATUS.
000470     RECORDING MODE IS F.
000480     COPY TKTXREF.
000490
000492 FD  INVOICE-REGISTER
000494     RECORDING MODE IS F.
000496     COPY INVREG.
000498
000500 FD  AGING-RPT
000510     RECORDING MODE IS F.
000520 01  AGING-RPT-LINE                  PIC X(80).
000570*****************************************************************
000580 77  WS-TKTAUD-STATUS                PIC X(02).
000590 77  WS-XREFIN-STATUS                PIC X(02).
000595 77  WS-INVREG-STATUS                PIC X(02).
000600 77  WS-AGERPT-STATUS                PIC X(02).
000610 77  WS-AUDIT-EOF-SWITCH             PIC X(01)   VALUE "N".
000620     88  AUDIT-AT-END                            VALUE "Y".
000630 77  WS-XREF-EOF-SWITCH              PIC X(01)   VALUE "N".
000640     88  XREF-AT-END                             VALUE "Y".
000642 77  WS-REGISTER-EOF-SWITCH          PIC X(01)   VALUE "N".
000644     88  REGISTER-AT-END                         VALUE "Y".
000650
000660*****************************************************************
000670*    THE RUN MODE AND EXPIRY CUTOFF, FROM SYSIN.  LINE 1 IS      *
000910*****************************************************************
000920*    ASSIGNED NUMBERS FROM THE CROSS-REFERENCE, TABLED WITH      *
000930*    THEIR ISSUE DATES - THE XREF RECORD CARRIES NO SERIES, SO   *
000940*    NUMBER PLUS ISSUE DATE IS THE MATCH KEY.  INVOICE NUMBERS   *
000942*    FROM THE INVOICE REGISTER ARE TABLED WITH THEIR SERIES AND  *
000944*    MATCH ON SERIES, NUMBER AND ISSUE DATE                      *
000950*****************************************************************
000960 77  WS-ASG-MAX                      PIC 9(04)   COMP   VALUE 5000.
000970 77  WS-ASG-COUNT                    PIC 9(04)   COMP   VALUE ZERO.
001020     05  WS-ASSIGNED-ENTRY           OCCURS 5000 TIMES.
001030         10  WS-ASG-NUMBER           PIC S9(09)  COMP-3.
001040         10  WS-ASG-DATE             PIC X(08).
001045         10  WS-ASG-SERIES           PIC X(02).
001050
001060*****************************************************************
001070*    VOIDED NUMBERS FROM THE AUDIT TRAIL, COLLECTED IN A FIRST   *
002610
002620*****************************************************************
002630*    2000-LOAD-ASSIGNMENTS - TABLE EVERY ASSIGNED NUMBER AND     *
002640*    ITS ISSUE DATE FROM THE CROSS-REFERENCE FILE, THEN EVERY    *
002645*    INVOICE NUMBER USED ON THE INVOICE REGISTER                 *
002650*****************************************************************
002660 2000-LOAD-ASSIGNMENTS.
002670     PERFORM 2100-LOAD-ONE-XREF
002680         THRU 2100-EXIT
002690         UNTIL XREF-AT-END.
002700     CLOSE TICKET-XREF.
002701     OPEN INPUT INVOICE-REGISTER.
002702     IF WS-INVREG-STATUS NOT = "00"
002703         AND WS-INVREG-STATUS NOT = "05"
002704         DISPLAY "TKTAGE: UNABLE TO OPEN INVOICE-REGISTER, "
002705             "STATUS = " WS-INVREG-STATUS
002706         MOVE 12 TO RETURN-CODE
002707         STOP RUN
002708     END-IF.
002709     PERFORM 2200-LOAD-ONE-INVOICE
002710         THRU 2200-EXIT
002711         UNTIL REGISTER-AT-END.
002712     CLOSE INVOICE-REGISTER.
002713 2000-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002920     ADD 1 TO WS-ASG-COUNT.
002930     MOVE TX-TICKET-NUMBER TO WS-ASG-NUMBER (WS-ASG-COUNT).
002940     MOVE TX-ISSUE-DATE TO WS-ASG-DATE (WS-ASG-COUNT).
002945     MOVE SPACES TO WS-ASG-SERIES (WS-ASG-COUNT).
002950 2100-EXIT.
002960     EXIT.
002970
002971*****************************************************************
002972*    2200-LOAD-ONE-INVOICE - TABLE ONE INVOICE REGISTER RECORD   *
002973*****************************************************************
002974 2200-LOAD-ONE-INVOICE.
002975     READ INVOICE-REGISTER
002976         AT END
002977             MOVE "Y" TO WS-REGISTER-EOF-SWITCH
002978             GO TO 2200-EXIT
002979     END-READ.
002980     IF IR-CUSTOMER-ID = "*TRAILER**"
002981         GO TO 2200-EXIT
002982     END-IF.
002983     IF WS-ASG-COUNT >= WS-ASG-MAX
002984         DISPLAY "TKTAGE: MORE THAN " WS-ASG-MAX
002985             " ASSIGNED NUMBERS, ARCHIVE THE FILES FIRST"
002986         MOVE 8 TO RETURN-CODE
002987         STOP RUN
002988     END-IF.
002989     ADD 1 TO WS-ASG-COUNT.
002990     MOVE IR-INVOICE-NUMBER TO WS-ASG-NUMBER (WS-ASG-COUNT).
002991     MOVE IR-ISSUE-DATE TO WS-ASG-DATE (WS-ASG-COUNT).
002992     MOVE IR-SERIES-CODE TO WS-ASG-SERIES (WS-ASG-COUNT).
002993 2200-EXIT.
002994     EXIT.
002995
002996*****************************************************************
002997*    3000-LOAD-VOIDS - FIRST PASS OVER THE AUDIT TRAIL,          *
003000*    TABLING EVERY VOIDED SERIES AND NUMBER, THEN REWIND FOR     *
003010*    THE AGING PASS                                              *
003020*****************************************************************
004020*    4200-CHECK-IF-ASSIGNED - SET THE ASSIGNED SWITCH IF THE     *
004030*    ISSUE RECORD IN HAND IS ON THE CROSS-REFERENCE.  NUMBER     *
004040*    PLUS ISSUE DATE IS THE KEY - THE XREF CARRIES NO SERIES     *
004045*    BUT AN INVOICE REGISTER ENTRY DOES, AND MUST MATCH IT TOO   *
004050*****************************************************************
004060 4200-CHECK-IF-ASSIGNED.
004070     MOVE "N" TO WS-ASSIGNED-SWITCH.
004180 4250-MATCH-ASSIGNED-ENTRY.
004190     IF TA-TICKET-NUMBER = WS-ASG-NUMBER (WS-AX)
004200         AND TA-ISSUE-DATE = WS-ASG-DATE (WS-AX)
004205         AND (WS-ASG-SERIES (WS-AX) = SPACES
004207             OR WS-ASG-SERIES (WS-AX) = TA-SERIES-CODE)
004210         MOVE "Y" TO WS-ASSIGNED-SWITCH
004220     END-IF.
004230 4250-EXIT.
