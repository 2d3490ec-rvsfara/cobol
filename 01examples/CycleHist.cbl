000170*    MISSED BATCH WINDOW.  N COMES FROM SYSIN AND DEFAULTS TO    *
000180*    SEVEN WHEN BLANK OR NOT NUMERIC.                            *
000190*                                                                *
000191*    THE WEEKLY INTEGRITY AUDIT (TKTINTEG) IS NOT PART OF ANY    *
000192*    CYCLE - ITS RUNS ARE LISTED IN THEIR OWN SECTION, THE LAST  *
000193*    N RUNS WITH THE ORPHAN COUNT OF EACH KIND, THE TOTAL, AND   *
000194*    THE CHANGE IN THE TOTAL SINCE THE RUN BEFORE.               *
000195*                                                                *
000196*    THE SNAPSHOT AND ROLL-BACK PROGRAMS (CYCSNAP, CYCREST) LOG  *
000197*    THEIR RUNS TOO BUT ARE NOT CYCLE WORK, SO THEIR RECORDS     *
000198*    ARE PASSED OVER.                                            *
000199*                                                                *
000200*    MODIFICATION HISTORY.                                       *
000210*    2026-08-22  RVS  INITIAL VERSION.                           *
000211*    2026-10-15  RVS  ADDED THE INTEGRITY-AUDIT HISTORY SECTION  *
000212*                      FROM THE TKTINTEG RUN-LOG RECORDS, WHICH  *
000213*                      NO LONGER COUNT TOWARD A CYCLE'S LINE.    *
000214*    2026-10-15  RVS  CYCSNAP AND CYCREST RUN-LOG RECORDS ARE    *
000215*                      PASSED OVER INSTEAD OF OPENING A CYCLE    *
000216*                      LINE OR RAISING ITS WORST RETURN CODE.    *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
001030     05  WS-ELA-SS                   PIC 9(02).
001040
001050*****************************************************************
001051*    ONE TABLE ENTRY PER INTEGRITY-AUDIT RUN, IN LOG ORDER.      *
001052*    WHEN THE TABLE FILLS, THE OLDEST RUN IS DROPPED             *
001053*****************************************************************
001054 77  WS-INT-MAX                      PIC 9(02)   COMP   VALUE 60.
001055 77  WS-INT-COUNT                    PIC 9(02)   COMP   VALUE ZERO.
001056 77  WS-IX                           PIC 9(02)   COMP   VALUE ZERO.
001057 77  WS-INT-FIRST-SHOWN              PIC 9(02)   COMP   VALUE ZERO.
001058 01  WS-INTEGRITY-TABLE.
001059     05  WS-INTEGRITY-ENTRY          OCCURS 60 TIMES.
001060         10  WS-INT-DATE             PIC X(08).
001061         10  WS-INT-CUSTOMER         PIC 9(04)   COMP.
001062         10  WS-INT-ISSUE            PIC 9(04)   COMP.
001063         10  WS-INT-REQUESTER        PIC 9(04)   COMP.
001064         10  WS-INT-SERIES           PIC 9(04)   COMP.
001065         10  WS-INT-CLOSED           PIC 9(04)   COMP.
001066         10  WS-INT-TOTAL            PIC S9(07)  COMP-3.
001067         10  WS-INT-RC               PIC 9(02).
001068
001069*****************************************************************
001070*    REPORT LINE WORK AREAS                                      *
001071*****************************************************************
001080 01  WS-HEADING-LINE.
001090     05  FILLER                      PIC X(02)   VALUE SPACES.
001100     05  FILLER                      PIC X(10)   VALUE "RUN DATE".
001310     05  FILLER                      PIC X(02)   VALUE SPACES.
001320     05  WS-HL-ELAPSED               PIC X(08).
001330     05  FILLER                      PIC X(23)   VALUE SPACES.
001331 01  WS-INT-HEADING-LINE.
001332     05  FILLER                      PIC X(02)   VALUE SPACES.
001333     05  FILLER                      PIC X(08)   VALUE "RUN DATE".
001334     05  FILLER                      PIC X(07)   VALUE "   CUST".
001335     05  FILLER                      PIC X(07)   VALUE "  ISSUE".
001336     05  FILLER                      PIC X(07)   VALUE "    REQ".
001337     05  FILLER                      PIC X(07)   VALUE " SERIES".
001338     05  FILLER                      PIC X(07)   VALUE " CLOSED".
001339     05  FILLER                      PIC X(09) VALUE "    TOTAL".
001340     05  FILLER                      PIC X(09) VALUE "   CHANGE".
001341     05  FILLER                      PIC X(04)   VALUE "  RC".
001342     05  FILLER                      PIC X(13)   VALUE SPACES.
001343 01  WS-INT-LINE.
001344     05  FILLER                      PIC X(02)   VALUE SPACES.
001345     05  WS-IL-DATE                  PIC X(08).
001346     05  FILLER                      PIC X(02)   VALUE SPACES.
001347     05  WS-IL-CUSTOMER              PIC Z,ZZ9.
001348     05  FILLER                      PIC X(02)   VALUE SPACES.
001349     05  WS-IL-ISSUE                 PIC Z,ZZ9.
001350     05  FILLER                      PIC X(02)   VALUE SPACES.
001351     05  WS-IL-REQUESTER             PIC Z,ZZ9.
001352     05  FILLER                      PIC X(02)   VALUE SPACES.
001353     05  WS-IL-SERIES                PIC Z,ZZ9.
001354     05  FILLER                      PIC X(02)   VALUE SPACES.
001355     05  WS-IL-CLOSED                PIC Z,ZZ9.
001356     05  FILLER                      PIC X(02)   VALUE SPACES.
001357     05  WS-IL-TOTAL                 PIC ZZZ,ZZ9.
001358     05  FILLER                      PIC X(02)   VALUE SPACES.
001359     05  WS-IL-CHANGE                PIC +++,++9.
001360     05  WS-IL-CHANGE-X REDEFINES WS-IL-CHANGE
001361                                     PIC X(07).
001362     05  FILLER                      PIC X(02)   VALUE SPACES.
001363     05  WS-IL-RC                    PIC 9(02).
001364     05  FILLER                      PIC X(13)   VALUE SPACES.
001365
001366 PROCEDURE DIVISION.
001367*****************************************************************
001370*    0000-MAINLINE                                               *
001380*****************************************************************
001390 0000-MAINLINE.
001440         UNTIL LOG-AT-END.
001450     PERFORM 7000-PRINT-HISTORY
001460         THRU 7000-EXIT.
001463     PERFORM 7500-PRINT-INTEGRITY-HISTORY
001466         THRU 7500-EXIT.
001470     PERFORM 8000-FINALIZE
001480         THRU 8000-EXIT.
001490     STOP RUN.
001820*    RUN DATE'S TABLE ENTRY                                      *
001830*****************************************************************
001840 2000-LOAD-LOG-RECORD.
001841     IF RL-PROGRAM-ID = "TKTINTEG"
001842         PERFORM 2500-LOAD-INTEGRITY-RUN
001843             THRU 2500-EXIT
001844     END-IF.
001845     IF RL-PROGRAM-ID = "TKTINTEG" OR "CYCSNAP" OR "CYCREST"
001846         PERFORM 2100-READ-LOG
001847             THRU 2100-EXIT
001848         GO TO 2000-EXIT
001849     END-IF.
001850     PERFORM 2200-FIND-CYCLE-ENTRY
001860         THRU 2200-EXIT.
001870     EVALUATE RL-PROGRAM-ID
003750           HISTORY-RPT.
003760 8000-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*    2500-LOAD-INTEGRITY-RUN - TABLE ONE INTEGRITY-AUDIT RUN,    *
003810*    DROPPING THE OLDEST IF THE TABLE IS FULL                    *
003820*****************************************************************
003830 2500-LOAD-INTEGRITY-RUN.
003840     IF WS-INT-COUNT >= WS-INT-MAX
003850         PERFORM 2590-SLIDE-ONE-RUN
003860             THRU 2590-EXIT
003870             VARYING WS-IX FROM 1 BY 1
003880             UNTIL WS-IX >= WS-INT-COUNT
003890         SUBTRACT 1 FROM WS-INT-COUNT
003900     END-IF.
003910     ADD 1 TO WS-INT-COUNT.
003920     MOVE RL-RUN-DATE TO WS-INT-DATE (WS-INT-COUNT).
003930     MOVE RL-ORPHAN-CUSTOMER TO WS-INT-CUSTOMER (WS-INT-COUNT).
003940     MOVE RL-ORPHAN-ISSUE TO WS-INT-ISSUE (WS-INT-COUNT).
003950     MOVE RL-ORPHAN-REQUESTER TO WS-INT-REQUESTER (WS-INT-COUNT).
003960     MOVE RL-ORPHAN-SERIES TO WS-INT-SERIES (WS-INT-COUNT).
003970     MOVE RL-ORPHAN-CLOSED TO WS-INT-CLOSED (WS-INT-COUNT).
003980     MOVE RL-RECORDS-REJECTED TO WS-INT-TOTAL (WS-INT-COUNT).
003990     MOVE RL-RETURN-CODE TO WS-INT-RC (WS-INT-COUNT).
004000 2500-EXIT.
004010     EXIT.
004020
004030*****************************************************************
004040*    2590-SLIDE-ONE-RUN - COPY RUN (IX + 1) INTO RUN (IX)        *
004050*****************************************************************
004060 2590-SLIDE-ONE-RUN.
004070     MOVE WS-INTEGRITY-ENTRY (WS-IX + 1)
004080         TO WS-INTEGRITY-ENTRY (WS-IX).
004090 2590-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130*    7500-PRINT-INTEGRITY-HISTORY - PRINT THE LAST N INTEGRITY-  *
004140*    AUDIT RUNS, OLDEST OF THE WINDOW FIRST                      *
004150*****************************************************************
004160 7500-PRINT-INTEGRITY-HISTORY.
004170     MOVE SPACES TO HISTORY-RPT-LINE.
004180     WRITE HISTORY-RPT-LINE.
004190     MOVE "INTEGRITY-AUDIT HISTORY (ORPHANS BY KIND)"
004200         TO HISTORY-RPT-LINE.
004210     WRITE HISTORY-RPT-LINE.
004220     MOVE SPACES TO HISTORY-RPT-LINE.
004230     WRITE HISTORY-RPT-LINE.
004240     WRITE HISTORY-RPT-LINE FROM WS-INT-HEADING-LINE.
004250     IF WS-INT-COUNT = ZERO
004260         MOVE SPACES TO HISTORY-RPT-LINE
004270         MOVE "  NO INTEGRITY-AUDIT RUNS ON THE LOG"
004280             TO HISTORY-RPT-LINE
004290         WRITE HISTORY-RPT-LINE
004300         GO TO 7500-EXIT
004310     END-IF.
004320     IF WS-INT-COUNT > WS-CYCLES-REQ
004330         COMPUTE WS-INT-FIRST-SHOWN =
004340             WS-INT-COUNT - WS-CYCLES-REQ + 1
004350     ELSE
004360         MOVE 1 TO WS-INT-FIRST-SHOWN
004370     END-IF.
004380     PERFORM 7600-PRINT-ONE-INTEGRITY-RUN
004390         THRU 7600-EXIT
004400         VARYING WS-IX FROM WS-INT-FIRST-SHOWN BY 1
004410         UNTIL WS-IX > WS-INT-COUNT.
004420 7500-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460*    7600-PRINT-ONE-INTEGRITY-RUN - FORMAT AND PRINT ONE RUN'S   *
004470*    LINE.  THE CHANGE IS AGAINST THE RUN BEFORE IT ON THE LOG,  *
004480*    BLANK FOR THE OLDEST RUN THE LOG STILL HOLDS                *
004490*****************************************************************
004500 7600-PRINT-ONE-INTEGRITY-RUN.
004510     MOVE WS-INT-DATE (WS-IX) TO WS-IL-DATE.
004520     MOVE WS-INT-CUSTOMER (WS-IX) TO WS-IL-CUSTOMER.
004530     MOVE WS-INT-ISSUE (WS-IX) TO WS-IL-ISSUE.
004540     MOVE WS-INT-REQUESTER (WS-IX) TO WS-IL-REQUESTER.
004550     MOVE WS-INT-SERIES (WS-IX) TO WS-IL-SERIES.
004560     MOVE WS-INT-CLOSED (WS-IX) TO WS-IL-CLOSED.
004570     MOVE WS-INT-TOTAL (WS-IX) TO WS-IL-TOTAL.
004580     IF WS-IX = 1
004590         MOVE SPACES TO WS-IL-CHANGE-X
004600     ELSE
004610         COMPUTE WS-IL-CHANGE =
004620             WS-INT-TOTAL (WS-IX) - WS-INT-TOTAL (WS-IX - 1)
004630     END-IF.
004640     MOVE WS-INT-RC (WS-IX) TO WS-IL-RC.
004650     WRITE HISTORY-RPT-LINE FROM WS-INT-LINE.
004660 7600-EXIT.
004670     EXIT.
