000544*                      RC=8 AND SAYS SO ON THE SUMMARY, SO A     *
000545*                      PARTIAL CUSTOUT CAN NEVER PASS FOR A      *
000546*                      QUIET NIGHT DOWNSTREAM.                   *
000547*    2026-10-15  RVS  EVERY MASTER RECORD REWRITTEN NOW ALSO     *
000548*                      APPENDS A BEFORE/AFTER RECORD TO THE      *
000549*                      CUSTOMER CHANGE JOURNAL (CUSTJRN).  A     *
000550*                      JOURNAL THAT CANNOT BE OPENED DROPS THE   *
000551*                      RUN TO NAME CLEANUP ONLY, THE SAME AS A   *
000552*                      MISSING MASTER.                           *
000553*****************************************************************
000554 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM.
000580 OBJECT-COMPUTER.   IBM.
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS CM-CUSTOMER-ID
000770         FILE STATUS IS WS-CUSTMAST-STATUS.
000775     SELECT OPTIONAL CUSTOMER-JOURNAL ASSIGN TO CUSTJRN
000776         ORGANIZATION IS SEQUENTIAL
000777         FILE STATUS IS WS-CUSTJRN-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
001056         ==CN-ADDR-CITY== BY ==CM-ADDR-CITY==
001057         ==CN-ADDR-STATE== BY ==CM-ADDR-STATE==
001058         ==CN-ADDR-POSTAL== BY ==CM-ADDR-POSTAL==.
001059
001060 FD  CUSTOMER-JOURNAL
001061     RECORDING MODE IS F.
001062     COPY CUSTJRN.
001063
001070 WORKING-STORAGE SECTION.
001080*****************************************************************
001090*    FILE STATUS AND END-OF-FILE SWITCHES                       *
001140 77  WS-CUSTEXC-STATUS               PIC X(02).
001150 77  WS-CUSTMAST-STATUS              PIC X(02).
001152 77  WS-RUNLOG-STATUS                PIC X(02).
001154 77  WS-CUSTJRN-STATUS               PIC X(02).
001160 77  WS-EOF-SWITCH                   PIC X(01)   VALUE "N".
001170     88  END-OF-INPUT                            VALUE "Y".
001180 77  WS-OPEN-FAILURE-SWITCH          PIC X(01)   VALUE "N".
001470*    CURRENT NAME BEING EDITED                                   *
001480*****************************************************************
001490 01  WS-CURRENT-NAME                 PIC X(30).
001492
001493*****************************************************************
001494*    CHANGE JOURNAL WORK AREAS - THE MASTER RECORD AS READ,      *
001495*    BEFORE THE CLEANED-UP NAME IS MOVED OVER IT                 *
001496*****************************************************************
001497 01  WS-JOURNAL-BEFORE               PIC X(140).
001498 77  WS-CURRENT-TIME                 PIC X(08).
001500
001510*****************************************************************
001520*    VALIDATION REASON, SET WHEN NAME-IS-INVALID                 *
002290             "STATUS = " WS-CUSTMAST-STATUS
002300             ", RUNNING NAME CLEANUP ONLY."
002310     END-IF.
002311*    THE MASTER IS NEVER UPDATED UNJOURNALED - NO JOURNAL, NO
002312*    MASTER UPDATE
002313     IF MASTER-MODE-ACTIVE
002314         OPEN EXTEND CUSTOMER-JOURNAL
002315         IF WS-CUSTJRN-STATUS NOT = "00"
002316             AND WS-CUSTJRN-STATUS NOT = "05"
002317             DISPLAY "IF-EXEMPLO: UNABLE TO OPEN "
002318                 "CUSTOMER-JOURNAL, STATUS = " WS-CUSTJRN-STATUS
002319                 ", RUNNING NAME CLEANUP ONLY."
002320             CLOSE CUSTOMER-MASTER
002321             MOVE "N" TO WS-MASTER-MODE-SWITCH
002322         END-IF
002323     END-IF.
002326     PERFORM 2100-READ-CUSTOMER-NAME
002330         THRU 2100-EXIT.
002340 1000-EXIT.
002350     EXIT.
003810             END-WRITE
003815             ADD 1 TO WS-COUNT-EXC-WRITTEN
003820         NOT INVALID KEY
003825             MOVE CM-RECORD TO WS-JOURNAL-BEFORE
003830             MOVE WS-CURRENT-NAME TO CM-CUSTOMER-NAME
003840             REWRITE CM-RECORD
003850             ADD 1 TO WS-COUNT-MASTER-UPDATED
003852             IF WS-CUSTMAST-STATUS = "00"
003854                 PERFORM 2450-WRITE-JOURNAL
003856                     THRU 2450-EXIT
003858             END-IF
003860     END-READ.
003870 2400-EXIT.
003880     EXIT.
003881
003882*****************************************************************
003883*    2450-WRITE-JOURNAL - APPEND THE REWRITE JUST MADE TO THE    *
003884*    CUSTOMER CHANGE JOURNAL.  A REWRITE THAT CANNOT BE          *
003885*    JOURNALED STOPS THE RUN                                     *
003886*****************************************************************
003887 2450-WRITE-JOURNAL.
003888     ACCEPT WS-CURRENT-TIME FROM TIME.
003889     MOVE SPACES TO CJ-JOURNAL-RECORD.
003890     MOVE CM-CUSTOMER-ID TO CJ-CUSTOMER-ID.
003891     MOVE "IF-EXEMPLO" TO CJ-PROGRAM-ID.
003892     MOVE WS-CURRENT-DATE TO CJ-CHANGE-DATE.
003893     MOVE WS-CURRENT-TIME TO CJ-CHANGE-TIME.
003894     MOVE "C" TO CJ-ACTION.
003895     MOVE "CLEANUP" TO CJ-ACTION-DETAIL.
003896     MOVE WS-JOURNAL-BEFORE TO CJ-BEFORE-IMAGE.
003897     MOVE CM-RECORD TO CJ-AFTER-IMAGE.
003898     WRITE CJ-JOURNAL-RECORD.
003899     IF WS-CUSTJRN-STATUS NOT = "00"
003900         DISPLAY "IF-EXEMPLO: UNABLE TO WRITE CUSTOMER-JOURNAL, "
003901             "STATUS = " WS-CUSTJRN-STATUS
003902         DISPLAY "IF-EXEMPLO: REWRITE OF CUSTOMER "
003903             CM-CUSTOMER-ID " WAS NOT JOURNALED"
003904         MOVE 12 TO RETURN-CODE
003905         STOP RUN
003906     END-IF.
003907 2450-EXIT.
003908     EXIT.
003909
003910*****************************************************************
003911*    8000-FINALIZE - WRITE THE SUMMARY REPORT AND CLOSE FILES    *
003920*****************************************************************
003930 8000-FINALIZE.
003940     MOVE SPACES TO SUMMARY-LINE.
004440           SUMMARY-RPT.
004450     IF MASTER-MODE-ACTIVE
004460         CLOSE CUSTOMER-MASTER
004465               CUSTOMER-JOURNAL
004470     END-IF.
004480 8000-EXIT.
004490     EXIT.
