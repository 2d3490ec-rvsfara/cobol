000279*                      DELETE FAILED MID-LOOP.  BOTH NOW         *
000280*                      REJECT UP FRONT - RESOLVE THE CHAIN ON    *
000281*                      PAPER AND RESUBMIT.                       *
000282*    2026-10-15  RVS  EVERY ABSORBED RECORD DELETED FROM THE     *
000283*                      MASTER NOW ALSO APPENDS A BEFORE/AFTER    *
000284*                      RECORD TO THE CUSTOMER CHANGE JOURNAL     *
000285*                      (CUSTJRN).                                *
000286*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM.
000490     SELECT MERGE-RPT ASSIGN TO MRGRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-MRGRPT-STATUS.
000515     SELECT OPTIONAL CUSTOMER-JOURNAL ASSIGN TO CUSTJRN
000516         ORGANIZATION IS SEQUENTIAL
000517         FILE STATUS IS WS-CUSTJRN-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000770 FD  MERGE-RPT
000780     RECORDING MODE IS F.
000790 01  MERGE-RPT-LINE                  PIC X(80).
000795
000796 FD  CUSTOMER-JOURNAL
000797     RECORDING MODE IS F.
000798     COPY CUSTJRN.
000800
000810 WORKING-STORAGE SECTION.
000820*****************************************************************
000870 77  WS-XREFIN-STATUS                PIC X(02).
000880 77  WS-XREFOUT-STATUS               PIC X(02).
000890 77  WS-MRGRPT-STATUS                PIC X(02).
000895 77  WS-CUSTJRN-STATUS               PIC X(02).
000900 77  WS-MRG-EOF-SWITCH               PIC X(01)   VALUE "N".
000910     88  MERGES-AT-END                           VALUE "Y".
000920 77  WS-XREF-EOF-SWITCH              PIC X(01)   VALUE "N".
001230*    REJECT REASON, SET WHEN A MERGE CANNOT BE APPLIED           *
001240*****************************************************************
001250 01  WS-REJECT-REASON                PIC X(36).
001255
001256*****************************************************************
001257*    CHANGE JOURNAL WORK AREAS - THE ABSORBED RECORD AS READ     *
001258*    JUST BEFORE ITS DELETE                                      *
001259*****************************************************************
001260 01  WS-JOURNAL-BEFORE               PIC X(140).
001261 77  WS-CURRENT-DATE                 PIC X(08).
001262 77  WS-CURRENT-TIME                 PIC X(08).
001266
001270*****************************************************************
001280*    MERGE LISTING LINE WORK AREAS - THE SAME BEFORE/AFTER       *
001290*    IMAGE SHAPE THE CUSTMNT LISTING USES                        *
001750*    AND PRIME THE MERGE READ                                    *
001760*****************************************************************
001770 1000-INITIALIZE.
001775     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001780     OPEN INPUT  MERGE-TRANS
001790          I-O    CUSTOMER-MASTER
001800          INPUT  TICKET-XREF-IN
001810          OUTPUT TICKET-XREF-OUT
001820          OUTPUT MERGE-RPT
001825          EXTEND CUSTOMER-JOURNAL.
001830     IF WS-MRGIN-STATUS NOT = "00"
001840         DISPLAY "CUSTMRG: UNABLE TO OPEN MERGE-TRANS, "
001850             "STATUS = " WS-MRGIN-STATUS
002100         MOVE 12 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002121     IF WS-CUSTJRN-STATUS NOT = "00"
002122         AND WS-CUSTJRN-STATUS NOT = "05"
002123         DISPLAY "CUSTMRG: UNABLE TO OPEN CUSTOMER-JOURNAL, "
002124             "STATUS = " WS-CUSTJRN-STATUS
002125         MOVE 12 TO RETURN-CODE
002126         STOP RUN
002127     END-IF.
002130     MOVE SPACES TO MERGE-RPT-LINE.
002140     MOVE "CUSTOMER MERGE LISTING" TO MERGE-RPT-LINE.
002150     WRITE MERGE-RPT-LINE.
003920             MOVE 12 TO RETURN-CODE
003930             STOP RUN
003940     END-READ.
003945     MOVE CM-RECORD TO WS-JOURNAL-BEFORE.
003950     DELETE CUSTOMER-MASTER
003960         INVALID KEY
003970             DISPLAY "CUSTMRG: DELETE FAILED FOR ABSORBED ID "
004000             STOP RUN
004010     END-DELETE.
004020     ADD 1 TO WS-COUNT-DELETED.
004025     PERFORM 4200-WRITE-JOURNAL
004026         THRU 4200-EXIT.
004030     MOVE SPACES TO WS-IMAGE-LINE.
004040     MOVE "MERGE" TO WS-IMG-ACTION.
004050     MOVE WS-MRG-ABSORBED (WS-MX) TO WS-IMG-CUSTOMER-ID.
004180     WRITE MERGE-RPT-LINE.
004190 4100-EXIT.
004200     EXIT.
004201
004202*****************************************************************
004203*    4200-WRITE-JOURNAL - APPEND THE DELETE JUST MADE TO THE     *
004204*    CUSTOMER CHANGE JOURNAL.  A DELETE THAT CANNOT BE           *
004205*    JOURNALED STOPS THE RUN                                     *
004206*****************************************************************
004207 4200-WRITE-JOURNAL.
004208     ACCEPT WS-CURRENT-TIME FROM TIME.
004209     MOVE SPACES TO CJ-JOURNAL-RECORD.
004210     MOVE WS-MRG-ABSORBED (WS-MX) TO CJ-CUSTOMER-ID.
004211     MOVE "CUSTMRG" TO CJ-PROGRAM-ID.
004212     MOVE WS-CURRENT-DATE TO CJ-CHANGE-DATE.
004213     MOVE WS-CURRENT-TIME TO CJ-CHANGE-TIME.
004214     MOVE "D" TO CJ-ACTION.
004215     MOVE "MERGED" TO CJ-ACTION-DETAIL.
004216     MOVE WS-JOURNAL-BEFORE TO CJ-BEFORE-IMAGE.
004217     MOVE SPACES TO CJ-AFTER-IMAGE.
004218     WRITE CJ-JOURNAL-RECORD.
004219     IF WS-CUSTJRN-STATUS NOT = "00"
004220         DISPLAY "CUSTMRG: UNABLE TO WRITE CUSTOMER-JOURNAL, "
004221             "STATUS = " WS-CUSTJRN-STATUS
004222         DISPLAY "CUSTMRG: DELETE OF ABSORBED ID "
004223             WS-MRG-ABSORBED (WS-MX) " WAS NOT JOURNALED"
004224         MOVE 12 TO RETURN-CODE
004225         STOP RUN
004226     END-IF.
004228 4200-EXIT.
004230     EXIT.
004232
004234*****************************************************************
004236*    8000-FINALIZE - PRINT THE RUN TOTALS, PROVE THE COPY, POST  *
004240*    THE RETURN CODE, AND CLOSE THE FILES                        *
004250*****************************************************************
004260 8000-FINALIZE.
004910           CUSTOMER-MASTER
004920           TICKET-XREF-IN
004930           TICKET-XREF-OUT
004940           MERGE-RPT
004945           CUSTOMER-JOURNAL.
004950 8000-EXIT.
004960     EXIT.
