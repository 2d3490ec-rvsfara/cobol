000241*                      BLANK NOR A/I NOW REJECTS LIKE AN S       *
000242*                      TRANSACTION DOES - IT WAS SILENTLY        *
000243*                      DEFAULTING JUNK TO ACTIVE.                *
000244*    2026-10-15  RVS  EVERY ADD, CHANGE AND DELETE APPLIED TO    *
000245*                      THE MASTER NOW ALSO APPENDS A BEFORE/     *
000246*                      AFTER RECORD TO THE CUSTOMER CHANGE       *
000247*                      JOURNAL (CUSTJRN).                        *
000248*    2026-10-15  RVS  A AND M TRANSACTIONS NOW HAVE THEIR        *
000249*                      ADDRESS EDITED AGAINST THE STATE/POSTAL   *
000250*                      EDIT TABLE (ADDREDT) - LINE 1, CITY,      *
000251*                      STATE AND POSTAL CODE PRESENT, STATE ON   *
000252*                      THE TABLE, POSTAL CODE 99999 OR 99999-    *
000253*                      9999 AND WITHIN THE STATE'S RANGES.  A    *
000254*                      BAD ADDRESS REJECTS WITH ITS REASON       *
000255*                      INSTEAD OF GOING ON THE MASTER AS KEYED.  *
000256*****************************************************************
000257 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM.
000280 OBJECT-COMPUTER.   IBM.
000390     SELECT MAINT-RPT ASSIGN TO MNTRPT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MNTRPT-STATUS.
000411     SELECT OPTIONAL CUSTOMER-JOURNAL ASSIGN TO CUSTJRN
000412         ORGANIZATION IS SEQUENTIAL
000413         FILE STATUS IS WS-CUSTJRN-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000560     RECORDING MODE IS F.
000570 01  MAINT-RPT-LINE                  PIC X(80).
000580
000581 FD  CUSTOMER-JOURNAL
000582     RECORDING MODE IS F.
000583     COPY CUSTJRN.
000584
000590 WORKING-STORAGE SECTION.
000600*****************************************************************
000610*    FILE STATUS AND END-OF-FILE SWITCHES                       *
000630 77  WS-CUSTTRAN-STATUS              PIC X(02).
000640 77  WS-CUSTMAST-STATUS              PIC X(02).
000650 77  WS-MNTRPT-STATUS                PIC X(02).
000651 77  WS-CUSTJRN-STATUS               PIC X(02).
000660 77  WS-EOF-SWITCH                   PIC X(01)   VALUE "N".
000670     88  END-OF-TRANS                            VALUE "Y".
000680
000810*****************************************************************
000820 01  WS-BEFORE-NAME                  PIC X(30).
000830
000831*****************************************************************
000832*    CHANGE JOURNAL WORK AREAS - THE WHOLE RECORD AS READ, AND   *
000833*    THE KIND OF CHANGE, FOR 2700-WRITE-JOURNAL                  *
000834*****************************************************************
000835 01  WS-JOURNAL-BEFORE               PIC X(140).
000836 77  WS-JOURNAL-ACTION               PIC X(01).
000837 77  WS-JOURNAL-DETAIL               PIC X(08).
000838 77  WS-CURRENT-DATE                 PIC X(08).
000839 77  WS-CURRENT-TIME                 PIC X(08).
000840
000841*****************************************************************
000850*    REJECT REASON, SET WHEN A TRANSACTION CANNOT BE APPLIED     *
000860*****************************************************************
000870 01  WS-REJECT-REASON                PIC X(36).
000871
000872*****************************************************************
000873*    ADDRESS EDIT WORK AREA AND STATE/POSTAL EDIT TABLE, FOR     *
000874*    7000-EDIT-ADDRESS                                           *
000875*****************************************************************
000876     COPY ADDREDT.
000880
000890*****************************************************************
000900*    MAINTENANCE LISTING LINE WORK AREAS                         *
001320*    AND PRIME THE TRANSACTION READ                              *
001330*****************************************************************
001340 1000-INITIALIZE.
001341     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001350     OPEN INPUT  MAINT-TRANS
001360          I-O    CUSTOMER-MASTER
001361          OUTPUT MAINT-RPT
001362          EXTEND CUSTOMER-JOURNAL.
001380     IF WS-CUSTTRAN-STATUS NOT = "00"
001390         DISPLAY "CUSTMNT: UNABLE TO OPEN MAINT-TRANS, "
001400             "STATUS = " WS-CUSTTRAN-STATUS
001500     IF WS-MNTRPT-STATUS NOT = "00"
001510         DISPLAY "CUSTMNT: UNABLE TO OPEN MAINT-RPT, "
001520             "STATUS = " WS-MNTRPT-STATUS
001521         MOVE 12 TO RETURN-CODE
001522         STOP RUN
001523     END-IF.
001524     IF WS-CUSTJRN-STATUS NOT = "00"
001525         AND WS-CUSTJRN-STATUS NOT = "05"
001526         DISPLAY "CUSTMNT: UNABLE TO OPEN CUSTOMER-JOURNAL, "
001527             "STATUS = " WS-CUSTJRN-STATUS
001530         MOVE 12 TO RETURN-CODE
001540         STOP RUN
001550     END-IF.
001912             THRU 2900-EXIT
001913         GO TO 2000-NEXT
001914     END-IF.
001922*    NAMES GO ONTO THE MASTER UPPER-CASED, THE SAME WAY THE
001925*    NIGHTLY CLEANUP WRITES THEM - A MAINTENANCE ADD MUST NOT
001928*    BE A BACK DOOR FOR MIXED-CASE DATA
001931     MOVE FUNCTION UPPER-CASE (CT-CUSTOMER-NAME)
001934         TO CT-CUSTOMER-NAME.
001935     MOVE FUNCTION UPPER-CASE (CT-ADDR-LINE-1)
001936         TO CT-ADDR-LINE-1.
001937     MOVE FUNCTION UPPER-CASE (CT-ADDR-LINE-2)
001938         TO CT-ADDR-LINE-2.
001939     MOVE FUNCTION UPPER-CASE (CT-ADDR-CITY)
001940         TO CT-ADDR-CITY.
001941     MOVE FUNCTION UPPER-CASE (CT-ADDR-STATE)
001942         TO CT-ADDR-STATE.
001943*    AN ADD OR AN ADDRESS CHANGE MUST CARRY AN ADDRESS THE MAIL
001944*    WILL DELIVER TO - THE EDIT RUNS ON THE UPPER-CASED FIELDS,
001945*    WHICH ARE WHAT GOES ON THE MASTER
001946     IF CT-ACTION-ADD
001947         OR CT-ACTION-ADDRESS
001948         MOVE CT-ADDR-LINE-1 TO AE-ADDR-LINE-1
001949         MOVE CT-ADDR-CITY TO AE-ADDR-CITY
001950         MOVE CT-ADDR-STATE TO AE-ADDR-STATE
001951         MOVE CT-ADDR-POSTAL TO AE-ADDR-POSTAL
001952         PERFORM 7000-EDIT-ADDRESS
001953             THRU 7000-EXIT
001954         IF NOT AE-ADDRESS-GOOD
001955             MOVE AE-REASON-TEXT TO WS-REJECT-REASON
001956             PERFORM 2900-PRINT-REJECT
001957                 THRU 2900-EXIT
001958             GO TO 2000-NEXT
001959         END-IF
001960     END-IF.
001961     EVALUATE TRUE
001964         WHEN CT-ACTION-ADD
001967             PERFORM 3000-APPLY-ADD
002140             MOVE "Y" TO WS-EOF-SWITCH
002150     END-READ.
002160 2100-EXIT.
002161     EXIT.
002162
002163*****************************************************************
002164*    2700-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER RECORD TO THE  *
002165*    CUSTOMER CHANGE JOURNAL FOR THE MASTER UPDATE JUST MADE.    *
002166*    WS-JOURNAL-BEFORE, -ACTION AND -DETAIL ARE SET BY THE       *
002167*    CALLER.  A CHANGE THAT CANNOT BE JOURNALED STOPS THE RUN -  *
002168*    THE MASTER MUST NEVER DRIFT FROM ITS HISTORY                *
002169*****************************************************************
002170 2700-WRITE-JOURNAL.
002171     ACCEPT WS-CURRENT-TIME FROM TIME.
002172     MOVE SPACES TO CJ-JOURNAL-RECORD.
002173     MOVE CT-CUSTOMER-ID TO CJ-CUSTOMER-ID.
002174     MOVE "CUSTMNT" TO CJ-PROGRAM-ID.
002175     MOVE WS-CURRENT-DATE TO CJ-CHANGE-DATE.
002176     MOVE WS-CURRENT-TIME TO CJ-CHANGE-TIME.
002177     MOVE WS-JOURNAL-ACTION TO CJ-ACTION.
002178     MOVE WS-JOURNAL-DETAIL TO CJ-ACTION-DETAIL.
002179     MOVE WS-JOURNAL-BEFORE TO CJ-BEFORE-IMAGE.
002180     IF CJ-ACTION-DELETE
002181         MOVE SPACES TO CJ-AFTER-IMAGE
002182     ELSE
002183         MOVE CM-RECORD TO CJ-AFTER-IMAGE
002184     END-IF.
002185     WRITE CJ-JOURNAL-RECORD.
002186     IF WS-CUSTJRN-STATUS NOT = "00"
002187         DISPLAY "CUSTMNT: UNABLE TO WRITE CUSTOMER-JOURNAL, "
002188             "STATUS = " WS-CUSTJRN-STATUS
002189         DISPLAY "CUSTMNT: LAST CHANGE APPLIED TO CUSTOMER "
002190             CT-CUSTOMER-ID " WAS NOT JOURNALED"
002191         MOVE 12 TO RETURN-CODE
002192         STOP RUN
002193     END-IF.
002194 2700-EXIT.
002195     EXIT.
002196
002197*****************************************************************
002200*    3000-APPLY-ADD - WRITE A BRAND-NEW MASTER RECORD.  AN ID    *
002210*    ALREADY ON THE MASTER IS A REJECT, NOT AN OVERLAY           *
002220*****************************************************************
002330             GO TO 3000-EXIT
002340     END-WRITE.
002350     ADD 1 TO WS-COUNT-ADDED.
002351     MOVE SPACES TO WS-JOURNAL-BEFORE.
002352     MOVE "A" TO WS-JOURNAL-ACTION.
002353     MOVE "ADD" TO WS-JOURNAL-DETAIL.
002354     PERFORM 2700-WRITE-JOURNAL
002355         THRU 2700-EXIT.
002360     MOVE "ADD" TO WS-IMG-ACTION.
002370     MOVE "(NEW)" TO WS-IMG-NAME.
002380     PERFORM 2800-PRINT-BEFORE-IMAGE
002580             GO TO 4000-EXIT
002590     END-READ.
002600     MOVE CM-CUSTOMER-NAME TO WS-BEFORE-NAME.
002601     MOVE CM-RECORD TO WS-JOURNAL-BEFORE.
002610     MOVE CT-CUSTOMER-NAME TO CM-CUSTOMER-NAME.
002620     REWRITE CM-RECORD
002630         INVALID KEY
002680             GO TO 4000-EXIT
002690     END-REWRITE.
002700     ADD 1 TO WS-COUNT-CHANGED.
002701     MOVE "C" TO WS-JOURNAL-ACTION.
002702     MOVE "CHANGE" TO WS-JOURNAL-DETAIL.
002703     PERFORM 2700-WRITE-JOURNAL
002704         THRU 2700-EXIT.
002710     MOVE "CHANGE" TO WS-IMG-ACTION.
002720     MOVE WS-BEFORE-NAME TO WS-IMG-NAME.
002730     PERFORM 2800-PRINT-BEFORE-IMAGE
002930             GO TO 5000-EXIT
002940     END-READ.
002950     MOVE CM-CUSTOMER-NAME TO WS-BEFORE-NAME.
002951     MOVE CM-RECORD TO WS-JOURNAL-BEFORE.
002960     DELETE CUSTOMER-MASTER
002970         INVALID KEY
002980             MOVE "DELETE FAILED ON MASTER FILE"
003020             GO TO 5000-EXIT
003030     END-DELETE.
003040     ADD 1 TO WS-COUNT-DELETED.
003041     MOVE "D" TO WS-JOURNAL-ACTION.
003042     MOVE "DELETE" TO WS-JOURNAL-DETAIL.
003043     PERFORM 2700-WRITE-JOURNAL
003044         THRU 2700-EXIT.
003050     MOVE "DELETE" TO WS-IMG-ACTION.
003060     MOVE WS-BEFORE-NAME TO WS-IMG-NAME.
003070     PERFORM 2800-PRINT-BEFORE-IMAGE
003110         THRU 2850-EXIT.
003120 5000-EXIT.
003130     EXIT.
003131
003132*****************************************************************
003133*    6000-APPLY-STATUS - SET THE ACTIVE/INACTIVE STATUS ON AN    *
003134*    EXISTING MASTER RECORD.  AN ID NOT ON THE MASTER IS A       *
003135*    REJECT.  THE LISTING SHOWS THE STATUS IN THE NAME COLUMN    *
003136*****************************************************************
003137 6000-APPLY-STATUS.
003138     MOVE CT-CUSTOMER-ID TO CM-CUSTOMER-ID.
003139     READ CUSTOMER-MASTER
003140         INVALID KEY
003141             MOVE "CUSTOMER ID NOT FOUND IN MASTER FILE"
003142                 TO WS-REJECT-REASON
003143             PERFORM 2900-PRINT-REJECT
003144                 THRU 2900-EXIT
003145             GO TO 6000-EXIT
003146     END-READ.
003147     MOVE SPACES TO WS-BEFORE-NAME.
003148     MOVE CM-RECORD TO WS-JOURNAL-BEFORE.
003149     IF CM-STATUS-INACTIVE
003150         MOVE "STATUS INACTIVE" TO WS-BEFORE-NAME
003151     ELSE
003152         MOVE "STATUS ACTIVE" TO WS-BEFORE-NAME
003153     END-IF.
003154     MOVE CT-STATUS TO CM-STATUS.
003155     REWRITE CM-RECORD
003156         INVALID KEY
003157             MOVE "REWRITE FAILED ON MASTER FILE"
003158                 TO WS-REJECT-REASON
003159             PERFORM 2900-PRINT-REJECT
003160                 THRU 2900-EXIT
003161             GO TO 6000-EXIT
003162     END-REWRITE.
003163     ADD 1 TO WS-COUNT-CHANGED.
003164     MOVE "C" TO WS-JOURNAL-ACTION.
003165     MOVE "STATUS" TO WS-JOURNAL-DETAIL.
003166     PERFORM 2700-WRITE-JOURNAL
003167         THRU 2700-EXIT.
003172     MOVE "STATUS" TO WS-IMG-ACTION.
003173     MOVE WS-BEFORE-NAME TO WS-IMG-NAME.
003174     PERFORM 2800-PRINT-BEFORE-IMAGE
003201             GO TO 6500-EXIT
003202     END-READ.
003203     MOVE CM-ADDR-LINE-1 TO WS-BEFORE-NAME.
003204     MOVE CM-RECORD TO WS-JOURNAL-BEFORE.
003205     MOVE CT-ADDR-LINE-1 TO CM-ADDR-LINE-1.
003206     MOVE CT-ADDR-LINE-2 TO CM-ADDR-LINE-2.
003207     MOVE CT-ADDR-CITY TO CM-ADDR-CITY.
003208     MOVE CT-ADDR-STATE TO CM-ADDR-STATE.
003209     MOVE CT-ADDR-POSTAL TO CM-ADDR-POSTAL.
003210     REWRITE CM-RECORD
003211         INVALID KEY
003212             MOVE "REWRITE FAILED ON MASTER FILE"
003213                 TO WS-REJECT-REASON
003214             PERFORM 2900-PRINT-REJECT
003215                 THRU 2900-EXIT
003216             GO TO 6500-EXIT
003217     END-REWRITE.
003218     ADD 1 TO WS-COUNT-CHANGED.
003219     MOVE "C" TO WS-JOURNAL-ACTION.
003220     MOVE "ADDRESS" TO WS-JOURNAL-DETAIL.
003221     PERFORM 2700-WRITE-JOURNAL
003222         THRU 2700-EXIT.
003223     MOVE "ADDRESS" TO WS-IMG-ACTION.
003224     MOVE WS-BEFORE-NAME TO WS-IMG-NAME.
003225     PERFORM 2800-PRINT-BEFORE-IMAGE
003226         THRU 2800-EXIT.
003227     MOVE CT-ADDR-LINE-1 TO WS-IMG-NAME.
003228     PERFORM 2850-PRINT-AFTER-IMAGE
003229         THRU 2850-EXIT.
003230 6500-EXIT.
003231     EXIT.
003232
003233*****************************************************************
003234*    2800-PRINT-BEFORE-IMAGE - PRINT THE RECORD AS IT STOOD      *
003235*    BEFORE THE TRANSACTION.  WS-IMG-ACTION AND WS-IMG-NAME ARE  *
003236*    SET BY THE CALLER                                           *
003237*****************************************************************
003239 2800-PRINT-BEFORE-IMAGE.
003241     MOVE CT-CUSTOMER-ID TO WS-IMG-CUSTOMER-ID.
003301     EXIT.
003303
003305*****************************************************************
003306*    7000-EDIT-ADDRESS - JUDGE THE ADDRESS IN THE AE- FIELDS     *
003307*    AGAINST THE STATE/POSTAL EDIT TABLE.  AE-ADDRESS-GOOD IS    *
003308*    TRUE WHEN IT WILL DELIVER; OTHERWISE AE-REASON-CODE AND     *
003309*    AE-REASON-TEXT CARRY THE FIRST RULE IT FAILED (ADDREDT)     *
003310*****************************************************************
003311 7000-EDIT-ADDRESS.
003312     MOVE SPACES TO AE-REASON-CODE.
003313     MOVE SPACES TO AE-REASON-TEXT.
003314     IF AE-ADDR-LINE-1 = SPACES
003315         MOVE "L1" TO AE-REASON-CODE
003316         MOVE "ADDRESS LINE 1 IS BLANK" TO AE-REASON-TEXT
003317         GO TO 7000-EXIT
003318     END-IF.
003319     IF AE-ADDR-CITY = SPACES
003320         MOVE "CY" TO AE-REASON-CODE
003321         MOVE "CITY IS BLANK" TO AE-REASON-TEXT
003322         GO TO 7000-EXIT
003323     END-IF.
003324     IF AE-ADDR-STATE = SPACES
003325         MOVE "SB" TO AE-REASON-CODE
003326         MOVE "STATE CODE IS BLANK" TO AE-REASON-TEXT
003327         GO TO 7000-EXIT
003328     END-IF.
003329     IF AE-ADDR-POSTAL = SPACES
003330         MOVE "PB" TO AE-REASON-CODE
003331         MOVE "POSTAL CODE IS BLANK" TO AE-REASON-TEXT
003332         GO TO 7000-EXIT
003333     END-IF.
003334     MOVE "N" TO AE-STATE-SWITCH.
003335     MOVE "N" TO AE-RANGE-SWITCH.
003336     PERFORM 7050-MATCH-STATE-ENTRY
003337         THRU 7050-EXIT
003338         VARYING AE-SX FROM 1 BY 1
003339         UNTIL AE-SX > AE-STATE-COUNT.
003340     IF NOT AE-STATE-FOUND
003341         MOVE "SX" TO AE-REASON-CODE
003342         MOVE "STATE CODE NOT ON THE EDIT TABLE"
003343             TO AE-REASON-TEXT
003344         GO TO 7000-EXIT
003345     END-IF.
003346     IF AE-ZIP-CODE NOT NUMERIC
003347         GO TO 7000-BAD-FORMAT
003348     END-IF.
003349     IF AE-ZIP-DASH = SPACE
003350         AND AE-ZIP-PLUS-4 = SPACES
003351         GO TO 7000-CHECK-RANGE
003352     END-IF.
003353     IF AE-ZIP-DASH = "-"
003354         AND AE-ZIP-PLUS-4 NUMERIC
003355         GO TO 7000-CHECK-RANGE
003356     END-IF.
003357 7000-BAD-FORMAT.
003358     MOVE "PF" TO AE-REASON-CODE.
003359     MOVE "POSTAL CODE NOT 99999 OR 99999-9999"
003360         TO AE-REASON-TEXT.
003361     GO TO 7000-EXIT.
003362 7000-CHECK-RANGE.
003363     IF NOT AE-PREFIX-IN-RANGE
003364         MOVE "PS" TO AE-REASON-CODE
003365         MOVE "POSTAL CODE DOES NOT MATCH STATE"
003366             TO AE-REASON-TEXT
003367     END-IF.
003368 7000-EXIT.
003369     EXIT.
003370
003371*****************************************************************
003372*    7050-MATCH-STATE-ENTRY - TEST ONE EDIT TABLE ENTRY.  A      *
003373*    STATE WITH SPLIT RANGES HAS SEVERAL ENTRIES; THE POSTAL     *
003374*    CODE NEED FALL IN ONLY ONE OF THEM                          *
003375*****************************************************************
003376 7050-MATCH-STATE-ENTRY.
003377     IF AE-TBL-STATE (AE-SX) NOT = AE-ADDR-STATE
003378         GO TO 7050-EXIT
003379     END-IF.
003380     MOVE "Y" TO AE-STATE-SWITCH.
003381     IF AE-ZIP-PREFIX NOT < AE-TBL-ZIP-LOW (AE-SX)
003382         AND AE-ZIP-PREFIX NOT > AE-TBL-ZIP-HIGH (AE-SX)
003383         MOVE "Y" TO AE-RANGE-SWITCH
003384     END-IF.
003385 7050-EXIT.
003386     EXIT.
003387
003388*****************************************************************
003389*    8000-FINALIZE - PRINT THE RUN TOTALS, POST THE RETURN       *
003390*    CODE, AND CLOSE THE FILES                                   *
003391*****************************************************************
003392 8000-FINALIZE.
003393     MOVE SPACES TO MAINT-RPT-LINE.
003394     WRITE MAINT-RPT-LINE.
003395     MOVE SPACES TO MAINT-RPT-LINE.
003396     MOVE "MAINTENANCE RUN TOTALS" TO MAINT-RPT-LINE.
003397     WRITE MAINT-RPT-LINE.
003398     MOVE SPACES TO MAINT-RPT-LINE.
003399     WRITE MAINT-RPT-LINE.
003400
003401     MOVE SPACES TO WS-REPORT-LINE.
003402     MOVE "TRANSACTIONS READ....." TO WS-RPT-LABEL.
003403     MOVE WS-COUNT-TRANS TO WS-RPT-COUNT.
003404     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
003405
003406     MOVE SPACES TO WS-REPORT-LINE.
003407     MOVE "RECORDS ADDED........." TO WS-RPT-LABEL.
003408     MOVE WS-COUNT-ADDED TO WS-RPT-COUNT.
003409     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
003410
003411     MOVE SPACES TO WS-REPORT-LINE.
003412     MOVE "RECORDS CHANGED......." TO WS-RPT-LABEL.
003413     MOVE WS-COUNT-CHANGED TO WS-RPT-COUNT.
003414     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
003415
003416     MOVE SPACES TO WS-REPORT-LINE.
003417     MOVE "RECORDS DELETED......." TO WS-RPT-LABEL.
003418     MOVE WS-COUNT-DELETED TO WS-RPT-COUNT.
003419     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
003420
003421     MOVE SPACES TO WS-REPORT-LINE.
003422     MOVE "TRANSACTIONS REJECTED." TO WS-RPT-LABEL.
003423     MOVE WS-COUNT-REJECTED TO WS-RPT-COUNT.
003424     WRITE MAINT-RPT-LINE FROM WS-REPORT-LINE.
003425
003426     IF WS-COUNT-REJECTED = ZERO
003427         MOVE 0 TO RETURN-CODE
003428     ELSE
003429         MOVE 4 TO RETURN-CODE
003430     END-IF.
003431
003432     CLOSE MAINT-TRANS
003433           CUSTOMER-MASTER
003434           MAINT-RPT
003435           CUSTOMER-JOURNAL.
003436 8000-EXIT.
003437     EXIT.
