000200*                                                                *
000210*    MODIFICATION HISTORY.                                       *
000220*    2026-09-02  RVS  INITIAL VERSION.                           *
000222*    2026-10-15  RVS  MAINTAIN THE DEPARTMENT'S REORDER POINT    *
000224*                      FOR ITS PRE-PRINTED FORM STOCK.  A BLANK  *
000226*                      REORDER POINT ON A CHANGE KEEPS THE       *
000228*                      CURRENT ONE; THE IMAGES NOW SHOW IT.      *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000780 01  WS-BEFORE-NAME                  PIC X(30).
000790 01  WS-BEFORE-SERIES                PIC X(02).
000800 01  WS-BEFORE-QUOTA                 PIC S9(09)  COMP-3.
000805 01  WS-BEFORE-REORDER               PIC S9(07)  COMP-3.
000810
000820*****************************************************************
000830*    REJECT REASON, SET WHEN A TRANSACTION CANNOT BE APPLIED     *
000890*****************************************************************
000900 01  WS-IMAGE-LINE.
000910     05  FILLER                      PIC X(02)   VALUE SPACES.
000920     05  WS-IMG-ACTION               PIC X(07).
000930     05  FILLER                      PIC X(01)   VALUE SPACES.
000940     05  WS-IMG-DEPT-ID              PIC X(08).
000950     05  FILLER                      PIC X(02)   VALUE SPACES.
000960     05  WS-IMG-TAG                  PIC X(06).
000970     05  FILLER                      PIC X(01)   VALUE SPACES.
000980     05  WS-IMG-NAME                 PIC X(30).
000990     05  FILLER                      PIC X(01)   VALUE SPACES.
001000     05  WS-IMG-SERIES               PIC X(02).
001010     05  FILLER                      PIC X(01)   VALUE SPACES.
001020     05  WS-IMG-QUOTA                PIC ZZZ,ZZZ,ZZ9.
001030     05  FILLER                      PIC X(01)   VALUE SPACES.
001035     05  WS-IMG-REORDER              PIC ZZZZZZ9.
001040 01  WS-REJECT-LINE.
001050     05  FILLER                      PIC X(02)   VALUE SPACES.
001060     05  WS-REJ-FLAG                 PIC X(10).
002070             THRU 2900-EXIT
002080         GO TO 2000-NEXT
002090     END-IF.
002091     IF (DT-ACTION-ADD OR DT-ACTION-CHANGE)
002092         AND DT-REORDER-POINT NOT = SPACES
002093         AND DT-REORDER-POINT NOT NUMERIC
002094         MOVE "REORDER POINT NOT NUMERIC" TO WS-REJECT-REASON
002095         PERFORM 2900-PRINT-REJECT
002096             THRU 2900-EXIT
002097         GO TO 2000-NEXT
002098     END-IF.
002100     EVALUATE TRUE
002110         WHEN DT-ACTION-ADD
002120             PERFORM 3000-APPLY-ADD
002480     MOVE DT-QUOTA-NUM TO DM-MONTHLY-QUOTA.
002490     MOVE ZERO TO DM-MONTH-USED.
002500     MOVE SPACES TO DM-USAGE-MONTH.
002501     IF DT-REORDER-POINT = SPACES
002502         MOVE ZERO TO DM-REORDER-POINT
002503     ELSE
002504         MOVE DT-REORDER-POINT-NUM TO DM-REORDER-POINT
002505     END-IF.
002510     WRITE DM-DEPT-RECORD
002520         INVALID KEY
002530             MOVE "DEPARTMENT ID ALREADY ON MASTER"
002620     MOVE "(NEW)" TO WS-IMG-NAME.
002630     MOVE SPACES TO WS-IMG-SERIES.
002640     MOVE ZERO TO WS-IMG-QUOTA.
002645     MOVE ZERO TO WS-IMG-REORDER.
002650     PERFORM 2800-PRINT-BEFORE-IMAGE
002660         THRU 2800-EXIT.
002670     MOVE DT-DEPT-NAME TO WS-IMG-NAME.
002680     MOVE DT-SERIES-CODE TO WS-IMG-SERIES.
002690     MOVE DT-QUOTA-NUM TO WS-IMG-QUOTA.
002695     MOVE DM-REORDER-POINT TO WS-IMG-REORDER.
002700     PERFORM 2850-PRINT-AFTER-IMAGE
002710         THRU 2850-EXIT.
002720 3000-EXIT.
002750*****************************************************************
002760*    4000-APPLY-CHANGE - REWRITE THE NAME, SERIES, AND QUOTA ON  *
002770*    AN EXISTING MASTER RECORD, CARRYING THE USAGE COUNT         *
002780*    FORWARD UNCHANGED.  AN ID NOT ON THE MASTER IS A REJECT.    *
002785*    THE REORDER POINT CHANGES ONLY WHEN ONE IS KEYED            *
002790*****************************************************************
002800 4000-APPLY-CHANGE.
002810     MOVE DT-DEPT-ID TO DM-DEPT-ID.
002900     MOVE DM-DEPT-NAME TO WS-BEFORE-NAME.
002910     MOVE DM-SERIES-CODE TO WS-BEFORE-SERIES.
002920     MOVE DM-MONTHLY-QUOTA TO WS-BEFORE-QUOTA.
002921*    A RECORD FROM BEFORE THE REORDER POINT EXISTED CARRIES
002922*    BLANKS THERE - IT IS WRITTEN BACK AS NO REORDER POINT
002923     IF DM-REORDER-POINT NOT NUMERIC
002924         MOVE ZERO TO DM-REORDER-POINT
002925     END-IF.
002926     MOVE DM-REORDER-POINT TO WS-BEFORE-REORDER.
002930     MOVE DT-DEPT-NAME TO DM-DEPT-NAME.
002940     MOVE DT-SERIES-CODE TO DM-SERIES-CODE.
002950     MOVE DT-QUOTA-NUM TO DM-MONTHLY-QUOTA.
002952     IF DT-REORDER-POINT NOT = SPACES
002954         MOVE DT-REORDER-POINT-NUM TO DM-REORDER-POINT
002956     END-IF.
002960     REWRITE DM-DEPT-RECORD
002970         INVALID KEY
002980             MOVE "REWRITE FAILED ON MASTER FILE"
003070     MOVE WS-BEFORE-NAME TO WS-IMG-NAME.
003080     MOVE WS-BEFORE-SERIES TO WS-IMG-SERIES.
003090     MOVE WS-BEFORE-QUOTA TO WS-IMG-QUOTA.
003095     MOVE WS-BEFORE-REORDER TO WS-IMG-REORDER.
003100     PERFORM 2800-PRINT-BEFORE-IMAGE
003110         THRU 2800-EXIT.
003120     MOVE DT-DEPT-NAME TO WS-IMG-NAME.
003130     MOVE DT-SERIES-CODE TO WS-IMG-SERIES.
003140     MOVE DT-QUOTA-NUM TO WS-IMG-QUOTA.
003145     MOVE DM-REORDER-POINT TO WS-IMG-REORDER.
003150     PERFORM 2850-PRINT-AFTER-IMAGE
003160         THRU 2850-EXIT.
003170 4000-EXIT.
003340     MOVE DM-DEPT-NAME TO WS-BEFORE-NAME.
003350     MOVE DM-SERIES-CODE TO WS-BEFORE-SERIES.
003360     MOVE DM-MONTHLY-QUOTA TO WS-BEFORE-QUOTA.
003361     IF DM-REORDER-POINT NOT NUMERIC
003362         MOVE ZERO TO WS-BEFORE-REORDER
003363     ELSE
003364         MOVE DM-REORDER-POINT TO WS-BEFORE-REORDER
003365     END-IF.
003370     DELETE DEPARTMENT-MASTER
003380         INVALID KEY
003390             MOVE "DELETE FAILED ON MASTER FILE"
003480     MOVE WS-BEFORE-NAME TO WS-IMG-NAME.
003490     MOVE WS-BEFORE-SERIES TO WS-IMG-SERIES.
003500     MOVE WS-BEFORE-QUOTA TO WS-IMG-QUOTA.
003505     MOVE WS-BEFORE-REORDER TO WS-IMG-REORDER.
003510     PERFORM 2800-PRINT-BEFORE-IMAGE
003520         THRU 2800-EXIT.
003530     MOVE "(DELETED)" TO WS-IMG-NAME.
003540     MOVE SPACES TO WS-IMG-SERIES.
003550     MOVE ZERO TO WS-IMG-QUOTA.
003555     MOVE ZERO TO WS-IMG-REORDER.
003560     PERFORM 2850-PRINT-AFTER-IMAGE
003570         THRU 2850-EXIT.
003580 5000-EXIT.
