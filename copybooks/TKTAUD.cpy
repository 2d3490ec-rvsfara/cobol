      *                      CONVERTED ONCE.  RECORDS WRITTEN          *
      *                      BEFORE THE FIRST ROLLOVER CARRY BLANKS    *
      *                      AND BELONG TO THE PRE-ROLLOVER ERA.       *
      *  2026-10-15  RVS  ADDED TA-RECORD-TYPE "T" FOR A DOCUMENT      *
      *                      TRANSFERRED FROM ONE CUSTOMER TO          *
      *                      ANOTHER (RECORD LENGTH UNCHANGED).  A     *
      *                      TRANSFER RECORD CARRIES THE TRANSFER      *
      *                      DATE AND TIME IN TA-ISSUE-DATE/TIME, THE  *
      *                      OLD AND NEW CUSTOMER IN THE VOID-REASON   *
      *                      AREA, AND ITS REASON CODE IN THE          *
      *                      REQUESTER AREA.  LIKE A VOID IT NEVER     *
      *                      TOUCHES THE ORIGINAL ISSUE RECORD, AND    *
      *                      IT IS NOT AN ISSUE OF THE NUMBER.         *
      ******************************************************************
       01  TA-AUDIT-RECORD.
           05  TA-TICKET-NUMBER            PIC S9(09)  COMP-3.
           05  TA-RECORD-TYPE              PIC X(01).
               88  TA-ISSUE-RECORD                 VALUES "I" " ".
               88  TA-VOID-RECORD                  VALUE "V".
               88  TA-TRANSFER-RECORD              VALUE "T".
           05  TA-VOID-REASON              PIC X(20).
           05  TA-TRANSFER-DETAIL REDEFINES TA-VOID-REASON.
               10  TA-XFER-FROM-CUSTOMER   PIC X(10).
               10  TA-XFER-TO-CUSTOMER     PIC X(10).
           05  TA-SERIES-CODE              PIC X(02).
           05  TA-REQUESTER-ID             PIC X(08).
           05  TA-XFER-REASON REDEFINES TA-REQUESTER-ID
                                           PIC X(08).
           05  TA-FISCAL-YEAR              PIC X(04).
           05  FILLER                      PIC X(02).
