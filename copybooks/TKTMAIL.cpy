      ******************************************************************
      *                                                                *
      *  TKTMAIL.CPY                                                   *
      *                                                                *
      *  STATEMENT MAILING FILE RECORD.  TKTBILL WRITES ONE DETAIL     *
      *  RECORD FOR EVERY STATEMENT IT PRINTS - NEVER FOR A HELD       *
      *  ONE - WITH THE NAME AND ADDRESS AS THEY PASSED THE ADDRESS    *
      *  EDIT, IN POSTAL-CODE ORDER FOR PRESORT POSTAGE:               *
      *                                                                *
      *      D  DETAIL   ONE STATEMENT - CUSTOMER, ADDRESS, TICKET     *
      *                  COUNT AND AMOUNT                              *
      *      C  COUNT    FOLLOWS THE LAST DETAIL FOR A FIVE-DIGIT      *
      *                  POSTAL CODE - THE CODE IN MR-ZIP-CODE AND     *
      *                  THE NUMBER OF PIECES FOR IT IN                *
      *                  MR-PIECE-COUNT                                *
      *      T  TRAILER  LAST RECORD - *TRAILER** IN THE CUSTOMER ID   *
      *                  AND THE TOTAL PIECES IN MR-PIECE-COUNT.  A    *
      *                  FILE WITHOUT IT WAS CUT SHORT                 *
      *                                                                *
      *  WITHIN A FIVE-DIGIT CODE THE DETAILS RUN IN ZIP+4 ORDER,      *
      *  THEN BY CUSTOMER ID.                                          *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  MR-MAIL-RECORD.
           05  MR-RECORD-TYPE              PIC X(01).
               88  MR-DETAIL-RECORD                VALUE "D".
               88  MR-COUNT-RECORD                 VALUE "C".
               88  MR-TRAILER-RECORD               VALUE "T".
           05  MR-POSTAL-CODE              PIC X(10).
           05  MR-POSTAL-PARTS REDEFINES MR-POSTAL-CODE.
               10  MR-ZIP-CODE             PIC X(05).
               10  MR-ZIP-EXTENSION        PIC X(05).
           05  MR-CUSTOMER-ID              PIC X(10).
           05  MR-CUSTOMER-NAME            PIC X(30).
           05  MR-ADDR-LINE-1              PIC X(30).
           05  MR-ADDR-LINE-2              PIC X(30).
           05  MR-ADDR-CITY                PIC X(20).
           05  MR-ADDR-STATE               PIC X(02).
           05  MR-TICKET-COUNT             PIC S9(07)  COMP-3.
           05  MR-AMOUNT                   PIC S9(09)V99 COMP-3.
           05  MR-PIECE-COUNT              PIC S9(07)  COMP-3.
           05  MR-BILL-DATE                PIC X(08).
           05  FILLER                      PIC X(05).
