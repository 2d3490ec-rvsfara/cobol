      *  REFERENCE FILE - A TICKET THAT WAS ASSIGNED TO A CUSTOMER     *
      *  AND HAS NOT BEEN VOIDED ON THE AUDIT TRAIL SINCE.  THE        *
      *  EXTRACT IS WHAT BILLING CONSUMES; VOIDED TICKETS APPEAR ON    *
      *  THE PRINTED STATEMENT ONLY, NEVER ON THE EXTRACT.  EVERY      *
      *  RECORD IS PRICED FROM THE RATE MASTER FOR ITS SERIES AND      *
      *  FISCAL YEAR: BX-UNIT-PRICE IS THE RATE, BX-EXTENDED-AMOUNT    *
      *  IS WHAT THE LINE BILLS.  THE FILE ENDS WITH A CONTROL-TOTAL   *
      *  TRAILER: *TRAILER** IN THE CUSTOMER ID, THE BILLED-RECORD     *
      *  COUNT IN THE TICKET NUMBER, THE RUN DATE IN THE BILL DATE,    *
      *  AND THE SUM OF THE EXTENDED AMOUNTS IN BX-EXTENDED-AMOUNT.    *
      *  A GENERATION WITHOUT THE TRAILER IS A PARTIAL WRITE AND       *
      *  MUST NOT BE BILLED.                                           *
      *                                                                *
      *  A TICKET TRANSFERRED BETWEEN CUSTOMERS (TKTXFER) BILLS AS     *
      *  TWO LINES ON THE DAY OF THE TRANSFER: A CREDIT TO THE OLD     *
      *  CUSTOMER WITH A NEGATIVE BX-EXTENDED-AMOUNT, AND A REBILL     *
      *  TO THE NEW CUSTOMER FOR THE SAME AMOUNT.  BOTH CARRY THE      *
      *  TRANSFER DATE IN BX-ISSUE-DATE AND COUNT IN THE TRAILER.      *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-09-02.                                       *
      *  2026-09-02  RVS  DOCUMENTED THE CONTROL-TOTAL TRAILER THE     *
      *                      BILLING RUN NOW WRITES AS THE LAST        *
      *                      RECORD OF EVERY GENERATION.               *
      *  2026-10-15  RVS  ADDED BX-SERIES-CODE, BX-UNIT-PRICE AND      *
      *                      BX-EXTENDED-AMOUNT - THE EXTRACT IS NOW   *
      *                      PRICED FROM THE RATE MASTER.  RECORD      *
      *                      LENGTH GREW FROM 40 TO 50; THE TRAILER    *
      *                      CARRIES THE GENERATION'S AMOUNT TOTAL.    *
      *  2026-10-15  RVS  DOCUMENTED THE TRANSFER CREDIT AND REBILL    *
      *                      LINES (LAYOUT UNCHANGED).                 *
      ******************************************************************
       01  BX-EXTRACT-RECORD.
           05  BX-CUSTOMER-ID              PIC X(10).
           05  BX-ISSUE-DATE               PIC X(08).
           05  BX-BILL-DATE                PIC X(08).
           05  BX-FISCAL-YEAR              PIC X(04).
           05  BX-SERIES-CODE              PIC X(02).
           05  BX-UNIT-PRICE               PIC S9(07)V99 COMP-3.
           05  BX-EXTENDED-AMOUNT          PIC S9(09)V99 COMP-3.
           05  FILLER                      PIC X(02).
