      ******************************************************************
      *                                                                *
      *  CUSTORD.CPY                                                   *
      *                                                                *
      *  CUSTOMER TICKET-ORDER RECORD.  ONE RECORD PER CUSTOMER        *
      *  ORDER - WHO WANTS NUMBERS, FROM WHICH SERIES, AND HOW MANY.   *
      *  THE NIGHTLY ASSIGNMENT RUN (TKTASSGN) TOTALS THE ORDERS TO    *
      *  SIZE THE NIGHT'S BLOCK REQUEST, THEN FILLS THEM IN FILE       *
      *  ORDER.  AN ORDER NOT FILLED IN FULL IS WRITTEN TO THE         *
      *  CARRY-FORWARD FILE IN THIS SAME LAYOUT WITH CO-QUANTITY       *
      *  CUT DOWN TO WHAT IS STILL OWED, AND IS READ AGAIN AHEAD OF    *
      *  THE NEXT NIGHT'S NEW ORDERS.                                  *
      *                                                                *
      *  A NEW ORDER NEEDS ONLY THE CUSTOMER, SERIES AND QUANTITY.     *
      *  THE ORDER DATE, ORIGINAL QUANTITY AND NIGHTS-CARRIED COUNT    *
      *  ARE FILLED IN BY THE ASSIGNMENT RUN THE FIRST TIME THE        *
      *  ORDER IS CARRIED.                                             *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  CO-ORDER-RECORD.
           05  CO-CUSTOMER-ID              PIC X(10).
           05  CO-SERIES-CODE              PIC X(02).
           05  CO-QUANTITY                 PIC X(05).
           05  CO-QUANTITY-NUM REDEFINES CO-QUANTITY
                                           PIC 9(05).
           05  CO-ORDER-DATE               PIC X(08).
           05  CO-ORIGINAL-QTY             PIC X(05).
           05  CO-ORIGINAL-QTY-NUM REDEFINES CO-ORIGINAL-QTY
                                           PIC 9(05).
           05  CO-NIGHTS-CARRIED           PIC X(03).
           05  CO-NIGHTS-CARRIED-NUM REDEFINES CO-NIGHTS-CARRIED
                                           PIC 9(03).
           05  FILLER                      PIC X(07).
