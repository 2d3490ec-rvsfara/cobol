      ******************************************************************
      *                                                                *
      *  INVREG.CPY                                                    *
      *                                                                *
      *  MONTHLY INVOICE REGISTER RECORD.  ONE RECORD PER INVOICE      *
      *  THE MONTH-END INVOICING RUN (TKTINVC) RAISES - ONE INVOICE    *
      *  PER CUSTOMER PER MONTH, ROLLED UP FROM THAT MONTH'S DAILY     *
      *  BILLING EXTRACT GENERATIONS.  THE INVOICE NUMBER IS A         *
      *  DOCUMENT NUMBER LIKE ANY OTHER: ISSUED BY INCREMENT FROM      *
      *  THE INVOICE SERIES, SO IT IS SERIES PLUS FISCAL YEAR PLUS     *
      *  NUMBER, AND IR-ISSUE-DATE IS THE DATE ITS AUDIT ISSUE         *
      *  RECORD CARRIES.  IR-CUSTOMER-STATUS IS THE MASTER STATUS AT   *
      *  INVOICE TIME ("A" ACTIVE, "I" INACTIVE, "?" NOT ON THE        *
      *  MASTER).  THE FILE IS PERMANENT AND ONLY EVER EXTENDED.       *
      *  EACH MONTH'S RECORDS END WITH A CONTROL-TOTAL TRAILER:        *
      *  *TRAILER** IN THE CUSTOMER ID, THE INVOICE COUNT IN           *
      *  IR-TICKET-COUNT, AND THE MONTH'S TOTAL IN IR-INVOICE-AMOUNT.  *
      *  A MONTH WITH A TRAILER HAS BEEN INVOICED; A MONTH WITH        *
      *  RECORDS BUT NO TRAILER IS A PARTIAL RUN.                      *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  IR-REGISTER-RECORD.
           05  IR-INVOICE-MONTH            PIC X(06).
           05  IR-SERIES-CODE              PIC X(02).
           05  IR-FISCAL-YEAR              PIC X(04).
           05  IR-INVOICE-NUMBER           PIC S9(09)  COMP-3.
           05  IR-ISSUE-DATE               PIC X(08).
           05  IR-CUSTOMER-ID              PIC X(10).
           05  IR-CUSTOMER-STATUS          PIC X(01).
           05  IR-TICKET-COUNT             PIC S9(07)  COMP-3.
           05  IR-INVOICE-AMOUNT           PIC S9(11)V99 COMP-3.
           05  IR-INVOICE-DATE             PIC X(08).
           05  FILLER                      PIC X(10).
