      ******************************************************************
      *                                                                *
      *  TKTXFR.CPY                                                    *
      *                                                                *
      *  TICKET TRANSFER TRANSACTION.  ONE RECORD PER ASSIGNED         *
      *  DOCUMENT THE OFFICE WANTS MOVED FROM ONE CUSTOMER TO          *
      *  ANOTHER - A TICKET KEYED TO THE WRONG ACCOUNT, OR A           *
      *  CUSTOMER HANDING A DOCUMENT ON.  THE DOCUMENT IS NAMED BY     *
      *  SERIES, FISCAL YEAR AND NUMBER; THE NUMBER IS KEYED IN        *
      *  DISPLAY FORM WITH LEADING ZEROS.  THE FISCAL YEAR IS LEFT     *
      *  BLANK ONLY FOR A DOCUMENT FROM BEFORE THE FIRST ROLLOVER.     *
      *  THE REASON IS A SHORT CODE (MISKEYED, HANDOVER, ...) AND      *
      *  GOES ON THE AUDIT TRAIL'S TRANSFER RECORD VERBATIM.           *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  XF-TRANSFER-RECORD.
           05  XF-SERIES-CODE              PIC X(02).
           05  XF-FISCAL-YEAR              PIC X(04).
           05  XF-TICKET-NUMBER            PIC X(09).
           05  XF-TICKET-NUMBER-NUM REDEFINES XF-TICKET-NUMBER
                                           PIC 9(09).
           05  XF-FROM-CUSTOMER            PIC X(10).
           05  XF-TO-CUSTOMER              PIC X(10).
           05  XF-REASON                   PIC X(08).
           05  FILLER                      PIC X(07).
