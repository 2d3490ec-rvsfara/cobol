      ******************************************************************
      *                                                                *
      *  STKRCV.CPY                                                    *
      *                                                                *
      *  PRE-PRINTED DOCUMENT STOCK RECEIPT.  ONE RECORD PER RANGE     *
      *  OF PRE-NUMBERED FORMS A DEPARTMENT TAKES DELIVERY OF - A      *
      *  BOX OR A CARTON - NAMING THE SERIES AND FISCAL YEAR THE       *
      *  FORMS ARE PRINTED FOR, THE FIRST AND LAST NUMBER PRINTED      *
      *  IN THE RANGE, THE DEPARTMENT HOLDING IT, AND THE DATE IT      *
      *  WAS RECEIVED.  THE FORMS ROOM APPENDS A RECORD FOR EVERY      *
      *  DELIVERY; NOTHING REWRITES THE FILE.  NUMBERS ARE KEYED IN    *
      *  DISPLAY FORM WITH LEADING ZEROS.  A SERIES WITH NO RECEIPT    *
      *  ON THE FILE IS NOT PRINTED ON PRE-NUMBERED STOCK AND IS NOT   *
      *  STOCK-CHECKED.  THE ISSUING RUN WARNS WHEN A DEPARTMENT'S     *
      *  BLOCK RUNS PAST THE RANGES IT HOLDS; STKRECON RECONCILES      *
      *  THE RANGES AGAINST THE AUDIT TRAIL.                           *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  SK-STOCK-RECEIPT.
           05  SK-SERIES-CODE              PIC X(02).
           05  SK-FISCAL-YEAR              PIC X(04).
           05  SK-FROM-NUMBER              PIC X(09).
           05  SK-FROM-NUMBER-NUM REDEFINES SK-FROM-NUMBER
                                           PIC 9(09).
           05  SK-TO-NUMBER                PIC X(09).
           05  SK-TO-NUMBER-NUM REDEFINES SK-TO-NUMBER
                                           PIC 9(09).
           05  SK-DEPT-ID                  PIC X(08).
           05  SK-RECEIVED-DATE            PIC X(08).
           05  FILLER                      PIC X(10).
