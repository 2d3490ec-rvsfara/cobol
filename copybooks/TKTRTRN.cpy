      ******************************************************************
      *                                                                *
      *  TKTRTRN.CPY                                                   *
      *                                                                *
      *  RATE-MASTER MAINTENANCE TRANSACTION RECORD.  ONE RECORD PER   *
      *  REQUESTED ADD, CHANGE, OR DELETE AGAINST THE INDEXED RATE     *
      *  MASTER, KEYED BY SERIES CODE AND FISCAL YEAR THE SAME WAY     *
      *  THE MASTER IS.  THE UNIT PRICE IS IGNORED ON A DELETE.  THE   *
      *  PRICE IS KEYED IN DISPLAY FORM WITH LEADING ZEROS AND AN      *
      *  IMPLIED DECIMAL POINT - 000001250 IS 12.50.                   *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  RM-TRANS-RECORD.
           05  RM-ACTION-CODE              PIC X(01).
               88  RM-ACTION-ADD                   VALUE "A".
               88  RM-ACTION-CHANGE                VALUE "C".
               88  RM-ACTION-DELETE                VALUE "D".
               88  RM-ACTION-IS-VALID              VALUES "A" "C" "D".
           05  RM-SERIES-CODE              PIC X(02).
           05  RM-FISCAL-YEAR              PIC X(04).
           05  RM-UNIT-PRICE               PIC X(09).
           05  RM-UNIT-PRICE-NUM REDEFINES RM-UNIT-PRICE
                                           PIC 9(07)V99.
           05  FILLER                      PIC X(20).
