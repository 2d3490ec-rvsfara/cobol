      ******************************************************************
      *                                                                *
      *  TKTRATE.CPY                                                   *
      *                                                                *
      *  TICKET RATE MASTER RECORD.  ONE RECORD PER NUMBERING SERIES   *
      *  PER FISCAL YEAR, KEYED ON SERIES CODE AND YEAR TOGETHER -     *
      *  PRICES CHANGE AT THE YEAR-END ROLLOVER, SO LAST YEAR'S RATE   *
      *  STAYS ON FILE FOR ANY TICKET STILL CARRYING LAST YEAR.  THE   *
      *  BILLING RUN PRICES EVERY BILLED TICKET FROM THIS FILE; A      *
      *  SERIES AND YEAR WITH NO RECORD HERE IS NOT BILLABLE.  THE     *
      *  FILE IS MAINTAINED ONLY BY RATEMNT.  RT-LAST-CHANGED IS THE   *
      *  DATE (YYYYMMDD) OF THE MAINTENANCE RUN THAT LAST ADDED OR     *
      *  CHANGED THE RECORD.                                           *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  RT-RATE-RECORD.
           05  RT-RATE-KEY.
               10  RT-SERIES-CODE          PIC X(02).
               10  RT-FISCAL-YEAR          PIC X(04).
           05  RT-UNIT-PRICE               PIC S9(07)V99 COMP-3.
           05  RT-LAST-CHANGED             PIC X(08).
           05  FILLER                      PIC X(11).
