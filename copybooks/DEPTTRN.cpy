      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-09-02  RVS  INITIAL VERSION.                             *
      *  2026-10-15  RVS  ADDED DT-REORDER-POINT IN THE TRAILING       *
      *                      FILLER (RECORD LENGTH UNCHANGED), KEYED   *
      *                      IN DISPLAY FORM WITH LEADING ZEROS.       *
      *                      BLANK ON AN ADD MEANS NO REORDER POINT;   *
      *                      BLANK ON A CHANGE KEEPS THE CURRENT ONE.  *
      ******************************************************************
       01  DT-TRANS-RECORD.
           05  DT-ACTION-CODE              PIC X(01).
           05  DT-QUOTA                    PIC X(09).
           05  DT-QUOTA-NUM REDEFINES DT-QUOTA
                                           PIC 9(09).
           05  DT-REORDER-POINT            PIC X(07).
           05  DT-REORDER-POINT-NUM REDEFINES DT-REORDER-POINT
                                           PIC 9(07).
           05  FILLER                      PIC X(03).
