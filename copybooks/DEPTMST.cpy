      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-09-02  RVS  INITIAL VERSION.                             *
      *  2026-10-15  RVS  ADDED DM-REORDER-POINT IN THE TRAILING       *
      *                      FILLER (RECORD LENGTH UNCHANGED) - THE    *
      *                      PRE-PRINTED FORMS ON HAND AT OR BELOW     *
      *                      WHICH STKRECON FLAGS THE DEPARTMENT'S     *
      *                      STOCK OF ITS SERIES AS LOW.  RECORDS      *
      *                      WRITTEN BEFORE IT EXISTED CARRY BLANKS    *
      *                      AND ARE TREATED AS HAVING NO REORDER      *
      *                      POINT UNTIL DEPTMNT CHANGES THEM.         *
      ******************************************************************
       01  DM-DEPT-RECORD.
           05  DM-DEPT-ID                  PIC X(08).
           05  DM-MONTHLY-QUOTA            PIC S9(09)  COMP-3.
           05  DM-MONTH-USED               PIC S9(09)  COMP-3.
           05  DM-USAGE-MONTH              PIC X(06).
           05  DM-REORDER-POINT            PIC S9(07)  COMP-3.
           05  FILLER                      PIC X(04).
