      ******************************************************************
      *                                                                *
      *  CUSTJRN.CPY                                                   *
      *                                                                *
      *  CUSTOMER-MASTER CHANGE JOURNAL RECORD.  EVERY PROGRAM THAT    *
      *  WRITES, REWRITES OR DELETES A CUSTOMER MASTER RECORD          *
      *  APPENDS ONE OF THESE FOR EACH RECORD IT TOUCHES - WHICH       *
      *  PROGRAM, WHEN, WHAT KIND OF CHANGE, AND THE WHOLE RECORD      *
      *  BEFORE AND AFTER (CUSTNAME LAYOUT).  AN ADD HAS A BLANK       *
      *  BEFORE IMAGE; A DELETE HAS A BLANK AFTER IMAGE.  CJ-ACTION    *
      *  IS THE KIND OF CHANGE TO THE MASTER (A, C OR D, OR R FOR A    *
      *  RECORD PUT BACK FROM A CYCLE SNAPSHOT);                       *
      *  CJ-ACTION-DETAIL SAYS WHAT THE WRITING PROGRAM WAS DOING:     *
      *                                                                *
      *      PROGRAM     DETAIL                                        *
      *      CUSTMNT     ADD, CHANGE, DELETE, STATUS, ADDRESS          *
      *      CUSTMRG     MERGED (ABSORBED ID DELETED)                  *
      *      IF-EXEMPLO  CLEANUP (NAME REWRITTEN FROM INTAKE)          *
      *      CYCREST     ROLLBACK (EITHER IMAGE MAY BE BLANK)          *
      *                                                                *
      *  THE FILE IS PERMANENT AND ONLY EVER EXTENDED, IN THE ORDER    *
      *  THE CHANGES WERE MADE.  CUSTHIST REBUILDS A RECORD AS OF A    *
      *  DATE FROM IT.                                                 *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      *  2026-10-15  RVS  ADDED ACTION R FOR CYCREST ROLL-BACKS.       *
      ******************************************************************
       01  CJ-JOURNAL-RECORD.
           05  CJ-CUSTOMER-ID              PIC X(10).
           05  CJ-PROGRAM-ID               PIC X(10).
           05  CJ-CHANGE-DATE              PIC X(08).
           05  CJ-CHANGE-TIME              PIC X(08).
           05  CJ-ACTION                   PIC X(01).
               88  CJ-ACTION-ADD                   VALUE "A".
               88  CJ-ACTION-CHANGE                VALUE "C".
               88  CJ-ACTION-DELETE                VALUE "D".
               88  CJ-ACTION-RESTORE               VALUE "R".
           05  CJ-ACTION-DETAIL            PIC X(08).
           05  CJ-BEFORE-IMAGE             PIC X(140).
           05  CJ-AFTER-IMAGE              PIC X(140).
           05  FILLER                      PIC X(05).
