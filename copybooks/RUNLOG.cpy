      *      INCREMENT   ZERO            NUMBERS ISSUED  ZERO          *
      *      TKTRECON    AUDIT RECORDS   ZERO            EXCEPTIONS    *
      *      RUNSUM      TICKETS TODAY   ZERO            ZERO          *
      *      TKTINTEG    RECORDS READ    ZERO            ORPHANS       *
      *      CYCSNAP     RECORDS COPIED  RECORDS COPIED  ZERO          *
      *      CYCREST     SNAPSHOT        RECORDS         ZERO          *
      *                  RECORDS PROVED  RESTORED                      *
      *                                                                *
      *  RL-PROGRAM-DETAIL IS SPACES EXCEPT WHERE A PROGRAM REDEFINES  *
      *  IT BELOW.  TKTINTEG CARRIES ITS ORPHAN COUNT FOR EACH KIND    *
      *  THERE, EACH HELD AT 9999 IF THE RUN FOUND MORE.  CYCREST      *
      *  CARRIES THE CYCLE DATE IT WAS ASKED TO RESTORE.               *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-08-22.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-08-22  RVS  INITIAL VERSION.                             *
      *  2026-10-15  RVS  NAMED THE TRAILING FILLER RL-PROGRAM-DETAIL  *
      *                      AND ADDED THE TKTINTEG ORPHAN COUNTS      *
      *                      OVER IT (RECORD LENGTH UNCHANGED).        *
      *  2026-10-15  RVS  ADDED THE CYCSNAP AND CYCREST ROWS AND THE   *
      *                      RESTORED CYCLE DATE OVER THE DETAIL.      *
      ******************************************************************
       01  RL-RUN-LOG-RECORD.
           05  RL-PROGRAM-ID               PIC X(10).
           05  RL-RECORDS-WRITTEN          PIC S9(07)  COMP-3.
           05  RL-RECORDS-REJECTED         PIC S9(07)  COMP-3.
           05  RL-RETURN-CODE              PIC 9(02).
           05  RL-PROGRAM-DETAIL           PIC X(12).
           05  RL-INTEGRITY-DETAIL REDEFINES RL-PROGRAM-DETAIL.
               10  RL-ORPHAN-CUSTOMER      PIC 9(04)   COMP.
               10  RL-ORPHAN-ISSUE         PIC 9(04)   COMP.
               10  RL-ORPHAN-REQUESTER     PIC 9(04)   COMP.
               10  RL-ORPHAN-SERIES        PIC 9(04)   COMP.
               10  RL-ORPHAN-CLOSED        PIC 9(04)   COMP.
               10  FILLER                  PIC X(02).
           05  RL-RESTORE-DETAIL REDEFINES RL-PROGRAM-DETAIL.
               10  RL-RESTORED-CYCLE       PIC X(08).
               10  FILLER                  PIC X(04).
