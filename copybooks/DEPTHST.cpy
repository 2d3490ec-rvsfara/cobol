      ******************************************************************
      *                                                                *
      *  DEPTHST.CPY                                                   *
      *                                                                *
      *  DEPARTMENT USAGE-HISTORY RECORD.  ONE RECORD PER DEPARTMENT,  *
      *  SERIES AND MONTH, WRITTEN BY THE MONTH-END CHARGEBACK RUN     *
      *  (DEPTCHG) BEFORE THE ISSUING RUN RESETS DM-MONTH-USED FOR     *
      *  THE NEW MONTH.  THE COUNTS ARE TAKEN FROM THE AUDIT TRAIL,    *
      *  NOT THE MASTER: UH-ALLOCATED IS EVERY NUMBER ISSUED TO THE    *
      *  REQUESTER IN THE MONTH, IN UH-BLOCKS SEPARATE ISSUE RUNS;     *
      *  OF THOSE, UH-ASSIGNED REACHED A CUSTOMER (OR AN INVOICE),     *
      *  UH-VOIDED WERE VOIDED BY TKTVOID, UH-EXPIRED WERE EXPIRED     *
      *  UNASSIGNED BY TKTAGE, AND UH-OPEN ARE NEITHER ASSIGNED NOR    *
      *  VOIDED AT RUN TIME.  UH-MONTH-USED IS THE MASTER'S POSTED     *
      *  COUNT WHEN IT STILL BELONGED TO THE MONTH, OTHERWISE ZERO.    *
      *  UH-DEPT-STATUS IS "?" FOR A REQUESTER NO LONGER ON THE        *
      *  DEPARTMENT MASTER.  THE FILE IS PERMANENT AND ONLY EVER       *
      *  EXTENDED - A MONTH ALREADY ON IT IS NEVER WRITTEN AGAIN.      *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  UH-HISTORY-RECORD.
           05  UH-USAGE-MONTH              PIC X(06).
           05  UH-DEPT-ID                  PIC X(08).
           05  UH-SERIES-CODE              PIC X(02).
           05  UH-DEPT-STATUS              PIC X(01).
           05  UH-MONTHLY-QUOTA            PIC S9(09)  COMP-3.
           05  UH-MONTH-USED               PIC S9(09)  COMP-3.
           05  UH-BLOCKS                   PIC S9(05)  COMP-3.
           05  UH-ALLOCATED                PIC S9(09)  COMP-3.
           05  UH-ASSIGNED                 PIC S9(09)  COMP-3.
           05  UH-VOIDED                   PIC S9(09)  COMP-3.
           05  UH-EXPIRED                  PIC S9(09)  COMP-3.
           05  UH-OPEN                     PIC S9(09)  COMP-3.
           05  UH-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(10).
