      ******************************************************************
      *                                                                *
      *  SNAPMAN.CPY                                                   *
      *                                                                *
      *  PRE-CYCLE SNAPSHOT MANIFEST RECORD.  THE SNAPSHOT STEP AT     *
      *  THE TOP OF NITECYCL (CYCSNAP) COPIES EVERY FILE THE CYCLE     *
      *  UPDATES TO A NEW GENERATION OF ITS SNAPSHOT FILE AND WRITES   *
      *  ONE MANIFEST GENERATION ALONGSIDE THEM:                       *
      *                                                                *
      *      H  HEADER   THE CYCLE DATE AND TIME OF THE SNAPSHOT,      *
      *                  AND WHETHER THE CYCLE WAS ALREADY UNDER WAY   *
      *                  (ANY STEP STARTED ON CYCCTL) WHEN IT WAS      *
      *                  TAKEN                                         *
      *      F  FILE     ONE PER FILE COPIED - THE FILE'S DD NAME      *
      *                  AND THE NUMBER OF RECORDS COPIED              *
      *      T  TRAILER  THE NUMBER OF FILE RECORDS ABOVE IT           *
      *                                                                *
      *  A MANIFEST WITH NO TRAILER WAS CUT SHORT.  THE RESTORE RUN    *
      *  (CYCREST) WILL NOT USE A SHORT MANIFEST, ONE FOR ANOTHER      *
      *  CYCLE DATE, OR ONE TAKEN AFTER THE CYCLE WAS UNDER WAY -      *
      *  THAT SNAPSHOT IS NOT A BEFORE-IMAGE OF THE CYCLE.             *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  SM-MANIFEST-RECORD.
           05  SM-RECORD-TYPE              PIC X(01).
               88  SM-HEADER-RECORD                VALUE "H".
               88  SM-FILE-RECORD                  VALUE "F".
               88  SM-TRAILER-RECORD               VALUE "T".
           05  SM-CYCLE-DATE               PIC X(08).
           05  SM-SNAP-TIME                PIC X(08).
           05  SM-CYCLE-STATE              PIC X(01).
               88  SM-CYCLE-NOT-STARTED            VALUE "N".
               88  SM-CYCLE-UNDER-WAY              VALUE "U".
           05  SM-FILE-NAME                PIC X(08).
           05  SM-RECORD-COUNT             PIC S9(09)  COMP-3.
           05  FILLER                      PIC X(09).
