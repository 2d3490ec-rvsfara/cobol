      ******************************************************************
      *                                                                *
      *  ADDREDT.CPY                                                   *
      *                                                                *
      *  MAILING-ADDRESS EDIT WORK AREA AND STATE/POSTAL EDIT TABLE.   *
      *  EVERY PROGRAM THAT JUDGES A CUSTOMER ADDRESS (CUSTMNT ON ITS  *
      *  A AND M TRANSACTIONS, THE CUSTADDR SWEEP OF THE MASTER, AND   *
      *  TKTBILL BEFORE IT PRINTS A STATEMENT) COPIES THIS MEMBER      *
      *  INTO WORKING-STORAGE, MOVES THE ADDRESS INTO THE AE- FIELDS,  *
      *  AND PERFORMS ITS 7000-EDIT-ADDRESS PARAGRAPH.  THE RULES,     *
      *  IN THE ORDER THEY ARE TESTED - THE FIRST FAILURE IS THE       *
      *  REASON GIVEN:                                                 *
      *                                                                *
      *      L1  ADDRESS LINE 1 IS BLANK                               *
      *      CY  CITY IS BLANK                                         *
      *      SB  STATE CODE IS BLANK                                   *
      *      PB  POSTAL CODE IS BLANK                                  *
      *      SX  STATE CODE IS NOT ON THE TABLE BELOW                  *
      *      PF  POSTAL CODE IS NEITHER 99999 NOR 99999-9999           *
      *      PS  THE FIRST THREE DIGITS OF THE POSTAL CODE ARE NOT     *
      *          IN ANY OF THE STATE'S PREFIX RANGES                   *
      *                                                                *
      *  ADDRESS LINE 2 IS OPTIONAL AND IS NOT EDITED.                 *
      *                                                                *
      *  THE TABLE HOLDS ONE ENTRY PER STATE PREFIX RANGE - STATE      *
      *  CODE, LOW PREFIX, HIGH PREFIX - SO A STATE WITH SPLIT RANGES  *
      *  HAS ONE ENTRY PER RANGE.  TO ADD A RANGE, APPEND ITS EIGHT    *
      *  CHARACTERS TO THE LAST VALUE LINE (OR START A NEW ONE), RAISE *
      *  THE OCCURS AND AE-STATE-COUNT TO MATCH, AND RECOMPILE THE     *
      *  THREE PROGRAMS.                                               *
      *                                                                *
      *  AUTHOR.     RVSFARA.                                          *
      *  WRITTEN.    2026-10-15.                                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  RVS  INITIAL VERSION.                             *
      ******************************************************************
       01  AE-ADDRESS-EDIT.
           05  AE-ADDR-LINE-1              PIC X(30).
           05  AE-ADDR-CITY                PIC X(20).
           05  AE-ADDR-STATE               PIC X(02).
           05  AE-ADDR-POSTAL              PIC X(10).
           05  AE-POSTAL-PARTS REDEFINES AE-ADDR-POSTAL.
               10  AE-ZIP-CODE             PIC X(05).
               10  AE-ZIP-DASH             PIC X(01).
               10  AE-ZIP-PLUS-4           PIC X(04).
           05  AE-POSTAL-PREFIX REDEFINES AE-ADDR-POSTAL.
               10  AE-ZIP-PREFIX           PIC X(03).
               10  FILLER                  PIC X(07).
           05  AE-REASON-CODE              PIC X(02).
               88  AE-ADDRESS-GOOD                 VALUE SPACES.
           05  AE-REASON-TEXT              PIC X(36).
           05  AE-STATE-SWITCH             PIC X(01).
               88  AE-STATE-FOUND                  VALUE "Y".
           05  AE-RANGE-SWITCH             PIC X(01).
               88  AE-PREFIX-IN-RANGE              VALUE "Y".
           05  AE-SX                       PIC 9(03)   COMP.
           05  AE-STATE-COUNT              PIC 9(03)   COMP   VALUE 59.
       01  AE-STATE-VALUES.
           05  FILLER                      PIC X(40)   VALUE
               "AL350369AK995999AZ850865AR716729CA900961".
           05  FILLER                      PIC X(40)   VALUE
               "CO800816CT060069DE197199DC200205DC569569".
           05  FILLER                      PIC X(40)   VALUE
               "FL320349GA300319GA398399HI967968ID832838".
           05  FILLER                      PIC X(40)   VALUE
               "IL600629IN460479IA500528KS660679KY400427".
           05  FILLER                      PIC X(40)   VALUE
               "LA700714ME039049MD206219MA010027MA055055".
           05  FILLER                      PIC X(40)   VALUE
               "MI480499MN550567MS386397MO630658MT590599".
           05  FILLER                      PIC X(40)   VALUE
               "NE680693NV889898NH030038NJ070089NM870884".
           05  FILLER                      PIC X(40)   VALUE
               "NY100149NY005005NY063063NC270289ND580588".
           05  FILLER                      PIC X(40)   VALUE
               "OH430459OK730749OR970979PA150196RI028029".
           05  FILLER                      PIC X(40)   VALUE
               "SC290299SD570577TN370385TX750799TX885885".
           05  FILLER                      PIC X(40)   VALUE
               "UT840847VT050059VA201201VA220246WA980994".
           05  FILLER                      PIC X(32)   VALUE
               "WV247268WI530549WY820831PR006009".
       01  AE-STATE-TABLE REDEFINES AE-STATE-VALUES.
           05  AE-STATE-ENTRY              OCCURS 59 TIMES.
               10  AE-TBL-STATE            PIC X(02).
               10  AE-TBL-ZIP-LOW          PIC X(03).
               10  AE-TBL-ZIP-HIGH         PIC X(03).
