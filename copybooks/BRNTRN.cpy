      ******************************************************************
      *    COPYBOOK      BRNTRN                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE BRNMAINT MAINTENANCE   *
      *                   TRANSACTION FILE - ADD, CHANGE, OR DELETE    *
      *                   REQUESTS AGAINST THE BRANCH MASTER (SEE      *
      *                   BRNREC), FOLLOWING THE MNTREC CONVENTIONS.   *
      *                   AN ADD MUST CARRY A NAME, A REGION, AND A    *
      *                   STATUS OF O OR C.  ON A CHANGE, A BLANK      *
      *                   FIELD LEAVES THE MASTER'S VALUE ALONE; A     *
      *                   CATEGORY LIST, IF ANY IS GIVEN, REPLACES     *
      *                   THE BRANCH'S WHOLE LIST, AND *ALL IN THE     *
      *                   FIRST SLOT CLEARS IT (THE BRANCH MAY THEN    *
      *                   ORDER ANY CATEGORY).  DATES ARE CCYYMMDD,    *
      *                   BLANK OR ZERO FOR NONE.                      *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  BRANCH-TRAN-RECORD.
           05  BRT-ACTION               PIC X(01).
               88  BRT-ADD                     VALUE 'A'.
               88  BRT-CHANGE                   VALUE 'C'.
               88  BRT-DELETE                   VALUE 'D'.
           05  BRT-BRANCH                PIC X(04).
           05  BRT-NAME                  PIC X(30).
           05  BRT-REGION                PIC X(04).
           05  BRT-STATUS                PIC X(01).
               88  BRT-OPEN                     VALUE 'O'.
               88  BRT-CLOSED                   VALUE 'C'.
           05  BRT-OPEN-DATE-X           PIC X(08).
           05  BRT-OPEN-DATE REDEFINES BRT-OPEN-DATE-X
                                         PIC 9(08).
           05  BRT-CLOSE-DATE-X          PIC X(08).
           05  BRT-CLOSE-DATE REDEFINES BRT-CLOSE-DATE-X
                                         PIC 9(08).
           05  BRT-AUTH-LIST.
               10  BRT-AUTH-CATEGORY     PIC X(08) OCCURS 10 TIMES.
