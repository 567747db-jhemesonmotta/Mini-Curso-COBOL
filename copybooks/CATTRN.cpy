      ******************************************************************
      *    COPYBOOK      CATTRN                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE CATMAINT MAINTENANCE   *
      *                   TRANSACTION FILE - ADD, CHANGE, OR DELETE    *
      *                   REQUESTS AGAINST THE CATEGORY MASTER (SEE    *
      *                   CATREC), FOLLOWING THE MNTREC CONVENTIONS.   *
      *                   AN ADD MUST CARRY A STATUS AND A             *
      *                   DESCRIPTION.  ON A CHANGE, A BLANK STATUS,   *
      *                   DESCRIPTION, OR DEPARTMENT LEAVES THE        *
      *                   MASTER'S VALUE ALONE.                        *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  CATEGORY-TRAN-RECORD.
           05  CTT-ACTION               PIC X(01).
               88  CTT-ADD                     VALUE 'A'.
               88  CTT-CHANGE                   VALUE 'C'.
               88  CTT-DELETE                   VALUE 'D'.
           05  CTT-CATEGORY              PIC X(08).
           05  CTT-STATUS                PIC X(01).
               88  CTT-ACTIVE                   VALUE 'A'.
               88  CTT-INACTIVE                 VALUE 'I'.
           05  CTT-DESC                  PIC X(30).
           05  CTT-DEPT                  PIC X(10).
