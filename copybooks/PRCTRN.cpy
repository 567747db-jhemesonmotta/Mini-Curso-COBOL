      ******************************************************************
      *    COPYBOOK      PRCTRN                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE PRCMAINT MAINTENANCE   *
      *                   TRANSACTION FILE - ADD, CHANGE, OR DELETE    *
      *                   REQUESTS AGAINST THE CODE PRICE FILE (SEE    *
      *                   PRCREC), FOLLOWING THE MNTREC CONVENTIONS.   *
      *                   THE CODE AND EFFECTIVE-FROM DATE ARE THE     *
      *                   KEY OF THE PRICE PERIOD - A BLANK FROM IS    *
      *                   ZERO (OPEN SINCE THE BEGINNING).  ON A       *
      *                   CHANGE, A BLANK TO OR PRICE LEAVES THE       *
      *                   FILE'S VALUE ALONE; AN EXPLICIT ZERO TO      *
      *                   REOPENS THE PERIOD.  THE PRICE IS KEYED AS   *
      *                   SEVEN DIGITS WITH TWO IMPLIED DECIMALS       *
      *                   (0001250 IS 12.50).  THE X-REDEFINES LET     *
      *                   PRCMAINT EDIT THE FIELDS BEFORE TRUSTING     *
      *                   THE NUMERIC PICTURES.                        *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  PRICE-TRAN-RECORD.
           05  PT-ACTION                PIC X(01).
               88  PT-ADD                      VALUE 'A'.
               88  PT-CHANGE                    VALUE 'C'.
               88  PT-DELETE                    VALUE 'D'.
           05  PT-CODE                   PIC X(08).
           05  PT-EFF-FROM               PIC 9(08).
           05  PT-EFF-FROM-X REDEFINES PT-EFF-FROM
                                         PIC X(08).
           05  PT-EFF-TO                 PIC 9(08).
           05  PT-EFF-TO-X REDEFINES PT-EFF-TO
                                         PIC X(08).
           05  PT-UNIT-PRICE             PIC 9(05)V99.
           05  PT-UNIT-PRICE-X REDEFINES PT-UNIT-PRICE
                                         PIC X(07).
