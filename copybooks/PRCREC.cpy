      ******************************************************************
      *    COPYBOOK      PRCREC                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE CODE PRICE FILE (VSAM  *
      *                   KSDS KEYED ON CODE PLUS EFFECTIVE-FROM       *
      *                   DATE) - ONE RECORD PER PRICE PERIOD, SO A    *
      *                   PRICE CHANGE IS STAGED AS A NEW PERIOD       *
      *                   INSTEAD OF OVERWRITING TODAY'S PRICE.  A     *
      *                   PERIOD COVERS AN ORDER DATE WHEN FROM IS     *
      *                   NOT AFTER IT AND TO IS ZERO (OPEN) OR NOT    *
      *                   BEFORE IT, THE SAME RULE AS CM-EFF-FROM/TO   *
      *                   ON THE CODE MASTER.  PRCMAINT KEEPS A        *
      *                   CODE'S PERIODS FROM OVERLAPPING, SO AT MOST  *
      *                   ONE PRICE IS IN EFFECT ON ANY DATE.  THE     *
      *                   UNIT PRICE IS IN DOLLARS AND CENTS.          *
      *                   PR-LAST-MAINT IS THE BUSINESS DATE OF THE    *
      *                   LAST PRCMAINT RUN THAT WROTE THE RECORD.     *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  PRICE-RECORD.
           05  PR-KEY.
               10  PR-CODE             PIC X(08).
               10  PR-EFF-FROM         PIC 9(08).
           05  PR-EFF-TO               PIC 9(08).
           05  PR-UNIT-PRICE           PIC 9(05)V99.
           05  PR-LAST-MAINT           PIC 9(08).
