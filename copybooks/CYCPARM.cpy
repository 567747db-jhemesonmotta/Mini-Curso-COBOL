      ******************************************************************
      *    COPYBOOK      CYCPARM                                      *
      *    DESCRIPTION    CONTROL CARD FOR THE CYCLCTL CYCLE CONTROL   *
      *                   RUN.  THE FUNCTION IS O TO OPEN THE NEXT     *
      *                   BUSINESS DATE (START OF CYCLE) OR C TO MARK  *
      *                   THE OPEN ONE COMPLETE (END OF CYCLE).  ON    *
      *                   AN OPEN, A BLANK DATE ROLLS THE CONTROL      *
      *                   FORWARD ONE CALENDAR DAY; A DATE SKIPS TO    *
      *                   IT (WEEKENDS, HOLIDAYS, THE FIRST CYCLE).    *
      *                   THE RERUN FLAG R IS THE ONLY WAY TO RUN A    *
      *                   BUSINESS DATE THAT HAS ALREADY RUN - ALONE   *
      *                   IT REOPENS THE CURRENT DATE.  THE X-         *
      *                   REDEFINE LETS CYCLCTL EDIT THE DATE BEFORE   *
      *                   TRUSTING THE NUMERIC PICTURE.                *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  CYCLE-PARM-RECORD.
           05  CYP-FUNCTION            PIC X(01).
               88  CYP-OPEN-CYCLE              VALUE 'O'.
               88  CYP-CLOSE-CYCLE             VALUE 'C'.
           05  FILLER                   PIC X(01).
           05  CYP-BUSINESS-DATE       PIC 9(08).
           05  CYP-BUSINESS-DATE-X REDEFINES CYP-BUSINESS-DATE
                                        PIC X(08).
           05  FILLER                   PIC X(01).
           05  CYP-RERUN-FLAG          PIC X(01).
               88  CYP-RERUN                   VALUE 'R'.
