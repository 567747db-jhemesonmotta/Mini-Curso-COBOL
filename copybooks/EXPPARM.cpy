      ******************************************************************
      *    COPYBOOK      EXPPARM                                      *
      *    DESCRIPTION    PARAMETER RECORD FOR THE CDEXPIRE            *
      *                   EXPIRING-CODES REPORT - THE LOOK-AHEAD       *
      *                   WINDOW IN DAYS (CODES EXPIRING OR TAKING     *
      *                   EFFECT FROM THE BUSINESS DATE THROUGH THAT   *
      *                   MANY DAYS AHEAD ARE LISTED) AND THE          *
      *                   LOOK-BACK WINDOW IN DAYS FOR THE LOOKUP AND  *
      *                   DEMAND ACTIVITY COUNTED AGAINST EACH CODE.   *
      *                   A MISSING CARD, OR A ZERO FIELD, MEANS THE   *
      *                   COMPILED DEFAULT.  THE X-REDEFINES LET THE   *
      *                   PROGRAM EDIT THE CARD BEFORE TRUSTING THE    *
      *                   NUMERIC PICTURES.                            *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  EXPIRE-PARM-RECORD.
           05  XPP-AHEAD-DAYS          PIC 9(03).
           05  XPP-AHEAD-DAYS-X REDEFINES XPP-AHEAD-DAYS
                                        PIC X(03).
           05  FILLER                   PIC X(01).
           05  XPP-BACK-DAYS           PIC 9(03).
           05  XPP-BACK-DAYS-X REDEFINES XPP-BACK-DAYS
                                        PIC X(03).
