      ******************************************************************
      *    COPYBOOK      APRPARM                                      *
      *    DESCRIPTION    RECORD LAYOUT FOR THE CDAPPRV PARAMETER CARD *
      *                   - THE NUMBER OF DAYS A PENDING MAINTENANCE   *
      *                   REQUEST MAY WAIT FOR A DECISION BEFORE IT    *
      *                   EXPIRES ONTO THE EXCEPTIONS LIST.  NO CARD,  *
      *                   A BLANK FIELD, OR ZERO MEANS THE COMPILED    *
      *                   DEFAULT.                                     *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  APPROVAL-PARM-RECORD.
           05  APP-EXPIRE-DAYS         PIC 9(03).
           05  APP-EXPIRE-DAYS-X REDEFINES APP-EXPIRE-DAYS
                                       PIC X(03).
