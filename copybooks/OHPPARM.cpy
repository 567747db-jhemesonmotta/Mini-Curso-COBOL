      ******************************************************************
      *    COPYBOOK      OHPPARM                                      *
      *    DESCRIPTION    PARAMETER RECORD FOR THE ORDPURGE            *
      *                   ORDER-NUMBER HISTORY PURGE - THE             *
      *                   RETENTION WINDOW IN DAYS.  AN ENTRY FIRST    *
      *                   ACCEPTED MORE THAN THAT MANY DAYS BEFORE THE *
      *                   BUSINESS DATE IS DELETED FROM THE HISTORY.   *
      *                   THE X-REDEFINES LETS THE PROGRAM EDIT THE    *
      *                   CARD BEFORE TRUSTING THE NUMERIC PICTURE.    *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  HISTORY-PURGE-PARM-RECORD.
           05  OHP-RETAIN-DAYS         PIC 9(04).
           05  OHP-RETAIN-DAYS-X REDEFINES OHP-RETAIN-DAYS
                                        PIC X(04).
