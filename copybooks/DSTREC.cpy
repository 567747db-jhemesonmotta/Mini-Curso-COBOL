      ******************************************************************
      *    COPYBOOK      DSTREC                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE DAILY CODE-CHANGE      *
      *                   DISTRIBUTION FILE WRITTEN BY CDDIST FOR THE  *
      *                   BRANCH SYSTEMS, BUILT LIKE THE CDUNLOAD      *
      *                   BACKUP (SEE BKPREC).  THE TYPE-1 HEADER      *
      *                   CARRIES THE EXTRACT SEQUENCE NUMBER - ONE    *
      *                   MORE THAN THE LAST EXTRACT SENT, SO A BRANCH *
      *                   THAT SEES A GAP KNOWS IT MISSED A DAY - THE  *
      *                   EXTRACT TYPE, THE BUSINESS DATE, AND THE     *
      *                   CHANGE-LOG WINDOW COVERED.  EACH TYPE-2      *
      *                   DETAIL IS ONE APPLIED CHANGE (A ADD, C       *
      *                   CHANGE, D DELETE) IN THE ORDER IT WAS        *
      *                   LOGGED, WITH THE CODE AS IT STOOD AFTER THE  *
      *                   CHANGE (BEFORE IT, FOR A DELETE).  A         *
      *                   DEACTIVATION IS A CHANGE WITH STATUS I.  ON  *
      *                   A FULL REFRESH (TYPE F) EVERY DETAIL IS AN   *
      *                   ADD OF AN ACTIVE CODE AND THE BRANCH         *
      *                   REPLACES ITS WHOLE TABLE.  THE TYPE-9        *
      *                   TRAILER CARRIES THE CONTROL COUNTS AND       *
      *                   REPEATS THE SEQUENCE NUMBER.                 *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  DISTRIBUTION-RECORD.
           05  DST-RECORD-TYPE         PIC X(01).
               88  DST-HEADER                  VALUE '1'.
               88  DST-DETAIL                  VALUE '2'.
               88  DST-TRAILER                 VALUE '9'.
           05  DST-DATA                 PIC X(89).
           05  DST-HEADER-DATA REDEFINES DST-DATA.
               10  DST-SEQUENCE-NO     PIC 9(07).
               10  DST-EXTRACT-TYPE    PIC X(01).
                   88  DST-DELTA-EXTRACT        VALUE 'D'.
                   88  DST-FULL-REFRESH         VALUE 'F'.
               10  DST-BUSINESS-DATE   PIC 9(08).
               10  DST-CREATE-DATE     PIC 9(08).
               10  DST-CREATE-TIME     PIC 9(08).
               10  DST-FROM-DATE       PIC 9(08).
               10  DST-FROM-TIME       PIC 9(08).
               10  DST-TO-DATE         PIC 9(08).
               10  DST-TO-TIME         PIC 9(08).
               10  FILLER               PIC X(25).
           05  DST-DETAIL-DATA REDEFINES DST-DATA.
               10  DST-ACTION          PIC X(01).
                   88  DST-ADD                  VALUE 'A'.
                   88  DST-CHANGE               VALUE 'C'.
                   88  DST-DELETE               VALUE 'D'.
               10  DST-CODE            PIC X(08).
               10  DST-STATUS          PIC X(01).
               10  DST-DESC            PIC X(30).
               10  DST-CATEGORY        PIC X(08).
               10  DST-EFF-FROM        PIC X(08).
               10  DST-EFF-TO          PIC X(08).
               10  DST-CHANGE-DATE     PIC 9(08).
               10  DST-CHANGE-TIME     PIC 9(08).
               10  FILLER               PIC X(09).
           05  DST-TRAILER-DATA REDEFINES DST-DATA.
               10  DST-DETAIL-COUNT    PIC 9(09).
               10  DST-ADD-COUNT       PIC 9(09).
               10  DST-CHANGE-COUNT    PIC 9(09).
               10  DST-DELETE-COUNT    PIC 9(09).
               10  DST-TRAILER-SEQ-NO  PIC 9(07).
               10  FILLER               PIC X(46).
