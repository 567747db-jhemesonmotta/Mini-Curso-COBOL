      ******************************************************************
      *    COPYBOOK      CATREJ                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE CATMAINT REJECT FILE   *
      *                   - THE FULL TRANSACTION IMAGE PLUS THE        *
      *                   REASON IT FAILED, SO DATA CONTROL CAN        *
      *                   CORRECT AND RESUBMIT IT, FOLLOWING THE       *
      *                   MNTREJ CONVENTIONS.                          *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  CATEGORY-REJECT-RECORD.
           05  CTJ-ACTION              PIC X(01).
           05  CTJ-CATEGORY            PIC X(08).
           05  CTJ-STATUS              PIC X(01).
           05  CTJ-DESC                PIC X(30).
           05  CTJ-DEPT                PIC X(10).
           05  CTJ-REASON-CODE         PIC X(02).
           05  CTJ-REASON-TEXT         PIC X(30).
           05  CTJ-DATE                PIC 9(08).
           05  CTJ-TIME                PIC 9(08).
