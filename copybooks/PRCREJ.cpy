      ******************************************************************
      *    COPYBOOK      PRCREJ                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE PRCMAINT REJECT FILE   *
      *                   - THE FULL TRANSACTION IMAGE PLUS THE        *
      *                   REASON IT FAILED, SO DATA CONTROL CAN        *
      *                   CORRECT AND RESUBMIT IT, FOLLOWING THE       *
      *                   MNTREJ CONVENTIONS.                          *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  PRICE-REJECT-RECORD.
           05  PRJ-ACTION              PIC X(01).
           05  PRJ-CODE                PIC X(08).
           05  PRJ-EFF-FROM            PIC X(08).
           05  PRJ-EFF-TO              PIC X(08).
           05  PRJ-UNIT-PRICE          PIC X(07).
           05  PRJ-REASON-CODE         PIC X(02).
           05  PRJ-REASON-TEXT         PIC X(30).
           05  PRJ-DATE                PIC 9(08).
           05  PRJ-TIME                PIC 9(08).
