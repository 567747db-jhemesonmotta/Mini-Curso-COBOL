      ******************************************************************
      *    COPYBOOK      BRNREJ                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE BRNMAINT REJECT FILE   *
      *                   - THE FULL TRANSACTION IMAGE PLUS THE        *
      *                   REASON IT FAILED, SO DATA CONTROL CAN        *
      *                   CORRECT AND RESUBMIT IT, FOLLOWING THE       *
      *                   MNTREJ CONVENTIONS.                          *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  BRANCH-REJECT-RECORD.
           05  BRJ-ACTION              PIC X(01).
           05  BRJ-BRANCH              PIC X(04).
           05  BRJ-NAME                PIC X(30).
           05  BRJ-REGION              PIC X(04).
           05  BRJ-STATUS              PIC X(01).
           05  BRJ-OPEN-DATE           PIC X(08).
           05  BRJ-CLOSE-DATE          PIC X(08).
           05  BRJ-AUTH-LIST           PIC X(80).
           05  BRJ-REASON-CODE         PIC X(02).
           05  BRJ-REASON-TEXT         PIC X(30).
           05  BRJ-DATE                PIC 9(08).
           05  BRJ-TIME                PIC 9(08).
