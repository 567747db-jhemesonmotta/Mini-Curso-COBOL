      ******************************************************************
      *    COPYBOOK      PNDREC                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE PENDING MAINTENANCE    *
      *                   FILE (VSAM KSDS, KEY PM-KEY) - CODE MASTER   *
      *                   MAINTENANCE REQUESTS HELD BY CDPEND UNTIL A  *
      *                   SECOND ID APPROVES OR DECLINES THEM IN       *
      *                   CDAPPRV.  THE KEY IS THE CODE, THE BUSINESS  *
      *                   DATE THE REQUEST WAS TAKEN, AND A SEQUENCE   *
      *                   WITHIN THAT CODE AND DATE, SO A SEQUENTIAL   *
      *                   READ RELEASES APPROVED ITEMS IN THE CODE     *
      *                   ORDER CDMAINT EXPECTS.  PM-DECISION IS BLANK *
      *                   WHILE THE ITEM AWAITS A DECISION.            *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  PENDING-MAINT-RECORD.
           05  PM-KEY.
               10  PM-CODE             PIC X(08).
               10  PM-REQ-DATE         PIC 9(08).
               10  PM-REQ-SEQ          PIC 9(04).
           05  PM-TRAN-DATA.
               10  PM-ACTION           PIC X(01).
               10  PM-STATUS           PIC X(01).
               10  PM-DESC             PIC X(30).
               10  PM-CATEGORY         PIC X(08).
               10  PM-EFF-FROM         PIC X(08).
               10  PM-EFF-TO           PIC X(08).
           05  PM-REQUESTER-ID         PIC X(08).
           05  PM-REQ-TIME             PIC 9(08).
           05  PM-DECISION             PIC X(01).
               88  PM-AWAITING                 VALUE SPACE.
               88  PM-APPROVED                 VALUE 'A'.
               88  PM-DECLINED                 VALUE 'R'.
           05  PM-APPROVER-ID          PIC X(08).
           05  PM-DECISION-DATE        PIC 9(08).
           05  FILLER                  PIC X(11).
