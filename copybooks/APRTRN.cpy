      ******************************************************************
      *    COPYBOOK      APRTRN                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE CDAPPRV DECISION FILE  *
      *                   - ONE CARD PER PENDING MAINTENANCE REQUEST,  *
      *                   NAMING THE ITEM BY ITS PENDING KEY (CODE,    *
      *                   REQUEST DATE, SEQUENCE - AS PRINTED BY       *
      *                   CDPEND), THE DECISION (A APPROVE, R          *
      *                   DECLINE), AND THE APPROVING ID.  THE         *
      *                   APPROVER MAY NOT BE THE REQUESTER.           *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  APPROVAL-TRAN-RECORD.
           05  APR-KEY.
               10  APR-CODE            PIC X(08).
               10  APR-REQ-DATE        PIC 9(08).
               10  APR-REQ-SEQ         PIC 9(04).
           05  APR-KEY-X REDEFINES APR-KEY
                                       PIC X(20).
           05  APR-DECISION            PIC X(01).
               88  APR-APPROVE                 VALUE 'A'.
               88  APR-DECLINE                 VALUE 'R'.
           05  APR-APPROVER-ID         PIC X(08).
