      *                     OPEN.  THE X-REDEFINES LET CDMAINT EDIT    *
      *                     THE FIELDS BEFORE TRUSTING THE NUMERIC     *
      *                     PICTURES.                                  *
      *    2026-10-15  JAS  ADDED MT-REQUESTER-ID AND MT-APPROVER-ID.  *
      *                     TRANSACTIONS NO LONGER GO STRAIGHT TO      *
      *                     CDMAINT - A REQUEST IS HELD ON THE PENDING *
      *                     FILE BY CDPEND AND RELEASED BY CDAPPRV     *
      *                     ONLY ONCE A DIFFERENT ID HAS APPROVED IT,  *
      *                     WITH BOTH IDS FILLED IN.  CDPEND READS     *
      *                     REQUESTS IN THIS SAME LAYOUT WITH THE      *
      *                     APPROVER BLANK.                            *
      ******************************************************************
       01  MAINT-TRAN-RECORD.
           05  MT-ACTION                PIC X(01).
           05  MT-EFF-TO                 PIC 9(08).
           05  MT-EFF-TO-X REDEFINES MT-EFF-TO
                                         PIC X(08).
           05  MT-REQUESTER-ID           PIC X(08).
           05  MT-APPROVER-ID            PIC X(08).
