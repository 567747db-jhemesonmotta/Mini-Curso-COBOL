      *                     ARE X(08) RATHER THAN 9(08) - AN IMAGE OF  *
      *                     A RECORD THAT NEVER EXISTED (A REJECT, OR  *
      *                     THE BEFORE SIDE OF AN ADD) IS SPACES.      *
      *    2026-10-15  JAS  ADDED CLG-REQUESTER-ID AND CLG-APPROVER-ID *
      *                     AT THE TAIL OF THE RECORD FOR DUAL CONTROL *
      *                     OF CODE MAINTENANCE - THE ID THAT ASKED    *
      *                     FOR A CDMAINT CHANGE AND THE DIFFERENT ID  *
      *                     THAT APPROVED IT (SEE CDPEND/CDAPPRV).     *
      *                     CDINQ LOGS ITS RUNNING USER AS THE         *
      *                     REQUESTER WITH NO APPROVER; CDSYNC FEED    *
      *                     ENTRIES CARRY BOTH AS SPACES, AS DOES A    *
      *                     SHORT PRIOR-LAYOUT ENTRY.                  *
      ******************************************************************
       01  CHANGE-LOG-RECORD.
           05  CLG-ACTION                PIC X(01).
               10  CLG-BEFORE-EFF-TO         PIC X(08).
               10  CLG-AFTER-EFF-FROM        PIC X(08).
               10  CLG-AFTER-EFF-TO          PIC X(08).
           05  CLG-APPROVAL-IDS.
               10  CLG-REQUESTER-ID          PIC X(08).
               10  CLG-APPROVER-ID           PIC X(08).
