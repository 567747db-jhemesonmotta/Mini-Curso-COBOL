      ******************************************************************
      *    COPYBOOK      ALVPARM                                      *
      *    DESCRIPTION    PARAMETER RECORD FOR THE ALSVERFY ALIAS      *
      *                   INTEGRITY CHECK - THE RUN MODE.  BLANK OR R  *
      *                   LISTS THE ALIASES WHOSE TARGET IS MISSING,   *
      *                   INACTIVE, EXPIRED, OR ANOTHER ALIAS; G ALSO  *
      *                   WRITES THE PROPOSED ALSMAINT DELETE AND      *
      *                   REPOINT TRANSACTIONS (SEE ALSTRN) TO THE     *
      *                   ALSGEN FILE FOR REVIEW.  A MISSING CARD      *
      *                   MEANS REPORT ONLY.                           *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  ALIAS-VERIFY-PARM-RECORD.
           05  AVP-MODE                PIC X(01).
               88  AVP-REPORT-ONLY             VALUE ' ' 'R'.
               88  AVP-GENERATE                VALUE 'G'.
               88  AVP-VALID-MODE              VALUE ' ' 'R' 'G'.
