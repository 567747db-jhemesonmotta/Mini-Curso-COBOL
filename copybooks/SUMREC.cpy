      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-09-02  JAS  ORIGINAL COPYBOOK.                         *
      *    2026-10-15  JAS  ADDED SUM-VALUE-TOTAL - THE EXTENDED VALUE *
      *                     OF THE DAY'S ACCEPTED ORDERS FOR THE       *
      *                     BRANCH AND CATEGORY, PRICED BY ORDEDIT, SO *
      *                     PLANNING GETS VALUE ALONGSIDE QUANTITY.    *
      ******************************************************************
       01  SUMMARY-RECORD.
           05  SUM-RUN-DATE            PIC 9(08).
           05  SUM-CATEGORY            PIC X(08).
           05  SUM-ORDER-COUNT         PIC 9(07).
           05  SUM-QTY-TOTAL           PIC 9(09).
           05  SUM-VALUE-TOTAL         PIC 9(13)V99.
