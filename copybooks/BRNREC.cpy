      ******************************************************************
      *    COPYBOOK      BRNREC                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE BRANCH MASTER (VSAM    *
      *                   KSDS KEYED ON BR-BRANCH) - EVERY BRANCH      *
      *                   ALLOWED TO SEND ORDERS, WITH ITS NAME, ITS   *
      *                   REGION FOR THE ORDSUMM REGION ROLLUP,        *
      *                   WHETHER IT IS OPEN OR CLOSED, THE DATES IT   *
      *                   OPENED AND CLOSED, AND THE CODE CATEGORIES   *
      *                   IT IS AUTHORIZED TO ORDER.  A BRANCH IS      *
      *                   CLOSED FOR AN ORDER DATE WHEN ITS STATUS     *
      *                   IS C, WHEN IT OPENS AFTER THAT DATE, OR      *
      *                   WHEN ITS CLOSE DATE IS ON OR BEFORE IT -     *
      *                   SO A CLOSE CAN BE SCHEDULED AHEAD ON AN      *
      *                   OPEN BRANCH.  ZERO DATES ARE OPEN-ENDED.     *
      *                   A BRANCH WITH NO AUTHORIZED CATEGORIES       *
      *                   (BR-AUTH-COUNT ZERO) MAY ORDER ANY           *
      *                   CATEGORY.  MAINTAINED BY BRNMAINT; ORDEDIT   *
      *                   REJECTS ORDERS FROM A BRANCH NOT ON THIS     *
      *                   FILE OR CLOSED, AND ORDERS FOR A CATEGORY    *
      *                   THE BRANCH IS NOT AUTHORIZED FOR.            *
      *                   BR-LAST-MAINT IS THE BUSINESS DATE OF THE    *
      *                   LAST BRNMAINT RUN THAT WROTE THE RECORD.     *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  BRANCH-RECORD.
           05  BR-BRANCH               PIC X(04).
           05  BR-NAME                 PIC X(30).
           05  BR-REGION               PIC X(04).
           05  BR-STATUS               PIC X(01).
               88  BR-OPEN                     VALUE 'O'.
               88  BR-CLOSED                   VALUE 'C'.
           05  BR-OPEN-DATE            PIC 9(08).
           05  BR-CLOSE-DATE           PIC 9(08).
           05  BR-AUTH-COUNT           PIC 9(02).
           05  BR-AUTH-LIST.
               10  BR-AUTH-CATEGORY    PIC X(08) OCCURS 10 TIMES.
           05  BR-LAST-MAINT           PIC 9(08).
