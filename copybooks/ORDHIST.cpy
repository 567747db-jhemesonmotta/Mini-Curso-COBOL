      ******************************************************************
      *    COPYBOOK      ORDHIST                                      *
      *    DESCRIPTION    RECORD LAYOUT FOR THE ORDER-NUMBER HISTORY   *
      *                   (VSAM KSDS KEYED ON OH-KEY, BRANCH PLUS      *
      *                   ORDER NUMBER) - ONE ENTRY FOR EVERY ORDER    *
      *                   ORDEDIT HAS ACCEPTED, WITH THE BUSINESS DATE *
      *                   IT WAS FIRST ACCEPTED, ITS ORDER             *
      *                   (TRANSMISSION) DATE, AND THE CODE AND        *
      *                   QUANTITY AS THE BRANCH SENT THEM.  ORDEDIT   *
      *                   REJECTS AN ORDER NUMBER ALREADY ON FILE FOR  *
      *                   THE BRANCH AND HOLDS A BATCH THAT REPEATS    *
      *                   ONLY ORDERS ALREADY ON FILE AS A             *
      *                   RETRANSMISSION.  OH-RUN-STAMP IS THE CLOCK   *
      *                   DATE AND TIME OF THE ORDEDIT RUN THAT WROTE  *
      *                   THE ENTRY, SO A RERUN OF THE SAME BUSINESS   *
      *                   DATE CAN TELL ITS OWN EARLIER ATTEMPT FROM A *
      *                   GENUINE REPEAT.  ENTRIES ARE AGED OFF BY     *
      *                   ORDPURGE AFTER THE RETENTION WINDOW.         *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  ORDER-HISTORY-RECORD.
           05  OH-KEY.
               10  OH-BRANCH           PIC X(04).
               10  OH-ORDER-NO         PIC X(08).
           05  OH-FIRST-DATE           PIC 9(08).
           05  OH-ORDER-DATE           PIC 9(08).
           05  OH-CODE                 PIC X(08).
           05  OH-QTY-X                PIC X(05).
           05  OH-RUN-STAMP.
               10  OH-RUN-DATE         PIC 9(08).
               10  OH-RUN-TIME         PIC 9(08).
           05  FILLER                  PIC X(13).
