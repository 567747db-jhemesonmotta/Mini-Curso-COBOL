      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-08-22  JAS  ORIGINAL COPYBOOK.                         *
      *    2026-10-15  JAS  ADDED ORD-UNIT-PRICE AND ORD-EXT-VALUE.    *
      *                     ORDEDIT FILLS THEM ON THE ACCEPTED-ORDERS  *
      *                     FILE FROM THE CODE PRICE FILE (SEE PRCREC) *
      *                     - THE UNIT PRICE IN EFFECT ON THE ORDER    *
      *                     DATE, AND QUANTITY TIMES PRICE.  THE       *
      *                     BRANCHES DO NOT SEND THEM; ON THE ORDER    *
      *                     INPUT THEY ARE BLANK AND IGNORED.          *
      ******************************************************************
       01  ORDER-RECORD.
           05  ORD-ORDER-NO            PIC X(08).
           05  ORD-QTY                 PIC 9(05).
           05  ORD-QTY-X REDEFINES ORD-QTY
                                        PIC X(05).
           05  ORD-UNIT-PRICE          PIC 9(05)V99.
           05  ORD-EXT-VALUE           PIC 9(10)V99.
