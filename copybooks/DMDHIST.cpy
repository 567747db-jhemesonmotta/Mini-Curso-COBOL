      ******************************************************************
      *    COPYBOOK      DMDHIST                                      *
      *    DESCRIPTION    RECORD LAYOUT FOR THE PERMANENT DEMAND       *
      *                   HISTORY FILE (VSAM KSDS, KEY DH-KEY) - ONE   *
      *                   RECORD PER SUMMARY DATE, BRANCH, AND CODE    *
      *                   CATEGORY, LOADED BY DMDLOAD FROM EACH        *
      *                   NIGHT'S ORDSUMF GENERATION (SEE SUMREC) AND  *
      *                   READ BY THE DMDPER PERIOD REPORT.  DATE IS   *
      *                   THE HIGH-ORDER PART OF THE KEY SO A PERIOD   *
      *                   IS ONE CONTIGUOUS RANGE.  DH-LOAD-STAMP IS   *
      *                   WHEN THE NIGHT WAS LAST LOADED.              *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  DEMAND-HIST-RECORD.
           05  DH-KEY.
               10  DH-DATE             PIC 9(08).
               10  DH-BRANCH           PIC X(04).
               10  DH-CATEGORY         PIC X(08).
           05  DH-ORDER-COUNT          PIC 9(07).
           05  DH-QTY-TOTAL            PIC 9(09).
           05  DH-VALUE-TOTAL          PIC 9(13)V99.
           05  DH-LOAD-STAMP.
               10  DH-LOAD-DATE        PIC 9(08).
               10  DH-LOAD-TIME        PIC 9(08).
           05  FILLER                  PIC X(13).
