      ******************************************************************
      *    COPYBOOK      DSTCTL                                       *
      *    DESCRIPTION    CONTROL RECORD FOR THE CDDIST CODE-CHANGE    *
      *                   DISTRIBUTION EXTRACT - THE SEQUENCE NUMBER,  *
      *                   TYPE, AND BUSINESS DATE OF THE LAST EXTRACT  *
      *                   SENT AND THE CHANGE-LOG WINDOW IT COVERED.   *
      *                   THE NEXT DAILY EXTRACT STARTS WHERE THIS     *
      *                   WINDOW ENDED.  THE WINDOW IS THE ACTUAL      *
      *                   CLOCK DATE AND TIME, LIKE THE CHANGE LOG     *
      *                   STAMPS IT IS COMPARED WITH (SEE VERCTL).     *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  DIST-CONTROL-RECORD.
           05  DSC-LAST-SEQUENCE-NO    PIC 9(07).
           05  DSC-LAST-TYPE           PIC X(01).
           05  DSC-LAST-BUSINESS-DATE  PIC 9(08).
           05  DSC-FROM-DATE           PIC 9(08).
           05  DSC-FROM-TIME           PIC 9(08).
           05  DSC-TO-DATE             PIC 9(08).
           05  DSC-TO-TIME             PIC 9(08).
