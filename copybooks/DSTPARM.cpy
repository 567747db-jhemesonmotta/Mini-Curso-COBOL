      ******************************************************************
      *    COPYBOOK      DSTPARM                                      *
      *    DESCRIPTION    PARAMETER RECORD FOR THE CDDIST CODE-CHANGE  *
      *                   DISTRIBUTION EXTRACT - THE RUN MODE.  BLANK  *
      *                   OR D IS THE DAILY EXTRACT OF CHANGES SINCE   *
      *                   THE LAST ONE SENT; F IS A FULL REFRESH OF    *
      *                   THE WHOLE ACTIVE MASTER; R RE-CREATES THE    *
      *                   LAST EXTRACT UNDER ITS OWN SEQUENCE NUMBER   *
      *                   (A LOST OR FAILED TRANSMISSION).  A MISSING  *
      *                   CARD MEANS THE DAILY EXTRACT.                *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  DIST-PARM-RECORD.
           05  DSP-MODE                PIC X(01).
               88  DSP-DAILY                   VALUE ' ' 'D'.
               88  DSP-FULL-REFRESH            VALUE 'F'.
               88  DSP-RERUN                   VALUE 'R'.
               88  DSP-VALID-MODE              VALUE ' ' 'D' 'F' 'R'.
