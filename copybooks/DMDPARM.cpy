      ******************************************************************
      *    COPYBOOK      DMDPARM                                      *
      *    DESCRIPTION    PARAMETER RECORD FOR THE DMDPER DEMAND       *
      *                   PERIOD REPORT - THE AS-OF DATE (BLANK MEANS  *
      *                   THE BUSINESS DATE) AND THE PERCENT CHANGE    *
      *                   AGAINST THE SAME PERIOD LAST YEAR BEYOND     *
      *                   WHICH A CELL IS FLAGGED (BLANK OR ZERO MEANS *
      *                   THE COMPILED DEFAULT).  A MISSING CARD MEANS *
      *                   BOTH DEFAULTS.  THE X-REDEFINES LET THE      *
      *                   PROGRAM EDIT THE CARD BEFORE TRUSTING THE    *
      *                   NUMERIC PICTURES.                            *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  DEMAND-PARM-RECORD.
           05  DPP-ASOF-DATE           PIC 9(08).
           05  DPP-ASOF-DATE-X REDEFINES DPP-ASOF-DATE
                                        PIC X(08).
           05  FILLER                   PIC X(01).
           05  DPP-THRESHOLD-PCT       PIC 9(03).
           05  DPP-THRESHOLD-PCT-X REDEFINES DPP-THRESHOLD-PCT
                                        PIC X(03).
