      ******************************************************************
      *    COPYBOOK      BUSDATE                                      *
      *    DESCRIPTION    PROCESSING-DATE CONTROL RECORD FOR THE       *
      *                   NIGHTLY CYCLE - ONE RECORD, SET AND ROLLED   *
      *                   FORWARD BY CYCLCTL AT START OF CYCLE AND     *
      *                   MARKED COMPLETE AT END OF CYCLE.  EVERY      *
      *                   NIGHTLY PROGRAM TAKES ITS RUN DATE FROM      *
      *                   BDT-BUSINESS-DATE INSTEAD OF THE SYSTEM      *
      *                   CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT,   *
      *                   OR A FAILED NIGHT RERUN THE NEXT MORNING,    *
      *                   STILL STAMPS AND FILTERS WITH THE DATE THE   *
      *                   WORK BELONGS TO.  A CLOSED CYCLE REFUSES     *
      *                   ANOTHER NIGHTLY RUN UNTIL CYCLCTL OPENS THE  *
      *                   NEXT DATE OR REOPENS THIS ONE AS A FLAGGED   *
      *                   RERUN.  THE OPENED/CLOSED STAMPS ARE THE     *
      *                   ACTUAL CLOCK, FOR OPERATIONS.  THE HIGH      *
      *                   DATE IS THE LATEST BUSINESS DATE EVER        *
      *                   OPENED - A RERUN OF AN OLDER DATE DOES NOT   *
      *                   MOVE IT, SO THE NEXT ROLL FORWARD PICKS UP   *
      *                   WHERE THE CYCLE REALLY LEFT OFF.  THE X-     *
      *                   REDEFINE LETS A READER EDIT THE DATE         *
      *                   BEFORE TRUSTING THE NUMERIC PICTURE.         *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE       PIC 9(08).
           05  BDT-BUSINESS-DATE-X REDEFINES BDT-BUSINESS-DATE
                                        PIC X(08).
           05  BDT-CYCLE-STATUS        PIC X(01).
               88  BDT-CYCLE-OPEN              VALUE 'O'.
               88  BDT-CYCLE-CLOSED            VALUE 'C'.
           05  BDT-RERUN-SW            PIC X(01).
               88  BDT-RERUN                   VALUE 'Y'.
           05  BDT-PRIOR-DATE          PIC 9(08).
           05  BDT-HIGH-DATE           PIC 9(08).
           05  BDT-OPENED-DATE         PIC 9(08).
           05  BDT-OPENED-TIME         PIC 9(08).
           05  BDT-CLOSED-DATE         PIC 9(08).
           05  BDT-CLOSED-TIME         PIC 9(08).
