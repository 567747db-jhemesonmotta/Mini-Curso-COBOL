      *                      PASSED EVERY CHECK, REJECTED IS THE
      *                      TOTAL ERRORS FOUND.  A STATS WRITE
      *                      FAILURE NEVER FAILS THE RUN.
      *    2026-10-15  JAS   THE RUN DATE NOW COMES FROM THE CYCLE'S
      *                      BUSDATE CONTROL (SEE BUSDATE, SET BY
      *                      CYCLCTL) INSTEAD OF THE SYSTEM CLOCK, SO
      *                      THE RUN-STATISTICS DATE IS THE BUSINESS
      *                      DATE.  THE RUN STOPS WITH RC 16 IF THE
      *                      CONTROL IS MISSING OR THE CYCLE IS NOT
      *                      OPEN.  THE VERCTL RECONCILIATION CUTOFF
      *                      STAYS ON THE ACTUAL CLOCK DATE AND TIME,
      *                      THE SAME CLOCK THE CHANGE LOG IS STAMPED
      *                      WITH.  THE HEADING SHOWS THE BUSINESS
      *                      DATE, THE ACTUAL RUN DATE, AND A RERUN
      *                      FLAG.
      *    2026-10-15  JAS   EVERY MASTER RECORD'S CATEGORY IS NOW
      *                      LOOKED UP ON THE CATEGORY MASTER (SEE
      *                      CATREC, MAINTAINED BY CATMAINT) AND ONE
      *                      NOT ON THE TABLE IS LISTED AS AN UNKNOWN
      *                      CATEGORY.  A BAD CATEGORY DOES NOT MAKE A
      *                      LOOKUP WRONG, SO IT IS A WARNING, NOT AN
      *                      INTEGRITY ERROR: RC 4 WHEN CATEGORY
      *                      WARNINGS ARE ALL THAT WAS FOUND (HELLOJOB
      *                      STILL RUNS THE LOOKUP STEP, AND THE
      *                      RECONCILIATION BASELINE STILL MOVES
      *                      FORWARD).  A CATEGORY MASTER THAT CANNOT
      *                      BE OPENED SKIPS THE CHECK WITH A NOTE ON
      *                      THE REPORT, LIKE A BASELINE RUN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CODE-MASTER-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CT-CATEGORY
               FILE STATUS IS WS-CATEGORY-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STAT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CODE-MASTER-FILE
           COPY CODEREC.
      *
       FD  CATEGORY-FILE
           COPY CATREC.
      *
       FD  CHANGE-LOG-FILE
           COPY CHGLOG.
      *
       FD  RUN-STAT-FILE
           COPY STATREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               88  WS-CONTROL-FOUND         VALUE 'Y'.
           05  WS-CHGLOG-FOUND-SW  PIC X(01) VALUE 'N'.
               88  WS-CHGLOG-FOUND          VALUE 'Y'.
           05  WS-CATEGORY-OPEN-SW PIC X(01) VALUE 'N'.
               88  WS-CATEGORY-OPEN         VALUE 'Y'.
      *
       01  WS-PREV-CODE             PIC X(08) VALUE LOW-VALUES.
      *
       01  WS-DATE-ERROR-TEXT       PIC X(30) VALUE SPACES.
      *
       01  WS-CODE-MASTER-STATUS    PIC X(02) VALUE ZERO.
       01  WS-CATEGORY-FILE-STATUS  PIC X(02) VALUE ZERO.
       01  WS-CHANGE-LOG-STATUS     PIC X(02) VALUE ZERO.
       01  WS-VERIFY-CONTROL-STATUS PIC X(02) VALUE ZERO.
       01  WS-VERIFY-RPT-STATUS     PIC X(02) VALUE ZERO.
       01  WS-RUN-STAT-STATUS       PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RECORDS-GOOD          PIC S9(09) COMP VALUE ZERO.
       01  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
       01  WS-RERUN-NOTE            PIC X(07) VALUE SPACES.
       01  WS-LAST-DATE             PIC 9(08) VALUE ZERO.
       01  WS-LAST-TIME             PIC 9(08) VALUE ZERO.
       01  WS-LAST-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-DELETES-LOGGED   PIC 9(05) COMP VALUE ZERO.
           05  WS-COUNT-ERRORS     PIC 9(05) COMP VALUE ZERO.
           05  WS-TOTAL-ERRORS     PIC 9(07) COMP VALUE ZERO.
           05  WS-CATEGORY-ERRORS  PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-COUNT-EDIT             PIC ZZZZZZ9.
      *    1000-INITIALIZE - OPEN THE MASTER AND THE DISCREPANCY       *
      *    REPORT, AND PICK UP THE LAST VERIFIED DATE AND COUNT FROM   *
      *    THE CONTROL FILE.  A MISSING CONTROL FILE MEANS THIS IS     *
      *    THE BASELINE RUN.  THE BUSINESS DATE IS SETTLED FIRST SO A  *
      *    COMPLETED CYCLE STOPS THE RUN BEFORE ANY FILE IS OPENED.    *
      *    A MISSING CATEGORY MASTER ONLY SKIPS THE CATEGORY CHECK.    *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'CDVERIFY - CODE MASTER FILE COULD NOT BE'
               STOP RUN
           END-IF.
           OPEN OUTPUT VERIFY-RPT-FILE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           PERFORM 7000-WRITE-HEADERS THRU 7000-EXIT.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATEGORY-FILE-STATUS = '00'
               SET WS-CATEGORY-OPEN TO TRUE
           ELSE
               DISPLAY 'CDVERIFY - CATEGORY FILE NOT AVAILABLE - '
                   'CATEGORY CHECK SKIPPED'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CATEGORY MASTER NOT AVAILABLE (STATUS '
                   WS-CATEGORY-FILE-STATUS
                   ') - CATEGORY CHECK SKIPPED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE RUN DATE IS THE CYCLE'S       *
      *    BUSINESS DATE FROM THE BUSDATE CONTROL SET BY CYCLCTL, NOT  *
      *    THE SYSTEM CLOCK.  A MISSING, EMPTY, OR DAMAGED CONTROL,    *
      *    OR A CYCLE THAT IS NOT OPEN (ALREADY MARKED COMPLETE),      *
      *    STOPS THE RUN BEFORE ANY OUTPUT IS TOUCHED - RUNNING A      *
      *    COMPLETED DATE AGAIN NEEDS A FLAGGED RERUN FROM CYCLCTL.    *
      *    THE ACTUAL CLOCK DATE IS KEPT FOR THE REPORT HEADING.       *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'CDVERIFY - BUSDATE CONTROL COULD NOT BE OPENED'
               DISPLAY 'CDVERIFY - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'CDVERIFY - BUSDATE CONTROL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-BUSINESS-DATE-X IS NOT NUMERIC
               DISPLAY 'CDVERIFY - BUSDATE BUSINESS DATE IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BDT-CYCLE-OPEN
               DISPLAY 'CDVERIFY - CYCLE FOR ' BDT-BUSINESS-DATE
                   ' IS NOT OPEN - RUN CYCLCTL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
           IF BDT-RERUN
               MOVE '  RERUN' TO WS-RERUN-NOTE
           END-IF.
       1050-EXIT.
           EXIT.
      *
       1200-READ-CONTROL.
           OPEN INPUT VERIFY-CONTROL-FILE.
      ******************************************************************
      *    1400-WRITE-CONTROL - THE MASTER VERIFIED CLEAN, SO RECORD   *
      *    TODAY'S DATE AND COUNT AS THE NEW RECONCILIATION BASELINE.  *
      *    THE CUTOFF IS THE ACTUAL CLOCK, LIKE THE CHANGE LOG STAMPS  *
      *    IT IS COMPARED WITH.                                        *
      ******************************************************************
       1400-WRITE-CONTROL.
           OPEN OUTPUT VERIFY-CONTROL-FILE.
           MOVE WS-ACTUAL-DATE  TO VER-LAST-DATE.
           MOVE WS-RECORDS-READ TO VER-LAST-COUNT.
           MOVE WS-RUN-TIME     TO VER-LAST-TIME.
           WRITE VERIFY-CONTROL-RECORD.
               PERFORM 7200-WRITE-STATUS-ERROR THRU 7200-EXIT
           END-IF.
           PERFORM 2300-CHECK-EFF-DATES THRU 2300-EXIT.
           IF WS-CATEGORY-OPEN
               PERFORM 2500-CHECK-CATEGORY THRU 2500-EXIT
           END-IF.
           MOVE CM-CODE TO WS-PREV-CODE.
       2100-EXIT.
           EXIT.
           EXIT.
      *
      ******************************************************************
      *    2500-CHECK-CATEGORY - THE RECORD'S CATEGORY MUST BE ON THE  *
      *    CATEGORY MASTER.  AN INACTIVE CATEGORY IS NOT AN ERROR - IT *
      *    ONLY STOPS NEW CODES TAKING IT.                             *
      ******************************************************************
       2500-CHECK-CATEGORY.
           MOVE CM-CATEGORY TO CT-CATEGORY.
           READ CATEGORY-FILE
               INVALID KEY
                   ADD 1 TO WS-CATEGORY-ERRORS
                   PERFORM 7260-WRITE-CATEGORY-ERROR THRU 7260-EXIT
           END-READ.
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-RECONCILE-COUNT - COUNT THE ADDS AND DELETES LOGGED    *
      *    TO CHGLOG SINCE THE LAST VERIFIED RUN AND CHECK THAT THE    *
      *    MASTER'S RECORD COUNT MOVED BY EXACTLY THAT MUCH.  A        *
           EXIT.
      *
      ******************************************************************
      *    7000-WRITE-HEADERS - TITLE AND DATE LINES.  THE BUSINESS    *
      *    DATE IS THE DATE THE WORK BELONGS TO; THE RUN DATE IS WHEN  *
      *    IT ACTUALLY RAN.                                            *
      ******************************************************************
       7000-WRITE-HEADERS.
           MOVE 'CDVERIFY CODE MASTER INTEGRITY REPORT'
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               WS-RERUN-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           EXIT.
      *
      ******************************************************************
      *    7260-WRITE-CATEGORY-ERROR - A CATEGORY THAT IS NOT ON THE   *
      *    CATEGORY MASTER.                                            *
      ******************************************************************
       7260-WRITE-CATEGORY-ERROR.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNKNOWN CATEGORY: ' CM-CODE
               '  CATEGORY IS: ' CM-CATEGORY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7260-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7300-WRITE-COUNT-ERROR - THE MASTER'S RECORD COUNT DOES     *
      *    NOT RECONCILE WITH THE CHANGE LOG SINCE THE LAST VERIFIED   *
      *    RUN.                                                        *
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-CATEGORY-ERRORS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CATEGORY-OPEN
               STRING 'UNKNOWN CATEGORIES...: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE 'UNKNOWN CATEGORIES...: NOT CHECKED'
                   TO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ADDS-LOGGED TO WS-COUNT-EDIT.
           MOVE WS-DELETES-LOGGED TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
               + WS-COUNT-ERRORS.
           DISPLAY 'CDVERIFY - RECORDS READ..: ' WS-RECORDS-READ.
           DISPLAY 'CDVERIFY - ERRORS FOUND..: ' WS-TOTAL-ERRORS.
           DISPLAY 'CDVERIFY - UNKNOWN CATS..: ' WS-CATEGORY-ERRORS.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 8 IF ANYTHING IS WRONG WITH THE      *
      *    MASTER (HELLOJOB SKIPS THE LOOKUP STEP ON ANYTHING ABOVE    *
      *    4), 4 IF THE ONLY FINDINGS ARE UNKNOWN CATEGORIES, ELSE 0 - *
      *    AND ONLY A RUN WITH NO INTEGRITY ERRORS MOVES THE           *
      *    RECONCILIATION BASELINE FORWARD.                            *
      ******************************************************************
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-TOTAL-ERRORS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CATEGORY-ERRORS > ZERO
                   MOVE 4 TO RETURN-CODE
                   PERFORM 1400-WRITE-CONTROL THRU 1400-EXIT
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   PERFORM 1400-WRITE-CONTROL THRU 1400-EXIT
           END-EVALUATE.
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE CODE-MASTER-FILE.
           IF WS-CATEGORY-OPEN
               CLOSE CATEGORY-FILE
           END-IF.
           CLOSE VERIFY-RPT-FILE.
       9999-EXIT.
           EXIT.
