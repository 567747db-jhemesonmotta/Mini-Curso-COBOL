      *                      THE COUNTS RECONCILE (SAFE TO KEEP),
      *                      8 - THEY DO NOT (SCRATCH THE BACKUP),
      *                      16 - THE MASTER COULD NOT BE OPENED.
      *    2026-10-15  JAS   THE REPORT HEADING NOW SHOWS THE CYCLE'S
      *                      BUSINESS DATE FROM THE BUSDATE CONTROL
      *                      (SEE BUSDATE, SET BY CYCLCTL) BESIDE THE
      *                      ACTUAL RUN DATE AND TIME.  THE BACKUP
      *                      HEADER KEEPS THE ACTUAL CLOCK UNLOAD
      *                      POINT - CDRECOVR REPLAYS THE CHANGE LOG
      *                      FORWARD FROM IT BY DATE AND TIME.  A
      *                      BACKUP MUST ALWAYS BE POSSIBLE, SO A
      *                      COMPLETED CYCLE OR A MISSING CONTROL
      *                      DOES NOT STOP THE RUN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BACKUP-RPT-FILE ASSIGN TO BKPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BACKUP-RPT-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
       01  WS-CODE-MASTER-STATUS    PIC X(02) VALUE ZERO.
       01  WS-BACKUP-FILE-STATUS    PIC X(02) VALUE ZERO.
       01  WS-BACKUP-RPT-STATUS     PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
       01  WS-RERUN-NOTE            PIC X(07) VALUE SPACES.
      *
       01  WS-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
      *    REPLAY STARTS FROM.                                         *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'CDUNLOAD - CODE MASTER FILE COULD NOT BE'
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           OPEN OUTPUT BACKUP-RPT-FILE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO BACKUP-RECORD.
           MOVE '1' TO BKP-RECORD-TYPE.
           MOVE WS-ACTUAL-DATE TO BKP-UNLOAD-DATE.
           MOVE WS-RUN-TIME TO BKP-UNLOAD-TIME.
           WRITE BACKUP-RECORD.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE RUN DATE IS THE CYCLE'S       *
      *    BUSINESS DATE FROM THE BUSDATE CONTROL SET BY CYCLCTL, NOT  *
      *    THE SYSTEM CLOCK.  THIS JOB IS NOT PART OF THE NIGHTLY      *
      *    CYCLE, SO IT RUNS WHETHER THE CYCLE IS OPEN OR COMPLETE,    *
      *    AND A MISSING OR UNUSABLE CONTROL FALLS BACK TO THE CLOCK   *
      *    DATE WITH A CONSOLE NOTE RATHER THAN STOPPING THE RUN.      *
      *    THE ACTUAL CLOCK DATE IS KEPT FOR THE REPORT HEADING.       *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTUAL-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'CDUNLOAD - NO BUSDATE CONTROL - CLOCK DATE '
                   'USED'
               GO TO 1050-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BDT-BUSINESS-DATE-X
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-BUSINESS-DATE-X IS NOT NUMERIC
               DISPLAY 'CDUNLOAD - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
           IF BDT-RERUN
               MOVE '  RERUN' TO WS-RERUN-NOTE
           END-IF.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-UNLOAD-MASTER - ONE MASTER RECORD TO ONE BACKUP        *
      *    DETAIL.  A RECORD COUNTS AS WRITTEN ONLY WHEN ITS WRITE     *
      *    COMES BACK CLEAN - A FAILED WRITE IS TALLIED AND BREAKS     *
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               '  TIME: ' WS-RUN-TIME
               WS-RERUN-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
