      *                      WRITE FAILURES ARE TALLIED AND REPORTED,
      *                      AND ANY FAILURE FORCES RC 8 (DO NOT
      *                      SWAP).
      *    2026-10-15  JAS   THE REPORT HEADING NOW SHOWS THE CYCLE'S
      *                      BUSINESS DATE FROM THE BUSDATE CONTROL
      *                      (SEE BUSDATE, SET BY CYCLCTL) BESIDE THE
      *                      ACTUAL RUN DATE.  THE ARCHIVE IS NOT A
      *                      NIGHTLY STEP, SO A COMPLETED CYCLE OR A
      *                      MISSING CONTROL DOES NOT STOP THE RUN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARCHIVE-RPT-FILE ASSIGN TO ARCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCHIVE-RPT-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
      *
       01  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
      *    SAME UNTOUCHED INPUT.                                       *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'AUDARCH - AUDIT FILE COULD NOT BE OPENED'
           OPEN OUTPUT ARCHIVE-FILE.
           OPEN OUTPUT AUDIT-NEW-FILE.
           OPEN OUTPUT ARCHIVE-RPT-FILE.
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
               DISPLAY 'AUDARCH - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'AUDARCH - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-READ-PARM-CARD - THE CUTOFF DATE IS REQUIRED.  A       *
      *    MISSING, EMPTY, OR NON-NUMERIC CARD STOPS THE RUN -         *
      *    DEFAULTING THE CUTOFF COULD SILENTLY ARCHIVE EVERYTHING     *
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               '  CUTOFF: ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
