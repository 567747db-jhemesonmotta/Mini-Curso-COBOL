      *                      NUMBERS DYING WITH EACH NIGHT'S SYSOUT.
      *                      A STATS WRITE FAILURE NEVER FAILS THE
      *                      RUN.
      *    2026-10-15  JAS   THE RUN DATE NOW COMES FROM THE CYCLE'S
      *                      BUSDATE CONTROL (SEE BUSDATE, SET BY
      *                      CYCLCTL) INSTEAD OF THE SYSTEM CLOCK, SO
      *                      A CYCLE THAT RUNS PAST MIDNIGHT OR IS
      *                      RERUN NEXT MORNING STILL STAMPS THE AUDIT,
      *                      ERROR, AND RUN-STATISTICS RECORDS, DATES
      *                      NEW SUSPENSE ENTRIES, AGES SUSPENSE, AND
      *                      CHECKS EFFECTIVE DATES AS OF THE BUSINESS
      *                      DATE.  THE RUN STOPS WITH RC 16 IF THE
      *                      CONTROL IS MISSING OR THE CYCLE IS NOT
      *                      OPEN.  THE HEADING SHOWS THE BUSINESS
      *                      DATE, THE ACTUAL RUN DATE, AND A RERUN
      *                      FLAG.  THE AUDIT AND ERROR TIME STAMPS
      *                      STAY ON THE CLOCK.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STAT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RUN-STAT-FILE
           COPY STATREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SRCH                 PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YYYYMMDD
                                 PIC 9(08).
           05  WS-RUN-DATE-EDIT     PIC X(10).
      *
       01  WS-ACTUAL-DATE-FIELDS.
           05  WS-ACTUAL-DATE.
               10  WS-ACTUAL-CCYY   PIC 9(04).
               10  WS-ACTUAL-MM     PIC 9(02).
               10  WS-ACTUAL-DD     PIC 9(02).
           05  WS-ACTUAL-DATE-EDIT  PIC X(10).
       01  WS-RERUN-NOTE            PIC X(07) VALUE SPACES.
      *
       01  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
       01  WS-JOB-ID                PIC X(08) VALUE SPACES.
       01  WS-RUN-PARM-STATUS       PIC X(02) VALUE ZERO.
       01  WS-ALIAS-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-RUN-STAT-STATUS       PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-KEY-RECEIVED          PIC X(08) VALUE SPACES.
      *
      *    WITH RETURN-CODE 16 RATHER THAN A RAW RUNTIME ABEND. THE   *
      *    CHECKPOINT IS READ BEFORE THE REPORT AND ERROR FILES ARE   *
      *    OPENED SO A RESTART CAN EXTEND THEM INSTEAD OF TRUNCATING  *
      *    WHAT THE ABENDED PRIOR RUN ALREADY WROTE.  THE BUSINESS    *
      *    DATE IS SETTLED FIRST SO A COMPLETED CYCLE STOPS THE RUN   *
      *    BEFORE ANY FILE IS OPENED.                                 *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1900-READ-RUN-PARM THRU 1900-EXIT.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           STRING WS-RUN-MM   '/' WS-RUN-DD '/' WS-RUN-CCYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT.
           STRING WS-ACTUAL-MM '/' WS-ACTUAL-DD '/' WS-ACTUAL-CCYY
               DELIMITED BY SIZE INTO WS-ACTUAL-DATE-EDIT.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
           COMPUTE WS-RUN-DAY-INT =
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
               DISPLAY 'HELLO - BUSDATE CONTROL COULD NOT BE OPENED'
               DISPLAY 'HELLO - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'HELLO - BUSDATE CONTROL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-BUSINESS-DATE-X IS NOT NUMERIC
               DISPLAY 'HELLO - BUSDATE BUSINESS DATE IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BDT-CYCLE-OPEN
               DISPLAY 'HELLO - CYCLE FOR ' BDT-BUSINESS-DATE
                   ' IS NOT OPEN - RUN CYCLCTL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE-NUM.
           IF BDT-RERUN
               MOVE '  RERUN' TO WS-RERUN-NOTE
           END-IF.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-READ-CHECKPOINT - READ THE RESTART CONTROL FILE (IF    *
      *    ONE EXISTS) TO FIND WHERE A PRIOR RUN LEFT OFF, AND SEED    *
      *    THE MATCHED/UNMATCHED/REJECTED TOTALS WITH WHAT THE PRIOR  *
           EXIT.
      *
      ******************************************************************
      *    7000-WRITE-REPORT-HEADERS - TITLE AND DATE LINES.  THE      *
      *    BUSINESS DATE IS THE DATE THE WORK BELONGS TO; THE RUN      *
      *    DATE IS WHEN IT ACTUALLY RAN.                               *
      ******************************************************************
       7000-WRITE-REPORT-HEADERS.
           MOVE WS-REPORT-TITLE TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE-EDIT
               '  RUN DATE: ' WS-ACTUAL-DATE-EDIT
               WS-RERUN-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
