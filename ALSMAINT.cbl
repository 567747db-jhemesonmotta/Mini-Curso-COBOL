      *                      TRANSACTIONS REJECTED, 16 - THE ALIAS
      *                      FILE, CODE MASTER, OR TRANSACTION FILE
      *                      COULD NOT BE OPENED.
      *    2026-10-15  JAS   THE ALSREJ DATE NOW COMES FROM THE
      *                      CYCLE'S BUSINESS DATE IN THE BUSDATE
      *                      CONTROL (SEE BUSDATE, SET BY CYCLCTL)
      *                      INSTEAD OF THE SYSTEM CLOCK.  THE
      *                      REGISTER HEADING SHOWS THE BUSINESS DATE
      *                      AND THE ACTUAL RUN DATE.  ALIAS
      *                      MAINTENANCE IS NOT A NIGHTLY STEP, SO A
      *                      COMPLETED CYCLE OR A MISSING CONTROL DOES
      *                      NOT STOP THE RUN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REGISTER-FILE ASSIGN TO ALSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REGISTER-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
       01  WS-PREV-TRAN-CODE           PIC X(08) VALUE LOW-VALUES.
      *
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-ALIAS-FILE-STATUS        PIC X(02) VALUE ZERO.
       01  WS-CODE-MASTER-STATUS       PIC X(02) VALUE ZERO.
      *    REMAINING FILES, THEN PRIME THE FIRST TRANSACTION.          *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN I-O ALIAS-FILE.
           IF WS-ALIAS-FILE-STATUS = '35'
               OPEN OUTPUT ALIAS-FILE
           END-IF.
           OPEN OUTPUT REJECT-TRAN-FILE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 7200-WRITE-REGISTER-HEADERS THRU 7200-EXIT.
           PERFORM 1200-READ-TRANSACTION  THRU 1200-EXIT.
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
               DISPLAY 'ALSMAINT - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'ALSMAINT - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-READ-TRANSACTION - READ AND EDIT THE NEXT TRANSACTION  *
      *    BEFORE THE UPDATE EVER SEES IT, THE SAME WAY CDMAINT DOES.  *
      ******************************************************************
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
