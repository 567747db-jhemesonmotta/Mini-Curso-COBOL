      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    ORDPURGE                                     *
      *    DESCRIPTION.   ORDER-NUMBER HISTORY PURGE.  ORDEDIT RECORDS *
      *                   EVERY ACCEPTED ORDER ON THE ORDER-NUMBER     *
      *                   HISTORY (VSAM KSDS, SEE ORDHIST) SO A BRANCH *
      *                   RETRANSMISSION CANNOT DOUBLE-COUNT.  LEFT    *
      *                   ALONE THE FILE GROWS WITHOUT BOUND.  GIVEN A *
      *                   RETENTION WINDOW IN DAYS, THIS JOB DELETES   *
      *                   EVERY ENTRY FIRST ACCEPTED MORE THAN THAT    *
      *                   MANY DAYS BEFORE THE BUSINESS DATE AND       *
      *                   REPORTS COUNTS THAT PROVE EVERY ENTRY READ   *
      *                   WAS EITHER PURGED OR KEPT.  AN ORDER NUMBER  *
      *                   AGED OFF THE HISTORY IS NO LONGER CAUGHT AS  *
      *                   A REPEAT, SO THE WINDOW MUST COMFORTABLY     *
      *                   EXCEED THE TIME A BRANCH MIGHT TAKE TO       *
      *                   RESEND A FILE.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ORDPURGE.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  RETURN CODES FOLLOW THE
      *                      HELLO CONVENTION: 0 - PURGED AND RETAINED
      *                      COUNTS RECONCILE WITH THE TOTAL READ, 8 -
      *                      A DELETE FAILED OR THE COUNTS DO NOT
      *                      RECONCILE, 16 - THE HISTORY COULD NOT BE
      *                      OPENED OR THE RETENTION CARD IS MISSING OR
      *                      UNUSABLE.  THE RETENTION CARD IS REQUIRED
      *                      - DEFAULTING IT COULD SILENTLY PURGE THE
      *                      ENTRIES THAT CATCH TOMORROW'S
      *                      RETRANSMISSION.  THE PURGE IS NOT A
      *                      NIGHTLY STEP, SO LIKE AUDARCH IT RUNS
      *                      WHETHER THE CYCLE IS OPEN OR COMPLETE AND
      *                      FALLS BACK TO THE CLOCK DATE WITHOUT A
      *                      BUSDATE CONTROL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ORDER-HIST-STATUS.
           SELECT PURGE-PARM-FILE ASSIGN TO OHPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-PARM-STATUS.
           SELECT PURGE-RPT-FILE ASSIGN TO OHPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-HISTORY-FILE
           COPY ORDHIST.
      *
       FD  PURGE-PARM-FILE
           COPY OHPPARM.
      *
       FD  PURGE-RPT-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-HISTORY-SW   PIC X(01) VALUE 'N'.
               88  WS-EOF-HISTORY           VALUE 'Y'.
      *
       01  WS-ORDER-HIST-STATUS     PIC X(02) VALUE ZERO.
       01  WS-PURGE-PARM-STATUS     PIC X(02) VALUE ZERO.
       01  WS-PURGE-RPT-STATUS      PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RETAIN-DAYS           PIC 9(04) VALUE ZERO.
       01  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
       01  WS-OLDEST-RETAINED       PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-DAY-NUMBER            PIC 9(07) VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-PURGED   PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-RETAINED PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-PROVED   PIC 9(09) COMP VALUE ZERO.
           05  WS-DELETE-FAILURES  PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-COUNT-EDIT             PIC ZZZZZZZZ9.
       01  WS-DAYS-EDIT              PIC ZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-PROCESS-HISTORY   THRU 2000-EXIT
               UNTIL WS-EOF-HISTORY.
           PERFORM 7900-WRITE-REPORT      THRU 7900-EXIT.
           PERFORM 8000-DISPLAY-TOTALS    THRU 8000-EXIT.
           PERFORM 8500-SET-RETURN-CODE   THRU 8500-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE BUSINESS DATE, PICK UP THE     *
      *    REQUIRED RETENTION WINDOW FROM THE PARM CARD AND TURN IT    *
      *    INTO A CUTOFF DATE, AND OPEN THE HISTORY FOR UPDATE AND THE *
      *    REPORT.  A HISTORY THAT CANNOT BE OPENED STOPS THE RUN WITH *
      *    16 - UNLIKE ORDEDIT, THE PURGE NEVER CREATES ONE.           *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETAIN-DAYS.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           OPEN I-O ORDER-HISTORY-FILE.
           IF WS-ORDER-HIST-STATUS NOT = '00'
               DISPLAY 'ORDPURGE - ORDER HISTORY FILE COULD NOT BE '
                   'OPENED'
               DISPLAY 'ORDPURGE - FILE STATUS = ' WS-ORDER-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PURGE-RPT-FILE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE RUN DATE IS THE CYCLE'S       *
      *    BUSINESS DATE FROM THE BUSDATE CONTROL SET BY CYCLCTL, NOT  *
      *    THE SYSTEM CLOCK.  THIS JOB IS NOT PART OF THE NIGHTLY      *
      *    CYCLE, SO IT RUNS WHETHER THE CYCLE IS OPEN OR COMPLETE,    *
      *    AND A MISSING OR UNUSABLE CONTROL FALLS BACK TO THE CLOCK   *
      *    DATE WITH A CONSOLE NOTE RATHER THAN STOPPING THE RUN.  THE *
      *    ACTUAL CLOCK DATE IS KEPT FOR THE REPORT HEADING.           *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTUAL-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'ORDPURGE - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'ORDPURGE - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-READ-PARM-CARD - THE RETENTION WINDOW IS REQUIRED.  A  *
      *    MISSING, EMPTY, NON-NUMERIC, OR ZERO CARD STOPS THE RUN -   *
      *    DEFAULTING THE WINDOW COULD SILENTLY PURGE THE WHOLE        *
      *    HISTORY.                                                    *
      ******************************************************************
       1200-READ-PARM-CARD.
           OPEN INPUT PURGE-PARM-FILE.
           IF WS-PURGE-PARM-STATUS NOT = '00'
               DISPLAY 'ORDPURGE - OHPPARM RETENTION CARD IS MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PURGE-PARM-FILE
               AT END
                   DISPLAY 'ORDPURGE - OHPPARM RETENTION CARD IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   CONTINUE
           END-READ.
           IF OHP-RETAIN-DAYS-X IS NOT NUMERIC
               DISPLAY 'ORDPURGE - OHPPARM RETENTION DAYS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OHP-RETAIN-DAYS = ZERO
               DISPLAY 'ORDPURGE - OHPPARM RETENTION DAYS IS ZERO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OHP-RETAIN-DAYS TO WS-RETAIN-DAYS.
           CLOSE PURGE-PARM-FILE.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-HISTORY - READ THE NEXT HISTORY ENTRY IN KEY   *
      *    ORDER AND PURGE IT IF IT WAS FIRST ACCEPTED BEFORE THE      *
      *    CUTOFF, OTHERWISE KEEP IT.                                  *
      ******************************************************************
       2000-PROCESS-HISTORY.
           READ ORDER-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF OH-FIRST-DATE < WS-CUTOFF-DATE
                       PERFORM 3000-PURGE-ENTRY THRU 3000-EXIT
                   ELSE
                       PERFORM 4000-KEEP-ENTRY THRU 4000-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-PURGE-ENTRY - DELETE THE ENTRY JUST READ.  IT COUNTS   *
      *    AS PURGED ONLY WHEN THE DELETE COMES BACK CLEAN; A FAILED   *
      *    DELETE IS TALLIED AND BREAKS THE PROOF.                     *
      ******************************************************************
       3000-PURGE-ENTRY.
           DELETE ORDER-HISTORY-FILE RECORD.
           IF WS-ORDER-HIST-STATUS = '00'
               ADD 1 TO WS-RECORDS-PURGED
           ELSE
               ADD 1 TO WS-DELETE-FAILURES
               DISPLAY 'ORDPURGE - DELETE FAILED FOR ' OH-BRANCH ' '
                   OH-ORDER-NO ', STATUS = ' WS-ORDER-HIST-STATUS
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-KEEP-ENTRY - COUNT A RETAINED ENTRY AND TRACK THE      *
      *    OLDEST FIRST-ACCEPTED DATE STILL ON FILE.                   *
      ******************************************************************
       4000-KEEP-ENTRY.
           ADD 1 TO WS-RECORDS-RETAINED.
           IF WS-OLDEST-RETAINED = ZERO
            OR OH-FIRST-DATE < WS-OLDEST-RETAINED
               MOVE OH-FIRST-DATE TO WS-OLDEST-RETAINED
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7900-WRITE-REPORT - THE PROOF REPORT: RETENTION WINDOW,     *
      *    CUTOFF, COUNTS, AND THE PURGED-PLUS-RETAINED-EQUALS-READ    *
      *    RECONCILIATION.                                             *
      ******************************************************************
       7900-WRITE-REPORT.
           MOVE 'ORDPURGE ORDER-NUMBER HISTORY PURGE REPORT'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RETAIN-DAYS TO WS-DAYS-EDIT.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               '  RETENTION DAYS: ' WS-DAYS-EDIT
               '  CUTOFF: ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENTRIES READ....: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-RECORDS-PURGED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENTRIES PURGED..: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-RECORDS-RETAINED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENTRIES RETAINED: ' WS-COUNT-EDIT
               '  OLDEST FIRST ACCEPTED: ' WS-OLDEST-RETAINED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           COMPUTE WS-RECORDS-PROVED =
               WS-RECORDS-PURGED + WS-RECORDS-RETAINED.
           IF WS-DELETE-FAILURES > ZERO
               MOVE WS-DELETE-FAILURES TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DELETE FAILURES.: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RECORDS-PROVED = WS-RECORDS-READ
               MOVE 'PURGED + RETAINED = READ - NOTHING LOST'
                   TO WS-REPORT-LINE
           ELSE
               MOVE 'COUNTS DO NOT RECONCILE - SEE DELETE FAILURES'
                   TO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-DISPLAY-TOTALS - END-OF-JOB SUMMARY COUNTS.            *
      ******************************************************************
       8000-DISPLAY-TOTALS.
           DISPLAY 'ORDPURGE - CUTOFF DATE.....: ' WS-CUTOFF-DATE.
           DISPLAY 'ORDPURGE - ENTRIES READ....: ' WS-RECORDS-READ.
           DISPLAY 'ORDPURGE - ENTRIES PURGED..: ' WS-RECORDS-PURGED.
           DISPLAY 'ORDPURGE - ENTRIES RETAINED: ' WS-RECORDS-RETAINED.
           IF WS-DELETE-FAILURES > ZERO
               DISPLAY 'ORDPURGE - DELETE FAILURES.: '
                   WS-DELETE-FAILURES
           END-IF.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 0 ONLY WHEN THE COUNTS PROVE EVERY   *
      *    ENTRY WAS PURGED OR KEPT, ELSE 8.                           *
      ******************************************************************
       8500-SET-RETURN-CODE.
           IF WS-RECORDS-PROVED = WS-RECORDS-READ
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9999-TERMINATE                                              *
      ******************************************************************
       9999-TERMINATE.
           CLOSE ORDER-HISTORY-FILE.
           CLOSE PURGE-RPT-FILE.
       9999-EXIT.
           EXIT.
