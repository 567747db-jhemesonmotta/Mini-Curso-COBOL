      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    DMDLOAD                                      *
      *    DESCRIPTION.   MERGES ONE NIGHT'S ORDSUMM DAILY DEMAND      *
      *                   SUMMARY (ORDSUMF) INTO THE PERMANENT DEMAND  *
      *                   HISTORY FILE (VSAM KSDS) KEYED BY DATE,      *
      *                   BRANCH, AND CATEGORY, AND PRINTS A LOAD      *
      *                   REPORT RECONCILING THE CELLS, ORDERS, AND    *
      *                   QUANTITY LOADED AGAINST THE INPUT            *
      *                   GENERATION.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DMDLOAD.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  EACH ORDSUMF GENERATION
      *                      USED TO BE THROWN AWAY ONCE PLANNING HAD
      *                      LOOKED AT IT; THE HISTORY KEEPS EVERY
      *                      NIGHT FOR THE DMDPER PERIOD REPORT.
      *                      RERUN-SAFE: THE FIRST TIME A SUMMARY DATE
      *                      IS SEEN IN THE INPUT, EVERY CELL ALREADY
      *                      ON THE HISTORY FOR THAT DATE IS DELETED
      *                      BEFORE THE NIGHT IS LOADED, SO RELOADING A
      *                      NIGHT REPLACES IT (INCLUDING A CELL THAT A
      *                      CORRECTED ORDSUMM RUN NO LONGER PRODUCES)
      *                      AND NEVER DOUBLE-COUNTS.  THE HISTORY IS
      *                      CREATED ON FIRST USE.  THE SUMMARY DATE ON
      *                      EACH RECORD, NOT THE BUSINESS DATE, IS THE
      *                      KEY, SO AN OLD NIGHT CAN BE RELOADED AT
      *                      ANY TIME - THE BUSINESS DATE IS NOT
      *                      ENFORCED.  RETURN CODES: 0 - LOADED AND IN
      *                      BALANCE, 4 - BAD INPUT RECORDS REJECTED
      *                      (STILL IN BALANCE), 8 - OUT OF BALANCE OR
      *                      A HISTORY UPDATE FAILED (RERUN THE NIGHT
      *                      AFTER THE CAUSE IS FIXED), 16 - THE INPUT
      *                      OR THE HISTORY COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO ORDSUMF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT DEMAND-HIST-FILE ASSIGN TO DMDHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEMAND-HIST-STATUS.
           SELECT LOAD-RPT-FILE ASSIGN TO DMDLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE
           COPY SUMREC.
      *
       FD  DEMAND-HIST-FILE
           COPY DMDHIST.
      *
       FD  LOAD-RPT-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       77  WS-DATE-TABLE-MAX        PIC 9(04) COMP VALUE 31.
      *
       01  WS-DATE-TABLE-AREA.
           05  WS-DATE-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-DATE-ENTRY       OCCURS 31 TIMES.
               10  LD-DATE         PIC 9(08).
               10  LD-CELLS-IN     PIC 9(07) COMP.
               10  LD-ORDERS-IN    PIC 9(09) COMP.
               10  LD-QTY-IN       PIC 9(11) COMP.
               10  LD-CELLS-OUT    PIC 9(07) COMP.
               10  LD-ORDERS-OUT   PIC 9(09) COMP.
               10  LD-QTY-OUT      PIC 9(11) COMP.
               10  LD-REPLACED     PIC 9(07) COMP.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SUMMARY-SW   PIC X(01) VALUE 'N'.
               88  WS-EOF-SUMMARY           VALUE 'Y'.
           05  WS-CLEAR-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-CLEAR-DONE            VALUE 'Y'.
           05  WS-OUT-OF-BALANCE-SW PIC X(01) VALUE 'N'.
               88  WS-OUT-OF-BALANCE        VALUE 'Y'.
      *
       77  WS-DATE-IX               PIC 9(04) COMP VALUE ZERO.
       77  WS-SCAN-IX               PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-SUMMARY-STATUS        PIC X(02) VALUE ZERO.
       01  WS-DEMAND-HIST-STATUS    PIC X(02) VALUE ZERO.
       01  WS-LOAD-RPT-STATUS       PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
       01  WS-REJECT-TEXT           PIC X(30) VALUE SPACES.
       01  WS-BALANCE-NOTE          PIC X(16) VALUE SPACES.
      *
       01  WS-TOTALS.
           05  WS-RECORDS-READ     PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-LOADED   PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-DUPLICATE PIC 9(07) COMP VALUE ZERO.
           05  WS-HIST-FAILURES    PIC 9(07) COMP VALUE ZERO.
           05  WS-CELLS-REPLACED   PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-COUNT-EDIT             PIC ZZZZZZ9.
       01  WS-COUNT-EDIT-2           PIC ZZZZZZ9.
       01  WS-COUNT-EDIT-3           PIC ZZZZZZ9.
       01  WS-ORDERS-EDIT            PIC ZZZZZZZZ9.
       01  WS-ORDERS-EDIT-2          PIC ZZZZZZZZ9.
       01  WS-QTY-EDIT               PIC ZZZZZZZZZZ9.
       01  WS-QTY-EDIT-2             PIC ZZZZZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-SUMMARY   THRU 2000-EXIT
               UNTIL WS-EOF-SUMMARY.
           PERFORM 7000-WRITE-RECONCILIATION THRU 7000-EXIT.
           PERFORM 8000-DISPLAY-TOTALS     THRU 8000-EXIT.
           PERFORM 8500-SET-RETURN-CODE    THRU 8500-EXIT.
           PERFORM 9999-TERMINATE          THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - OPEN THE INPUT GENERATION (REQUIRED) AND  *
      *    THE HISTORY FOR UPDATE, CREATING THE HISTORY ON FIRST USE.  *
      *    EITHER ONE UNUSABLE STOPS THE RUN WITH RETURN-CODE 16       *
      *    BEFORE ANYTHING IS TOUCHED.                                 *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = '00'
               DISPLAY 'DMDLOAD - ORDSUMF COULD NOT BE OPENED'
               DISPLAY 'DMDLOAD - FILE STATUS = ' WS-SUMMARY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DEMAND-HIST-FILE.
           IF WS-DEMAND-HIST-STATUS = '35'
               OPEN OUTPUT DEMAND-HIST-FILE
               CLOSE DEMAND-HIST-FILE
               OPEN I-O DEMAND-HIST-FILE
           END-IF.
           IF WS-DEMAND-HIST-STATUS NOT = '00'
               DISPLAY 'DMDLOAD - DEMAND HISTORY COULD NOT BE OPENED'
               DISPLAY 'DMDLOAD - FILE STATUS = ' WS-DEMAND-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-RPT-FILE.
           PERFORM 7200-WRITE-HEADERS THRU 7200-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE BUSINESS DATE FROM THE        *
      *    BUSDATE CONTROL SET BY CYCLCTL IS PRINTED ON THE LOAD       *
      *    REPORT.  IT DOES NOT DRIVE THE LOAD, SO A MISSING OR        *
      *    UNUSABLE CONTROL FALLS BACK TO THE CLOCK DATE WITH A        *
      *    CONSOLE NOTE RATHER THAN STOPPING THE RUN.                  *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTUAL-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'DMDLOAD - NO BUSDATE CONTROL - CLOCK DATE USED'
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
               DISPLAY 'DMDLOAD - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOAD-ONE-SUMMARY - EDIT ONE SUMMARY RECORD, CLEAR ITS  *
      *    DATE FROM THE HISTORY THE FIRST TIME THE DATE IS SEEN, AND  *
      *    WRITE THE CELL.  A DUPLICATE KEY AFTER THE CLEAR CAN ONLY   *
      *    MEAN THE SAME CELL TWICE IN THE INPUT - IT IS NOT ADDED,    *
      *    AND THE NIGHT WILL NOT BALANCE.                             *
      ******************************************************************
       2000-LOAD-ONE-SUMMARY.
           READ SUMMARY-FILE
               AT END
                   SET WS-EOF-SUMMARY TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE SPACES TO WS-REJECT-TEXT.
           EVALUATE TRUE
               WHEN SUM-RUN-DATE IS NOT NUMERIC
                 OR SUM-RUN-DATE = ZERO
                   MOVE 'SUMMARY DATE NOT NUMERIC'
                       TO WS-REJECT-TEXT
               WHEN SUM-ORDER-COUNT IS NOT NUMERIC
                 OR SUM-QTY-TOTAL IS NOT NUMERIC
                 OR SUM-VALUE-TOTAL IS NOT NUMERIC
                   MOVE 'COUNT OR TOTAL NOT NUMERIC'
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 2100-FIND-DATE THRU 2100-EXIT
                   IF WS-DATE-IX = ZERO
                       MOVE 'TOO MANY DATES IN ONE INPUT'
                           TO WS-REJECT-TEXT
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-TEXT NOT = SPACES
               ADD 1 TO WS-RECORDS-REJECTED
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO LD-CELLS-IN(WS-DATE-IX).
           ADD SUM-ORDER-COUNT TO LD-ORDERS-IN(WS-DATE-IX).
           ADD SUM-QTY-TOTAL TO LD-QTY-IN(WS-DATE-IX).
           MOVE SPACES          TO DEMAND-HIST-RECORD.
           MOVE SUM-RUN-DATE    TO DH-DATE.
           MOVE SUM-BRANCH      TO DH-BRANCH.
           MOVE SUM-CATEGORY    TO DH-CATEGORY.
           MOVE SUM-ORDER-COUNT TO DH-ORDER-COUNT.
           MOVE SUM-QTY-TOTAL   TO DH-QTY-TOTAL.
           MOVE SUM-VALUE-TOTAL TO DH-VALUE-TOTAL.
           MOVE WS-ACTUAL-DATE  TO DH-LOAD-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO DH-LOAD-TIME.
           WRITE DEMAND-HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE WS-DEMAND-HIST-STATUS
               WHEN '00'
                   ADD 1 TO WS-RECORDS-LOADED
                   ADD 1 TO LD-CELLS-OUT(WS-DATE-IX)
                   ADD DH-ORDER-COUNT TO LD-ORDERS-OUT(WS-DATE-IX)
                   ADD DH-QTY-TOTAL TO LD-QTY-OUT(WS-DATE-IX)
               WHEN '22'
                   ADD 1 TO WS-RECORDS-DUPLICATE
                   MOVE 'CELL REPEATED IN THE INPUT' TO WS-REJECT-TEXT
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               WHEN OTHER
                   ADD 1 TO WS-HIST-FAILURES
                   STRING 'HISTORY WRITE FAILED - ST '
                       WS-DEMAND-HIST-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-FIND-DATE - LOCATE THE RECORD'S SUMMARY DATE ON THE    *
      *    TABLE OF DATES IN THIS INPUT.  A DATE NOT YET SEEN IS ADDED *
      *    AND ITS CELLS ALREADY ON THE HISTORY ARE CLEARED - THE      *
      *    NIGHT IS REPLACED WHOLE.  A FULL TABLE LEAVES WS-DATE-IX    *
      *    ZERO AND THE RECORD IS REJECTED (NORMALLY AN INPUT HOLDS    *
      *    ONE NIGHT).                                                 *
      ******************************************************************
       2100-FIND-DATE.
           MOVE ZERO TO WS-DATE-IX.
           PERFORM 2110-MATCH-DATE THRU 2110-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-DATE-COUNT
                  OR WS-DATE-IX > ZERO.
           IF WS-DATE-IX > ZERO
               GO TO 2100-EXIT
           END-IF.
           IF WS-DATE-COUNT = WS-DATE-TABLE-MAX
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DATE-COUNT.
           MOVE WS-DATE-COUNT TO WS-DATE-IX.
           MOVE SUM-RUN-DATE TO LD-DATE(WS-DATE-IX).
           MOVE ZERO TO LD-CELLS-IN(WS-DATE-IX).
           MOVE ZERO TO LD-ORDERS-IN(WS-DATE-IX).
           MOVE ZERO TO LD-QTY-IN(WS-DATE-IX).
           MOVE ZERO TO LD-CELLS-OUT(WS-DATE-IX).
           MOVE ZERO TO LD-ORDERS-OUT(WS-DATE-IX).
           MOVE ZERO TO LD-QTY-OUT(WS-DATE-IX).
           MOVE ZERO TO LD-REPLACED(WS-DATE-IX).
           PERFORM 2200-CLEAR-DATE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *
       2110-MATCH-DATE.
           IF LD-DATE(WS-SCAN-IX) = SUM-RUN-DATE
               MOVE WS-SCAN-IX TO WS-DATE-IX
           END-IF.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-CLEAR-DATE - DELETE EVERY CELL ALREADY ON THE HISTORY  *
      *    FOR THE NEW DATE (AN EARLIER LOAD OF THE SAME NIGHT).  THE  *
      *    DATE IS THE HIGH-ORDER PART OF THE KEY, SO THE CELLS ARE    *
      *    ONE CONTIGUOUS RANGE FROM THE DATE WITH LOW-VALUES BEHIND   *
      *    IT.                                                         *
      ******************************************************************
       2200-CLEAR-DATE.
           MOVE 'N' TO WS-CLEAR-DONE-SW.
           MOVE LOW-VALUES TO DH-KEY.
           MOVE SUM-RUN-DATE TO DH-DATE.
           START DEMAND-HIST-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY
                   SET WS-CLEAR-DONE TO TRUE
           END-START.
           PERFORM 2210-CLEAR-ONE-CELL THRU 2210-EXIT
               UNTIL WS-CLEAR-DONE.
           IF LD-REPLACED(WS-DATE-IX) > ZERO
               MOVE LD-REPLACED(WS-DATE-IX) TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DATE ' SUM-RUN-DATE ' ALREADY LOADED - '
                   WS-COUNT-EDIT ' CELLS CLEARED FOR RELOAD'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-CLEAR-ONE-CELL.
           READ DEMAND-HIST-FILE NEXT RECORD
               AT END
                   SET WS-CLEAR-DONE TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF DH-DATE NOT = SUM-RUN-DATE
               SET WS-CLEAR-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF.
           DELETE DEMAND-HIST-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-DEMAND-HIST-STATUS = '00'
               ADD 1 TO LD-REPLACED(WS-DATE-IX)
               ADD 1 TO WS-CELLS-REPLACED
           ELSE
               ADD 1 TO WS-HIST-FAILURES
               DISPLAY 'DMDLOAD - HISTORY DELETE FAILED, STATUS = '
                   WS-DEMAND-HIST-STATUS
               SET WS-CLEAR-DONE TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2900-WRITE-REJECT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOT LOADED: ' SUM-RUN-DATE
               '  BRANCH: ' SUM-BRANCH
               '  CATEGORY: ' SUM-CATEGORY
               '  ' WS-REJECT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-WRITE-RECONCILIATION - ONE LINE PER SUMMARY DATE IN    *
      *    THE INPUT: CELLS, ORDERS, AND QUANTITY READ FROM THE        *
      *    GENERATION AGAINST WHAT WENT ONTO THE HISTORY.  ANY         *
      *    DIFFERENCE MARKS THE NIGHT OUT OF BALANCE; THEN THE RUN     *
      *    TOTALS, WHERE READ MUST EQUAL LOADED + REJECTED + REPEATED  *
      *    + FAILED.                                                   *
      ******************************************************************
       7000-WRITE-RECONCILIATION.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'RECONCILIATION BY SUMMARY DATE - INPUT / LOADED'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DATE        CELLS IN  CELLS OUT  ORDERS IN'
               ' ORDERS OUT       QTY IN      QTY OUT  REPLACED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 7100-WRITE-DATE-LINE THRU 7100-EXIT
               VARYING WS-DATE-IX FROM 1 BY 1
               UNTIL WS-DATE-IX > WS-DATE-COUNT.
           IF WS-DATE-COUNT = ZERO
               MOVE '    NO SUMMARY RECORDS LOADED' TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
           MOVE WS-RECORDS-LOADED TO WS-COUNT-EDIT-2.
           MOVE WS-RECORDS-REJECTED TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECORDS READ: ' WS-COUNT-EDIT
               '  LOADED: ' WS-COUNT-EDIT-2
               '  REJECTED: ' WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-RECORDS-DUPLICATE TO WS-COUNT-EDIT.
           MOVE WS-HIST-FAILURES TO WS-COUNT-EDIT-2.
           MOVE WS-CELLS-REPLACED TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REPEATED....: ' WS-COUNT-EDIT
               '  FAILED: ' WS-COUNT-EDIT-2
               '  CELLS REPLACED: ' WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-OUT-OF-BALANCE OR WS-HIST-FAILURES > ZERO
               MOVE '** OUT OF BALANCE - RERUN THIS NIGHT **'
                   TO WS-REPORT-LINE
           ELSE
               MOVE 'HISTORY IN BALANCE WITH THE INPUT GENERATION'
                   TO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-DATE-LINE.
           MOVE SPACES TO WS-BALANCE-NOTE.
           IF LD-CELLS-IN(WS-DATE-IX) NOT = LD-CELLS-OUT(WS-DATE-IX)
            OR LD-ORDERS-IN(WS-DATE-IX) NOT = LD-ORDERS-OUT(WS-DATE-IX)
            OR LD-QTY-IN(WS-DATE-IX) NOT = LD-QTY-OUT(WS-DATE-IX)
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE '  OUT OF BALANCE' TO WS-BALANCE-NOTE
           END-IF.
           MOVE LD-CELLS-IN(WS-DATE-IX)   TO WS-COUNT-EDIT.
           MOVE LD-CELLS-OUT(WS-DATE-IX)  TO WS-COUNT-EDIT-2.
           MOVE LD-ORDERS-IN(WS-DATE-IX)  TO WS-ORDERS-EDIT.
           MOVE LD-ORDERS-OUT(WS-DATE-IX) TO WS-ORDERS-EDIT-2.
           MOVE LD-QTY-IN(WS-DATE-IX)     TO WS-QTY-EDIT.
           MOVE LD-QTY-OUT(WS-DATE-IX)    TO WS-QTY-EDIT-2.
           MOVE LD-REPLACED(WS-DATE-IX)   TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING LD-DATE(WS-DATE-IX)
               '   ' WS-COUNT-EDIT
               '    ' WS-COUNT-EDIT-2
               '  ' WS-ORDERS-EDIT
               '  ' WS-ORDERS-EDIT-2
               '  ' WS-QTY-EDIT
               '  ' WS-QTY-EDIT-2
               '   ' WS-COUNT-EDIT-3
               WS-BALANCE-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-HEADERS - TITLE AND DATE LINES.                  *
      ******************************************************************
       7200-WRITE-HEADERS.
           MOVE 'DMDLOAD DEMAND HISTORY LOAD REPORT' TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
       7200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-DISPLAY-TOTALS - END-OF-JOB SUMMARY COUNTS.            *
      ******************************************************************
       8000-DISPLAY-TOTALS.
           DISPLAY 'DMDLOAD - RECORDS READ.....: ' WS-RECORDS-READ.
           DISPLAY 'DMDLOAD - CELLS LOADED.....: ' WS-RECORDS-LOADED.
           DISPLAY 'DMDLOAD - RECORDS REJECTED.: ' WS-RECORDS-REJECTED.
           DISPLAY 'DMDLOAD - CELLS REPEATED...: ' WS-RECORDS-DUPLICATE.
           DISPLAY 'DMDLOAD - HISTORY FAILURES.: ' WS-HIST-FAILURES.
           DISPLAY 'DMDLOAD - CELLS REPLACED...: ' WS-CELLS-REPLACED.
           IF WS-OUT-OF-BALANCE OR WS-HIST-FAILURES > ZERO
               DISPLAY 'DMDLOAD - HISTORY OUT OF BALANCE WITH INPUT'
           END-IF.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 8 IF A NIGHT IS OUT OF BALANCE OR A  *
      *    HISTORY UPDATE FAILED, 4 IF BAD INPUT RECORDS WERE          *
      *    REJECTED, ELSE 0.  AN UNUSABLE FILE ALREADY STOPPED THE RUN *
      *    WITH 16.                                                    *
      ******************************************************************
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                 OR WS-HIST-FAILURES > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9999-TERMINATE                                              *
      ******************************************************************
       9999-TERMINATE.
           CLOSE SUMMARY-FILE.
           CLOSE DEMAND-HIST-FILE.
           CLOSE LOAD-RPT-FILE.
       9999-EXIT.
           EXIT.
