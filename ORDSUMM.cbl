      *                      TABLE OVERFLOWED AND SOME BRANCH/
      *                      CATEGORY CELLS WERE NOT BROKEN OUT, 16 -
      *                      A REQUIRED FILE COULD NOT BE OPENED.
      *    2026-10-15  JAS   THE RUN DATE NOW COMES FROM THE CYCLE'S
      *                      BUSDATE CONTROL (SEE BUSDATE, SET BY
      *                      CYCLCTL) INSTEAD OF THE SYSTEM CLOCK, SO
      *                      SUM-RUN-DATE ON THE PLANNING FILE IS THE
      *                      BUSINESS DATE THE ORDERS BELONG TO EVEN
      *                      WHEN THE CYCLE RUNS PAST MIDNIGHT OR IS
      *                      RERUN NEXT MORNING.  THE RUN STOPS WITH
      *                      RC 16 IF THE CONTROL IS MISSING OR THE
      *                      CYCLE IS NOT OPEN.  THE REPORT HEADING
      *                      SHOWS THE BUSINESS DATE, THE ACTUAL RUN
      *                      DATE, AND A RERUN FLAG.
      *    2026-10-15  JAS   THE DEMAND ROLLUP NOW CARRIES VALUE AS
      *                      WELL AS QUANTITY.  EACH ACCEPTED ORDER'S
      *                      EXTENDED VALUE (PRICED BY ORDEDIT FROM THE
      *                      CODE PRICE FILE) IS ACCUMULATED PER
      *                      BRANCH/CATEGORY CELL AND PRINTED ON THE
      *                      CATEGORY LINES, THE BRANCH BREAKS, AND THE
      *                      GRAND TOTAL, AND GOES TO PLANNING AS SUM-
      *                      VALUE-TOTAL.  AN ORDACC RECORD WITH NO
      *                      VALUE ON IT (WRITTEN BEFORE ORDERS WERE
      *                      PRICED) ADDS NOTHING.
      *    2026-10-15  JAS   EACH CATEGORY LINE NOW CARRIES THE
      *                      CATEGORY'S DESCRIPTION FROM THE CATEGORY
      *                      MASTER (SEE CATREC, MAINTAINED BY
      *                      CATMAINT), SO THE REPORT SAYS WHAT A
      *                      CATEGORY MEANS.  A CATEGORY NOT ON THE
      *                      TABLE PRINTS AS SUCH INSTEAD OF A
      *                      DESCRIPTION.  THE CATEGORY MASTER IS
      *                      OPTIONAL HERE - WITHOUT IT THE
      *                      DESCRIPTIONS ARE LEFT BLANK AND THE REPORT
      *                      IS STILL PRODUCED.
      *    2026-10-15  JAS   THE REPORT NOW ALSO ROLLS THE DAY'S DEMAND
      *                      UP BY REGION.  EACH BRANCH'S REGION (AND
      *                      NAME, FOR THE BRANCH HEADING) COMES FROM
      *                      THE BRANCH MASTER (SEE BRNREC, MAINTAINED
      *                      BY BRNMAINT), AND A REGION SECTION AFTER
      *                      THE GRAND TOTAL GIVES EVERY REGION'S
      *                      CATEGORY LINES AND A REGION TOTAL.  A
      *                      BRANCH NOT ON THE MASTER ROLLS UP UNDER
      *                      REGION *NF*.  THE BRANCH MASTER IS
      *                      OPTIONAL HERE LIKE THE CATEGORY MASTER -
      *                      WITHOUT IT THE REGION SECTION IS REPLACED
      *                      BY A NOTE.  A FULL REGION TABLE ENDS THE
      *                      RUN WITH RC 4 LIKE THE BRANCH ROLLUP.  THE
      *                      SUMMARY FILE IS UNCHANGED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS RANDOM
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CODE-MASTER-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CT-CATEGORY
               FILE STATUS IS WS-CATEGORY-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BR-BRANCH
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT ORDER-ACC-FILE ASSIGN TO ORDACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-ACC-STATUS.
           SELECT SUMMARY-RPT-FILE ASSIGN TO ORDSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-RPT-STATUS.
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
       FD  BRANCH-FILE
           COPY BRNREC.
      *
       FD  ORDER-ACC-FILE
           COPY ORDREC.
      *
       FD  SUMMARY-RPT-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       77  WS-SUM-TABLE-MAX         PIC 9(04) COMP VALUE 500.
                   15  SM-CATEGORY PIC X(08).
               10  SM-ORDER-COUNT  PIC 9(07) COMP.
               10  SM-QTY-TOTAL    PIC 9(09) COMP.
               10  SM-VALUE-TOTAL  PIC 9(13)V99 COMP-3.
               10  SM-PICKED-SW    PIC X(01).
                   88  SM-PICKED           VALUE 'Y'.
      *
       77  WS-REGION-TABLE-MAX      PIC 9(04) COMP VALUE 200.
      *
       01  WS-REGION-TABLE-AREA.
           05  WS-REGION-COUNT     PIC 9(04) COMP VALUE ZERO.
           05  WS-REGION-ENTRY     OCCURS 200 TIMES.
               10  RG-KEY.
                   15  RG-REGION   PIC X(04).
                   15  RG-CATEGORY PIC X(08).
               10  RG-ORDER-COUNT  PIC 9(07) COMP.
               10  RG-QTY-TOTAL    PIC 9(09) COMP.
               10  RG-VALUE-TOTAL  PIC 9(13)V99 COMP-3.
               10  RG-PICKED-SW    PIC X(01).
                   88  RG-PICKED           VALUE 'Y'.
      *
       01  WS-SWITCHES.
           05  WS-EOF-ORDER-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-ORDER             VALUE 'Y'.
           05  WS-SUM-OVERFLOW-SW  PIC X(01) VALUE 'N'.
               88  WS-SUM-OVERFLOW          VALUE 'Y'.
           05  WS-CATEGORY-OPEN-SW PIC X(01) VALUE 'N'.
               88  WS-CATEGORY-OPEN         VALUE 'Y'.
           05  WS-BRANCH-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-BRANCH-OPEN           VALUE 'Y'.
           05  WS-REGION-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88  WS-REGION-OVERFLOW       VALUE 'Y'.
      *
       77  WS-HIT-IX                PIC 9(04) COMP VALUE ZERO.
       77  WS-SCAN-IX               PIC 9(04) COMP VALUE ZERO.
       77  WS-PRINTED-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-BEST-KEY              PIC X(12) VALUE HIGH-VALUES.
       01  WS-PREV-BRANCH           PIC X(04) VALUE SPACES.
       01  WS-PREV-REGION           PIC X(04) VALUE SPACES.
       01  WS-BRANCH-NAME           PIC X(30) VALUE SPACES.
       01  WS-BRANCH-REGION         PIC X(04) VALUE SPACES.
      *
       01  WS-FOUND-CATEGORY        PIC X(08) VALUE SPACES.
       01  WS-CATEGORY-DESC         PIC X(30) VALUE SPACES.
       01  WS-DESC-CATEGORY         PIC X(08) VALUE SPACES.
      *
       01  WS-CODE-MASTER-STATUS    PIC X(02) VALUE ZERO.
       01  WS-CATEGORY-FILE-STATUS  PIC X(02) VALUE ZERO.
       01  WS-BRANCH-FILE-STATUS    PIC X(02) VALUE ZERO.
       01  WS-ORDER-ACC-STATUS      PIC X(02) VALUE ZERO.
       01  WS-SUMMARY-FILE-STATUS   PIC X(02) VALUE ZERO.
       01  WS-SUMMARY-RPT-STATUS    PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RERUN-NOTE            PIC X(07) VALUE SPACES.
      *
       01  WS-BRANCH-TOTALS.
           05  WS-BRANCH-ORDERS    PIC 9(07) COMP VALUE ZERO.
           05  WS-BRANCH-QTY       PIC 9(09) COMP VALUE ZERO.
           05  WS-BRANCH-VALUE     PIC 9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-REGION-TOTALS.
           05  WS-REGION-ORDERS    PIC 9(07) COMP VALUE ZERO.
           05  WS-REGION-QTY       PIC 9(09) COMP VALUE ZERO.
           05  WS-REGION-VALUE     PIC 9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-ORDERS-READ      PIC 9(09) COMP VALUE ZERO.
           05  WS-GRAND-ORDERS     PIC 9(09) COMP VALUE ZERO.
           05  WS-GRAND-QTY        PIC 9(09) COMP VALUE ZERO.
           05  WS-GRAND-VALUE      PIC 9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-COUNT-EDIT             PIC ZZZZZZZZ9.
       01  WS-COUNT-EDIT-2           PIC ZZZZZZZZ9.
       01  WS-VALUE-EDIT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
      *    OPEN FOR DIRECT CATEGORY READS ALL RUN) AND THE ACCEPTED-   *
      *    ORDERS INPUT, THEN THE SUMMARY AND REPORT OUTPUTS.  A       *
      *    MISSING OR UNREADABLE INPUT ABORTS THE RUN WITH RETURN-     *
      *    CODE 16 RATHER THAN A RAW RUNTIME ABEND.  THE BUSINESS      *
      *    DATE IS SETTLED FIRST SO A COMPLETED CYCLE STOPS THE RUN    *
      *    BEFORE ANY FILE IS OPENED.  THE CATEGORY AND BRANCH         *
      *    MASTERS ONLY SUPPLY DESCRIPTIONS AND REGIONS, SO NEITHER    *
      *    IS REQUIRED.                                                *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'ORDSUMM - CODE MASTER FILE COULD NOT BE OPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATEGORY-FILE-STATUS = '00'
               SET WS-CATEGORY-OPEN TO TRUE
           ELSE
               DISPLAY 'ORDSUMM - CATEGORY FILE NOT AVAILABLE - NO '
                   'DESCRIPTIONS PRINTED'
           END-IF.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS = '00'
               SET WS-BRANCH-OPEN TO TRUE
           ELSE
               DISPLAY 'ORDSUMM - BRANCH FILE NOT AVAILABLE - NO '
                   'REGION ROLLUP'
           END-IF.
           OPEN INPUT ORDER-ACC-FILE.
           IF WS-ORDER-ACC-STATUS NOT = '00'
               DISPLAY 'ORDSUMM - ACCEPTED ORDER FILE COULD NOT BE'
           END-IF.
           OPEN OUTPUT SUMMARY-FILE.
           OPEN OUTPUT SUMMARY-RPT-FILE.
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
               DISPLAY 'ORDSUMM - BUSDATE CONTROL COULD NOT BE OPENED'
               DISPLAY 'ORDSUMM - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'ORDSUMM - BUSDATE CONTROL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-BUSINESS-DATE-X IS NOT NUMERIC
               DISPLAY 'ORDSUMM - BUSDATE BUSINESS DATE IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BDT-CYCLE-OPEN
               DISPLAY 'ORDSUMM - CYCLE FOR ' BDT-BUSINESS-DATE
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
      ******************************************************************
      *    2000-PROCESS-ORDERS - READ ONE ACCEPTED ORDER AND TALLY     *
      *    IT, REPEATING FOR THE WHOLE FILE.                           *
      ******************************************************************
      ******************************************************************
      *    2100-TALLY-ONE-ORDER - LOOK THE ORDER'S CODE UP FOR ITS     *
      *    CATEGORY, THEN FIND (OR ADD) THE BRANCH/CATEGORY CELL IN    *
      *    THE ROLLUP TABLE AND BUMP ITS COUNT, QUANTITY, AND VALUE.   *
      *    A FULL TABLE SETS THE OVERFLOW SWITCH SO THE REPORT AND     *
      *    RETURN CODE CAN SAY THE ROLLUP IS INCOMPLETE.               *
      ******************************************************************
       2100-TALLY-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ.
               MOVE WS-FOUND-CATEGORY TO SM-CATEGORY(WS-HIT-IX)
               MOVE ZERO  TO SM-ORDER-COUNT(WS-HIT-IX)
               MOVE ZERO  TO SM-QTY-TOTAL(WS-HIT-IX)
               MOVE ZERO  TO SM-VALUE-TOTAL(WS-HIT-IX)
               MOVE SPACE TO SM-PICKED-SW(WS-HIT-IX)
           END-IF.
           ADD 1 TO SM-ORDER-COUNT(WS-HIT-IX).
           ADD ORD-QTY TO SM-QTY-TOTAL(WS-HIT-IX).
           IF ORD-EXT-VALUE IS NUMERIC
               ADD ORD-EXT-VALUE TO SM-VALUE-TOTAL(WS-HIT-IX)
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    JOB FROM THE ROLLUP TABLE IN ASCENDING BRANCH/CATEGORY      *
      *    ORDER (PICKED BY REPEATED SCAN FOR THE LOWEST UNPICKED      *
      *    KEY), WITH A CONTROL BREAK AND TOTALS PER BRANCH AND A      *
      *    GRAND TOTAL, THEN THE SAME CELLS ROLLED UP BY REGION.  EACH *
      *    DETAIL CELL ALSO GOES TO THE SUMMARY RECORD FILE FOR        *
      *    PLANNING.                                                   *
      ******************************************************************
       7000-WRITE-REPORT.
           MOVE 'ORDSUMM DAILY DEMAND SUMMARY' TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               WS-RERUN-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
               PERFORM 7300-WRITE-BRANCH-TOTAL THRU 7300-EXIT
           END-IF.
           PERFORM 7400-WRITE-GRAND-TOTAL THRU 7400-EXIT.
           PERFORM 7500-WRITE-REGION-ROLLUP THRU 7500-EXIT.
           IF WS-SUM-OVERFLOW
               MOVE '** ROLLUP TABLE FULL - SUMMARY INCOMPLETE **'
                   TO WS-REPORT-LINE
      ******************************************************************
      *    7100-PRINT-NEXT-LOWEST - PICK THE LOWEST UNPICKED BRANCH/   *
      *    CATEGORY KEY, BREAK ON A CHANGE OF BRANCH, AND PRINT AND    *
      *    FILE ITS CELL, ADDING IT INTO ITS REGION'S CELL.            *
      ******************************************************************
       7100-PRINT-NEXT-LOWEST.
           MOVE ZERO TO WS-BEST-IX.
                   PERFORM 7300-WRITE-BRANCH-TOTAL THRU 7300-EXIT
               END-IF
               MOVE SM-BRANCH(WS-BEST-IX) TO WS-PREV-BRANCH
               PERFORM 7130-LOOKUP-BRANCH THRU 7130-EXIT
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-BRANCH-OPEN
                   STRING 'BRANCH: ' SM-BRANCH(WS-BEST-IX)
                       '  ' WS-BRANCH-NAME
                       '  REGION: ' WS-BRANCH-REGION
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING 'BRANCH: ' SM-BRANCH(WS-BEST-IX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SM-ORDER-COUNT(WS-BEST-IX) TO WS-COUNT-EDIT.
           MOVE SM-QTY-TOTAL(WS-BEST-IX)   TO WS-COUNT-EDIT-2.
           MOVE SM-VALUE-TOTAL(WS-BEST-IX) TO WS-VALUE-EDIT.
           MOVE SM-CATEGORY(WS-BEST-IX) TO WS-DESC-CATEGORY.
           PERFORM 7120-LOOKUP-CATEGORY-DESC THRU 7120-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    CATEGORY: ' SM-CATEGORY(WS-BEST-IX)
               '  ' WS-CATEGORY-DESC
               '  ORDERS: ' WS-COUNT-EDIT
               '  TOTAL QTY: ' WS-COUNT-EDIT-2
               '  VALUE: ' WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           ADD SM-QTY-TOTAL(WS-BEST-IX)   TO WS-BRANCH-QTY.
           ADD SM-ORDER-COUNT(WS-BEST-IX) TO WS-GRAND-ORDERS.
           ADD SM-QTY-TOTAL(WS-BEST-IX)   TO WS-GRAND-QTY.
           ADD SM-VALUE-TOTAL(WS-BEST-IX) TO WS-BRANCH-VALUE.
           ADD SM-VALUE-TOTAL(WS-BEST-IX) TO WS-GRAND-VALUE.
           IF WS-BRANCH-OPEN
               PERFORM 7150-ADD-TO-REGION THRU 7150-EXIT
           END-IF.
       7100-EXIT.
           EXIT.
      *
           EXIT.
      *
      ******************************************************************
      *    7120-LOOKUP-CATEGORY-DESC - THE DESCRIPTION OF THE CATEGORY *
      *    IN WS-DESC-CATEGORY FOR A BRANCH OR REGION CATEGORY LINE.   *
      *    A CELL FOR CODES NO LONGER ON THE CODE MASTER, OR A         *
      *    CATEGORY NOT ON THE CATEGORY MASTER, IS LABELLED AS SUCH.   *
      *    WITHOUT THE CATEGORY MASTER THE DESCRIPTION IS BLANK.       *
      ******************************************************************
       7120-LOOKUP-CATEGORY-DESC.
           MOVE SPACES TO WS-CATEGORY-DESC.
           IF NOT WS-CATEGORY-OPEN
               GO TO 7120-EXIT
           END-IF.
           IF WS-DESC-CATEGORY = '*NOTFND*'
               MOVE '*CODE NOT ON CODE MASTER*' TO WS-CATEGORY-DESC
               GO TO 7120-EXIT
           END-IF.
           MOVE WS-DESC-CATEGORY TO CT-CATEGORY.
           READ CATEGORY-FILE
               INVALID KEY
                   MOVE '*NOT ON CATEGORY TABLE*' TO WS-CATEGORY-DESC
               NOT INVALID KEY
                   MOVE CT-DESC TO WS-CATEGORY-DESC
           END-READ.
       7120-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7130-LOOKUP-BRANCH - THE NAME AND REGION OF THE BRANCH JUST *
      *    BROKEN TO, FROM THE BRANCH MASTER.  A BRANCH NOT ON IT      *
      *    (CLOSED OR DELETED SINCE THE EDIT STEP) GOES UNDER REGION   *
      *    *NF*.                                                       *
      ******************************************************************
       7130-LOOKUP-BRANCH.
           MOVE SPACES TO WS-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-REGION.
           IF NOT WS-BRANCH-OPEN
               GO TO 7130-EXIT
           END-IF.
           MOVE WS-PREV-BRANCH TO BR-BRANCH.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE '*NOT ON BRANCH MASTER*' TO WS-BRANCH-NAME
                   MOVE '*NF*' TO WS-BRANCH-REGION
               NOT INVALID KEY
                   MOVE BR-NAME   TO WS-BRANCH-NAME
                   MOVE BR-REGION TO WS-BRANCH-REGION
           END-READ.
       7130-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7150-ADD-TO-REGION - FIND (OR ADD) THE REGION/CATEGORY CELL *
      *    FOR THE CELL JUST PRINTED AND ADD ITS COUNT, QUANTITY, AND  *
      *    VALUE.  A FULL TABLE SETS THE REGION OVERFLOW SWITCH SO THE *
      *    REPORT AND RETURN CODE CAN SAY THE REGION ROLLUP IS         *
      *    INCOMPLETE.                                                 *
      ******************************************************************
       7150-ADD-TO-REGION.
           MOVE ZERO TO WS-HIT-IX.
           PERFORM 7160-MATCH-REGION-ENTRY THRU 7160-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-REGION-COUNT
                  OR WS-HIT-IX > ZERO.
           IF WS-HIT-IX = ZERO
               IF WS-REGION-COUNT = WS-REGION-TABLE-MAX
                   SET WS-REGION-OVERFLOW TO TRUE
                   GO TO 7150-EXIT
               END-IF
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-HIT-IX
               MOVE WS-BRANCH-REGION        TO RG-REGION(WS-HIT-IX)
               MOVE SM-CATEGORY(WS-BEST-IX) TO RG-CATEGORY(WS-HIT-IX)
               MOVE ZERO  TO RG-ORDER-COUNT(WS-HIT-IX)
               MOVE ZERO  TO RG-QTY-TOTAL(WS-HIT-IX)
               MOVE ZERO  TO RG-VALUE-TOTAL(WS-HIT-IX)
               MOVE SPACE TO RG-PICKED-SW(WS-HIT-IX)
           END-IF.
           ADD SM-ORDER-COUNT(WS-BEST-IX) TO RG-ORDER-COUNT(WS-HIT-IX).
           ADD SM-QTY-TOTAL(WS-BEST-IX)   TO RG-QTY-TOTAL(WS-HIT-IX).
           ADD SM-VALUE-TOTAL(WS-BEST-IX) TO RG-VALUE-TOTAL(WS-HIT-IX).
       7150-EXIT.
           EXIT.
      *
       7160-MATCH-REGION-ENTRY.
           IF RG-REGION(WS-SCAN-IX) = WS-BRANCH-REGION
            AND RG-CATEGORY(WS-SCAN-IX) = SM-CATEGORY(WS-BEST-IX)
               MOVE WS-SCAN-IX TO WS-HIT-IX
           END-IF.
       7160-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-SUMMARY-RECORD - ONE BRANCH/CATEGORY CELL TO     *
      *    THE PLANNING FILE.                                          *
      ******************************************************************
           MOVE SM-CATEGORY(WS-BEST-IX)    TO SUM-CATEGORY.
           MOVE SM-ORDER-COUNT(WS-BEST-IX) TO SUM-ORDER-COUNT.
           MOVE SM-QTY-TOTAL(WS-BEST-IX)   TO SUM-QTY-TOTAL.
           MOVE SM-VALUE-TOTAL(WS-BEST-IX) TO SUM-VALUE-TOTAL.
           WRITE SUMMARY-RECORD.
       7200-EXIT.
           EXIT.
       7300-WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-ORDERS TO WS-COUNT-EDIT.
           MOVE WS-BRANCH-QTY    TO WS-COUNT-EDIT-2.
           MOVE WS-BRANCH-VALUE  TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BRANCH ' WS-PREV-BRANCH
               ' TOTAL  ORDERS: ' WS-COUNT-EDIT
               '  TOTAL QTY: ' WS-COUNT-EDIT-2
               '  VALUE: ' WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE ZERO TO WS-BRANCH-ORDERS.
           MOVE ZERO TO WS-BRANCH-QTY.
           MOVE ZERO TO WS-BRANCH-VALUE.
       7300-EXIT.
           EXIT.
      *
       7400-WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-ORDERS TO WS-COUNT-EDIT.
           MOVE WS-GRAND-QTY    TO WS-COUNT-EDIT-2.
           MOVE WS-GRAND-VALUE  TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GRAND TOTAL  ORDERS: ' WS-COUNT-EDIT
               '  TOTAL QTY: ' WS-COUNT-EDIT-2
               '  VALUE: ' WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           EXIT.
      *
      ******************************************************************
      *    7500-WRITE-REGION-ROLLUP - THE REGION SECTION: EVERY        *
      *    REGION/CATEGORY CELL IN ASCENDING ORDER, PICKED THE SAME    *
      *    WAY AS THE BRANCH CELLS, WITH A CONTROL BREAK AND TOTAL PER *
      *    REGION.  THE REGION CELLS ADD BACK TO THE GRAND TOTAL       *
      *    ABOVE.  WITHOUT THE BRANCH MASTER THE SECTION IS A ONE-LINE *
      *    NOTE.                                                       *
      ******************************************************************
       7500-WRITE-REGION-ROLLUP.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'DEMAND BY REGION' TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF NOT WS-BRANCH-OPEN
               MOVE '** BRANCH MASTER NOT AVAILABLE - NO REGION ROLLUP'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               GO TO 7500-EXIT
           END-IF.
           MOVE SPACES TO WS-PREV-REGION.
           MOVE ZERO TO WS-PRINTED-COUNT.
           PERFORM 7510-PRINT-NEXT-REGION-CELL THRU 7510-EXIT
               UNTIL WS-PRINTED-COUNT = WS-REGION-COUNT.
           IF WS-PREV-REGION NOT = SPACES
               PERFORM 7530-WRITE-REGION-TOTAL THRU 7530-EXIT
           END-IF.
           IF WS-REGION-OVERFLOW
               MOVE '** REGION TABLE FULL - REGION ROLLUP INCOMPLETE **'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       7500-EXIT.
           EXIT.
      *
       7510-PRINT-NEXT-REGION-CELL.
           MOVE ZERO TO WS-BEST-IX.
           MOVE HIGH-VALUES TO WS-BEST-KEY.
           PERFORM 7520-SCAN-REGION-LOWEST THRU 7520-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-REGION-COUNT.
           IF WS-BEST-IX = ZERO
               MOVE WS-REGION-COUNT TO WS-PRINTED-COUNT
               GO TO 7510-EXIT
           END-IF.
           SET RG-PICKED(WS-BEST-IX) TO TRUE.
           ADD 1 TO WS-PRINTED-COUNT.
           IF RG-REGION(WS-BEST-IX) NOT = WS-PREV-REGION
               IF WS-PREV-REGION NOT = SPACES
                   PERFORM 7530-WRITE-REGION-TOTAL THRU 7530-EXIT
               END-IF
               MOVE RG-REGION(WS-BEST-IX) TO WS-PREV-REGION
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REGION: ' RG-REGION(WS-BEST-IX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE RG-ORDER-COUNT(WS-BEST-IX) TO WS-COUNT-EDIT.
           MOVE RG-QTY-TOTAL(WS-BEST-IX)   TO WS-COUNT-EDIT-2.
           MOVE RG-VALUE-TOTAL(WS-BEST-IX) TO WS-VALUE-EDIT.
           MOVE RG-CATEGORY(WS-BEST-IX) TO WS-DESC-CATEGORY.
           PERFORM 7120-LOOKUP-CATEGORY-DESC THRU 7120-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    CATEGORY: ' RG-CATEGORY(WS-BEST-IX)
               '  ' WS-CATEGORY-DESC
               '  ORDERS: ' WS-COUNT-EDIT
               '  TOTAL QTY: ' WS-COUNT-EDIT-2
               '  VALUE: ' WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           ADD RG-ORDER-COUNT(WS-BEST-IX) TO WS-REGION-ORDERS.
           ADD RG-QTY-TOTAL(WS-BEST-IX)   TO WS-REGION-QTY.
           ADD RG-VALUE-TOTAL(WS-BEST-IX) TO WS-REGION-VALUE.
       7510-EXIT.
           EXIT.
      *
       7520-SCAN-REGION-LOWEST.
           IF NOT RG-PICKED(WS-SCAN-IX)
            AND RG-KEY(WS-SCAN-IX) < WS-BEST-KEY
               MOVE WS-SCAN-IX TO WS-BEST-IX
               MOVE RG-KEY(WS-SCAN-IX) TO WS-BEST-KEY
           END-IF.
       7520-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7530-WRITE-REGION-TOTAL - THE CONTROL-BREAK TOTAL LINE FOR  *
      *    THE REGION JUST FINISHED.                                   *
      ******************************************************************
       7530-WRITE-REGION-TOTAL.
           MOVE WS-REGION-ORDERS TO WS-COUNT-EDIT.
           MOVE WS-REGION-QTY    TO WS-COUNT-EDIT-2.
           MOVE WS-REGION-VALUE  TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REGION ' WS-PREV-REGION
               ' TOTAL  ORDERS: ' WS-COUNT-EDIT
               '  TOTAL QTY: ' WS-COUNT-EDIT-2
               '  VALUE: ' WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE ZERO TO WS-REGION-ORDERS.
           MOVE ZERO TO WS-REGION-QTY.
           MOVE ZERO TO WS-REGION-VALUE.
       7530-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-DISPLAY-TOTALS - END-OF-JOB SUMMARY COUNTS.            *
      ******************************************************************
       8000-DISPLAY-TOTALS.
           DISPLAY 'ORDSUMM - ORDERS READ......: ' WS-ORDERS-READ.
           DISPLAY 'ORDSUMM - SUMMARY CELLS....: ' WS-SUM-COUNT.
           DISPLAY 'ORDSUMM - REGION CELLS.....: ' WS-REGION-COUNT.
           MOVE WS-GRAND-VALUE TO WS-VALUE-EDIT.
           DISPLAY 'ORDSUMM - VALUE SUMMARIZED.: ' WS-VALUE-EDIT.
           IF WS-SUM-OVERFLOW
               DISPLAY 'ORDSUMM - ROLLUP TABLE FULL - SUMMARY'
               DISPLAY 'ORDSUMM - IS INCOMPLETE'
           END-IF.
           IF WS-REGION-OVERFLOW
               DISPLAY 'ORDSUMM - REGION TABLE FULL - REGION ROLLUP'
               DISPLAY 'ORDSUMM - IS INCOMPLETE'
           END-IF.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 4 IF THE ROLLUP OR REGION TABLE      *
      *    OVERFLOWED AND THE SUMMARY IS INCOMPLETE, ELSE 0.  AN       *
      *    UNUSABLE INPUT FILE ALREADY STOPPED THE RUN WITH 16.        *
      ******************************************************************
       8500-SET-RETURN-CODE.
           IF WS-SUM-OVERFLOW OR WS-REGION-OVERFLOW
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
      ******************************************************************
       9999-TERMINATE.
           CLOSE CODE-MASTER-FILE.
           IF WS-CATEGORY-OPEN
               CLOSE CATEGORY-FILE
           END-IF.
           IF WS-BRANCH-OPEN
               CLOSE BRANCH-FILE
           END-IF.
           CLOSE ORDER-ACC-FILE.
           CLOSE SUMMARY-FILE.
           CLOSE SUMMARY-RPT-FILE.
