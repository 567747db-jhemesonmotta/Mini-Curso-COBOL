      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    DMDPER                                       *
      *    DESCRIPTION.   DEMAND PERIOD REPORT FROM THE DEMAND HISTORY *
      *                   FILE - WEEK-TO-DATE AND MONTH-TO-DATE        *
      *                   QUANTITY BY BRANCH AND CODE CATEGORY AGAINST *
      *                   THE SAME PERIODS LAST YEAR, FLAGGING EVERY   *
      *                   CELL THAT MOVED BY MORE THAN THE THRESHOLD   *
      *                   PERCENT.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DMDPER.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  PERIODS END ON THE
      *                      AS-OF DATE (DMDPARM CARD, OR THE BUSINESS
      *                      DATE WHEN THE CARD IS MISSING OR BLANK).
      *                      WEEK-TO-DATE RUNS FROM THE MONDAY OF THE
      *                      AS-OF WEEK; LAST YEAR'S WEEK IS THE SAME
      *                      WEEKDAYS 364 DAYS EARLIER SO MONDAY
      *                      COMPARES WITH MONDAY.  MONTH-TO-DATE RUNS
      *                      FROM THE FIRST OF THE MONTH; LAST YEAR'S
      *                      IS THE SAME MONTH THROUGH THE SAME DAY (29
      *                      FEBRUARY COMPARES THROUGH THE 28TH).
      *                      FLAGS: UP / DOWN WHEN THE CHANGE IS BEYOND
      *                      THE THRESHOLD (DMDPARM, DEFAULT 20
      *                      PERCENT), NEW WHEN THERE WAS NO DEMAND
      *                      LAST YEAR - NOT GIVEN WHILE THE HISTORY
      *                      HOLDS NOTHING FOR LAST YEAR AT ALL.
      *                      RETURN CODES: 0 - REPORT PRODUCED, 4 -
      *                      PRODUCED BUT THE CELL TABLE OVERFLOWED, 16
      *                      - HISTORY UNUSABLE OR THE PARM CARD IN
      *                      ERROR.
      *    2026-10-15  JAS   AS-OF DATE ON THE DMDPARM CARD IS NOW
      *                      EDITED AS A FULL CALENDAR DATE (DAYS IN
      *                      THE MONTH, LEAP YEARS) BEFORE USE; AN
      *                      IMPOSSIBLE DATE STOPS THE RUN WITH RC 16.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMAND-HIST-FILE ASSIGN TO DMDHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEMAND-HIST-STATUS.
           SELECT DEMAND-PARM-FILE ASSIGN TO DMDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMAND-PARM-STATUS.
           SELECT PERIOD-RPT-FILE ASSIGN TO DMDPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DEMAND-HIST-FILE
           COPY DMDHIST.
      *
       FD  DEMAND-PARM-FILE
           COPY DMDPARM.
      *
       FD  PERIOD-RPT-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       77  WS-CELL-TABLE-MAX        PIC 9(04) COMP VALUE 500.
       77  WS-DEFAULT-THRESHOLD     PIC 9(03) VALUE 20.
      *
       01  WS-CELL-TABLE-AREA.
           05  WS-CELL-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-CELL-ENTRY       OCCURS 500 TIMES.
               10  DC-KEY.
                   15  DC-BRANCH   PIC X(04).
                   15  DC-CATEGORY PIC X(08).
               10  DC-TY-WTD-QTY   PIC 9(11) COMP.
               10  DC-LY-WTD-QTY   PIC 9(11) COMP.
               10  DC-TY-MTD-QTY   PIC 9(11) COMP.
               10  DC-LY-MTD-QTY   PIC 9(11) COMP.
               10  DC-TY-MTD-VALUE PIC 9(13)V99 COMP-3.
               10  DC-PICKED-SW    PIC X(01).
                   88  DC-PICKED           VALUE 'Y'.
      *
       01  WS-SWITCHES.
           05  WS-EOF-RANGE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-RANGE             VALUE 'Y'.
           05  WS-CELL-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88  WS-CELL-OVERFLOW         VALUE 'Y'.
           05  WS-LY-ON-FILE-SW    PIC X(01) VALUE 'N'.
               88  WS-LY-ON-FILE            VALUE 'Y'.
           05  WS-ASOF-SOURCE-SW   PIC X(01) VALUE 'B'.
               88  WS-ASOF-FROM-CARD        VALUE 'P'.
           05  WS-PASS-SW          PIC X(01) VALUE 'T'.
               88  WS-PASS-THIS-YEAR        VALUE 'T'.
               88  WS-PASS-LAST-YEAR        VALUE 'L'.
           05  WS-DATE-VALID-SW    PIC X(01) VALUE 'Y'.
               88  WS-DATE-VALID            VALUE 'Y'.
               88  WS-DATE-INVALID          VALUE 'N'.
      *
       77  WS-CELL-IX               PIC 9(04) COMP VALUE ZERO.
       77  WS-SCAN-IX               PIC 9(04) COMP VALUE ZERO.
       77  WS-BEST-IX               PIC 9(04) COMP VALUE ZERO.
       77  WS-PRINTED-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  WS-MONTH-DAYS            PIC 9(02) COMP VALUE ZERO.
       77  WS-LEAP-REMAINDER        PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-DEMAND-HIST-STATUS    PIC X(02) VALUE ZERO.
       01  WS-DEMAND-PARM-STATUS    PIC X(02) VALUE ZERO.
       01  WS-PERIOD-RPT-STATUS     PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-THRESHOLD             PIC 9(03) VALUE ZERO.
      *
       01  WS-ASOF-DATE             PIC 9(08) VALUE ZERO.
       01  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-CCYY        PIC 9(04).
           05  WS-ASOF-MM          PIC 9(02).
           05  WS-ASOF-DD          PIC 9(02).
      *
       01  WS-WORK-DATE             PIC 9(08) VALUE ZERO.
       01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-CCYY        PIC 9(04).
           05  WS-WORK-MM          PIC 9(02).
           05  WS-WORK-DD          PIC 9(02).
      *
       01  WS-PERIOD-DATES.
           05  WS-TY-WTD-FROM      PIC 9(08) VALUE ZERO.
           05  WS-TY-MTD-FROM      PIC 9(08) VALUE ZERO.
           05  WS-LY-WTD-FROM      PIC 9(08) VALUE ZERO.
           05  WS-LY-WTD-TO        PIC 9(08) VALUE ZERO.
           05  WS-LY-MTD-FROM      PIC 9(08) VALUE ZERO.
           05  WS-LY-ASOF-DATE     PIC 9(08) VALUE ZERO.
           05  WS-RANGE-FROM       PIC 9(08) VALUE ZERO.
           05  WS-RANGE-TO         PIC 9(08) VALUE ZERO.
      *
       01  WS-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
       01  WS-DAY-QUOTIENT          PIC 9(07) COMP VALUE ZERO.
       01  WS-WEEKDAY-OFFSET        PIC 9(01) COMP VALUE ZERO.
      *
       01  WS-COMPARE-AREA.
           05  WS-CMP-TY           PIC 9(11) COMP VALUE ZERO.
           05  WS-CMP-LY           PIC 9(11) COMP VALUE ZERO.
           05  WS-PCT              PIC S9(05) VALUE ZERO.
           05  WS-PCT-ABS          PIC 9(05) VALUE ZERO.
           05  WS-PCT-EDIT         PIC ----9.
           05  WS-PCT-TEXT         PIC X(06) VALUE SPACES.
           05  WS-FLAG             PIC X(04) VALUE SPACES.
           05  WS-WTD-PCT-TEXT     PIC X(06) VALUE SPACES.
           05  WS-WTD-FLAG         PIC X(04) VALUE SPACES.
      *
       01  WS-TOTALS.
           05  WS-TY-RECORDS-READ  PIC 9(07) COMP VALUE ZERO.
           05  WS-LY-RECORDS-READ  PIC 9(07) COMP VALUE ZERO.
           05  WS-CELLS-FLAGGED    PIC 9(05) COMP VALUE ZERO.
           05  WS-CELLS-DROPPED    PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-BREAK-TOTALS.
           05  WS-BRANCH-TY-WTD    PIC 9(11) COMP VALUE ZERO.
           05  WS-BRANCH-LY-WTD    PIC 9(11) COMP VALUE ZERO.
           05  WS-BRANCH-TY-MTD    PIC 9(11) COMP VALUE ZERO.
           05  WS-BRANCH-LY-MTD    PIC 9(11) COMP VALUE ZERO.
           05  WS-BRANCH-VALUE     PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-TY-WTD     PIC 9(11) COMP VALUE ZERO.
           05  WS-GRAND-LY-WTD     PIC 9(11) COMP VALUE ZERO.
           05  WS-GRAND-TY-MTD     PIC 9(11) COMP VALUE ZERO.
           05  WS-GRAND-LY-MTD     PIC 9(11) COMP VALUE ZERO.
           05  WS-GRAND-VALUE      PIC 9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-LINE-AREA.
           05  WS-LINE-LABEL       PIC X(12) VALUE SPACES.
           05  WS-LINE-TY-WTD      PIC 9(11) COMP VALUE ZERO.
           05  WS-LINE-LY-WTD      PIC 9(11) COMP VALUE ZERO.
           05  WS-LINE-TY-MTD      PIC 9(11) COMP VALUE ZERO.
           05  WS-LINE-LY-MTD      PIC 9(11) COMP VALUE ZERO.
           05  WS-LINE-VALUE       PIC 9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-BEST-KEY               PIC X(12).
       01  WS-PREV-BRANCH            PIC X(04) VALUE SPACES.
       01  WS-REPORT-LINE            PIC X(132).
       01  WS-QTY-EDIT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-QTY-EDIT-2             PIC ZZZ,ZZZ,ZZ9.
       01  WS-QTY-EDIT-3             PIC ZZZ,ZZZ,ZZ9.
       01  WS-QTY-EDIT-4             PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALUE-EDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT             PIC ZZZZZZ9.
       01  WS-COUNT-EDIT-2           PIC ZZZZZZ9.
       01  WS-THRESHOLD-EDIT         PIC ZZ9.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           MOVE WS-TY-WTD-FROM TO WS-RANGE-FROM.
           IF WS-TY-MTD-FROM < WS-RANGE-FROM
               MOVE WS-TY-MTD-FROM TO WS-RANGE-FROM
           END-IF.
           MOVE WS-ASOF-DATE TO WS-RANGE-TO.
           SET WS-PASS-THIS-YEAR TO TRUE.
           PERFORM 3000-READ-RANGE         THRU 3000-EXIT.
           MOVE WS-LY-WTD-FROM TO WS-RANGE-FROM.
           IF WS-LY-MTD-FROM < WS-RANGE-FROM
               MOVE WS-LY-MTD-FROM TO WS-RANGE-FROM
           END-IF.
           MOVE WS-LY-WTD-TO TO WS-RANGE-TO.
           IF WS-LY-ASOF-DATE > WS-RANGE-TO
               MOVE WS-LY-ASOF-DATE TO WS-RANGE-TO
           END-IF.
           SET WS-PASS-LAST-YEAR TO TRUE.
           PERFORM 3000-READ-RANGE         THRU 3000-EXIT.
           PERFORM 7000-WRITE-REPORT       THRU 7000-EXIT.
           PERFORM 8000-DISPLAY-TOTALS     THRU 8000-EXIT.
           PERFORM 9999-TERMINATE          THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - BUSINESS DATE, PARM CARD, PERIOD DATES,   *
      *    THEN THE HISTORY (REQUIRED) AND THE REPORT.                 *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           MOVE WS-RUN-DATE TO WS-ASOF-DATE.
           MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           PERFORM 1200-SET-PERIODS THRU 1200-EXIT.
           OPEN INPUT DEMAND-HIST-FILE.
           IF WS-DEMAND-HIST-STATUS NOT = '00'
               DISPLAY 'DMDPER - DEMAND HISTORY COULD NOT BE OPENED'
               DISPLAY 'DMDPER - FILE STATUS = ' WS-DEMAND-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PERIOD-RPT-FILE.
           IF WS-PERIOD-RPT-STATUS NOT = '00'
               DISPLAY 'DMDPER - REPORT FILE COULD NOT BE OPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE DEFAULT AS-OF DATE IS THE     *
      *    CYCLE'S BUSINESS DATE FROM THE BUSDATE CONTROL SET BY       *
      *    CYCLCTL.  THIS REPORT IS NOT PART OF THE NIGHTLY CYCLE, SO  *
      *    A MISSING OR UNUSABLE CONTROL FALLS BACK TO THE CLOCK DATE  *
      *    WITH A CONSOLE NOTE RATHER THAN STOPPING THE RUN.           *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTUAL-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'DMDPER - NO BUSDATE CONTROL - CLOCK DATE USED'
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
               DISPLAY 'DMDPER - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-READ-PARM-CARD - THE CARD IS OPTIONAL: NO PARM FILE,   *
      *    AN EMPTY ONE, A BLANK AS-OF DATE, OR A BLANK OR ZERO        *
      *    THRESHOLD KEEPS THE DEFAULT.  A FIELD THAT IS PRESENT BUT   *
      *    NOT NUMERIC, OR AN AS-OF DATE THAT IS NOT A CALENDAR DATE,  *
      *    IS OPERATOR ERROR AND STOPS THE RUN.                        *
      ******************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT DEMAND-PARM-FILE.
           IF WS-DEMAND-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           READ DEMAND-PARM-FILE
               AT END
                   CLOSE DEMAND-PARM-FILE
                   GO TO 1100-EXIT
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE DEMAND-PARM-FILE.
           IF (DPP-ASOF-DATE-X NOT = SPACES
               AND DPP-ASOF-DATE-X IS NOT NUMERIC)
            OR (DPP-THRESHOLD-PCT-X NOT = SPACES
               AND DPP-THRESHOLD-PCT-X IS NOT NUMERIC)
               DISPLAY 'DMDPER - DMDPARM FIELD NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DPP-THRESHOLD-PCT-X IS NUMERIC
            AND DPP-THRESHOLD-PCT > ZERO
               MOVE DPP-THRESHOLD-PCT TO WS-THRESHOLD
           END-IF.
           IF DPP-ASOF-DATE-X = SPACES
               GO TO 1100-EXIT
           END-IF.
           MOVE DPP-ASOF-DATE TO WS-WORK-DATE.
           PERFORM 1150-EDIT-ASOF-DATE THRU 1150-EXIT.
           IF WS-DATE-INVALID
               DISPLAY 'DMDPER - DMDPARM AS-OF DATE NOT A VALID DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DPP-ASOF-DATE TO WS-ASOF-DATE.
           SET WS-ASOF-FROM-CARD TO TRUE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1150-EDIT-ASOF-DATE - IS WS-WORK-DATE A REAL CALENDAR DATE  *
      *    ON THE INTEGER DATE SCALE (1601 ONWARD)?  THE LEAP-YEAR     *
      *    RULE IS THE FULL ONE - DIVISIBLE BY 4, EXCEPT CENTURIES NOT *
      *    DIVISIBLE BY 400.                                           *
      ******************************************************************
       1150-EDIT-ASOF-DATE.
           SET WS-DATE-VALID TO TRUE.
           IF WS-WORK-CCYY < 1601
            OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
               SET WS-DATE-INVALID TO TRUE
               GO TO 1150-EXIT
           END-IF.
           EVALUATE WS-WORK-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-WORK-CCYY BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-WORK-CCYY BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           DIVIDE WS-WORK-CCYY BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
           IF WS-WORK-DD < 01 OR WS-WORK-DD > WS-MONTH-DAYS
               SET WS-DATE-INVALID TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-SET-PERIODS - DAY 1 OF THE INTEGER DATE SCALE (1       *
      *    JANUARY 1601) IS A MONDAY, SO (DAY NUMBER - 1) MODULO 7 IS  *
      *    THE NUMBER OF DAYS SINCE MONDAY.  LAST YEAR'S WEEK IS 52    *
      *    WEEKS (364 DAYS) EARLIER SO THE WEEKDAYS LINE UP; LAST      *
      *    YEAR'S MONTH IS THE SAME CALENDAR MONTH THROUGH THE SAME    *
      *    DAY OF THE MONTH.                                           *
      ******************************************************************
       1200-SET-PERIODS.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) - 1.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-WEEKDAY-OFFSET.
           COMPUTE WS-DAY-NUMBER = WS-DAY-NUMBER + 1
               - WS-WEEKDAY-OFFSET.
           COMPUTE WS-TY-WTD-FROM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           COMPUTE WS-LY-WTD-FROM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER - 364).
           COMPUTE WS-LY-WTD-TO =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) - 364).
           MOVE WS-ASOF-DATE TO WS-WORK-DATE.
           MOVE 1 TO WS-WORK-DD.
           MOVE WS-WORK-DATE TO WS-TY-MTD-FROM.
           SUBTRACT 1 FROM WS-WORK-CCYY.
           MOVE WS-WORK-DATE TO WS-LY-MTD-FROM.
           MOVE WS-ASOF-DD TO WS-WORK-DD.
           IF WS-WORK-MM = 2 AND WS-WORK-DD = 29
               MOVE 28 TO WS-WORK-DD
           END-IF.
           MOVE WS-WORK-DATE TO WS-LY-ASOF-DATE.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-READ-RANGE - READ THE HISTORY FROM WS-RANGE-FROM       *
      *    THROUGH WS-RANGE-TO.  THE DATE IS THE HIGH-ORDER PART OF    *
      *    THE KEY, SO ONE START AND A RUN OF READ NEXTS COVERS THE    *
      *    RANGE.  CALLED ONCE FOR THIS YEAR'S PERIODS AND ONCE FOR    *
      *    LAST YEAR'S.                                                *
      ******************************************************************
       3000-READ-RANGE.
           MOVE 'N' TO WS-EOF-RANGE-SW.
           MOVE LOW-VALUES TO DH-KEY.
           MOVE WS-RANGE-FROM TO DH-DATE.
           START DEMAND-HIST-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY
                   SET WS-EOF-RANGE TO TRUE
           END-START.
           PERFORM 3100-ADD-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-EOF-RANGE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3100-ADD-ONE-RECORD - ADD ONE HISTORY CELL INTO ITS BRANCH  *
      *    / CATEGORY LINE FOR EVERY PERIOD ITS DATE FALLS IN.         *
      ******************************************************************
       3100-ADD-ONE-RECORD.
           READ DEMAND-HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF-RANGE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF DH-DATE > WS-RANGE-TO
               SET WS-EOF-RANGE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-PASS-THIS-YEAR
               ADD 1 TO WS-TY-RECORDS-READ
           ELSE
               ADD 1 TO WS-LY-RECORDS-READ
               SET WS-LY-ON-FILE TO TRUE
           END-IF.
           PERFORM 3200-FIND-CELL THRU 3200-EXIT.
           IF WS-CELL-IX = ZERO
               ADD 1 TO WS-CELLS-DROPPED
               GO TO 3100-EXIT
           END-IF.
           IF DH-DATE NOT < WS-TY-WTD-FROM
            AND DH-DATE NOT > WS-ASOF-DATE
               ADD DH-QTY-TOTAL TO DC-TY-WTD-QTY(WS-CELL-IX)
           END-IF.
           IF DH-DATE NOT < WS-TY-MTD-FROM
            AND DH-DATE NOT > WS-ASOF-DATE
               ADD DH-QTY-TOTAL TO DC-TY-MTD-QTY(WS-CELL-IX)
               ADD DH-VALUE-TOTAL TO DC-TY-MTD-VALUE(WS-CELL-IX)
           END-IF.
           IF DH-DATE NOT < WS-LY-WTD-FROM
            AND DH-DATE NOT > WS-LY-WTD-TO
               ADD DH-QTY-TOTAL TO DC-LY-WTD-QTY(WS-CELL-IX)
           END-IF.
           IF DH-DATE NOT < WS-LY-MTD-FROM
            AND DH-DATE NOT > WS-LY-ASOF-DATE
               ADD DH-QTY-TOTAL TO DC-LY-MTD-QTY(WS-CELL-IX)
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3200-FIND-CELL - LOCATE OR ADD THE BRANCH / CATEGORY LINE   *
      *    FOR THE CURRENT HISTORY RECORD.  A FULL TABLE LEAVES        *
      *    WS-CELL-IX ZERO; THE RECORD IS COUNTED AS DROPPED AND THE   *
      *    REPORT SAYS IT IS INCOMPLETE.                               *
      ******************************************************************
       3200-FIND-CELL.
           MOVE ZERO TO WS-CELL-IX.
           PERFORM 3210-MATCH-CELL THRU 3210-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-CELL-COUNT
                  OR WS-CELL-IX > ZERO.
           IF WS-CELL-IX > ZERO
               GO TO 3200-EXIT
           END-IF.
           IF WS-CELL-COUNT = WS-CELL-TABLE-MAX
               SET WS-CELL-OVERFLOW TO TRUE
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-CELL-COUNT.
           MOVE WS-CELL-COUNT TO WS-CELL-IX.
           MOVE DH-BRANCH   TO DC-BRANCH(WS-CELL-IX).
           MOVE DH-CATEGORY TO DC-CATEGORY(WS-CELL-IX).
           MOVE ZERO TO DC-TY-WTD-QTY(WS-CELL-IX).
           MOVE ZERO TO DC-LY-WTD-QTY(WS-CELL-IX).
           MOVE ZERO TO DC-TY-MTD-QTY(WS-CELL-IX).
           MOVE ZERO TO DC-LY-MTD-QTY(WS-CELL-IX).
           MOVE ZERO TO DC-TY-MTD-VALUE(WS-CELL-IX).
           MOVE SPACE TO DC-PICKED-SW(WS-CELL-IX).
       3200-EXIT.
           EXIT.
      *
       3210-MATCH-CELL.
           IF DC-BRANCH(WS-SCAN-IX) = DH-BRANCH
            AND DC-CATEGORY(WS-SCAN-IX) = DH-CATEGORY
               MOVE WS-SCAN-IX TO WS-CELL-IX
           END-IF.
       3210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-WRITE-REPORT - HEADINGS, THEN EVERY BRANCH / CATEGORY  *
      *    LINE IN KEY ORDER WITH A TOTAL AT EACH CHANGE OF BRANCH,    *
      *    THEN THE ALL-BRANCHES TOTAL AND THE FOOTER.                 *
      ******************************************************************
       7000-WRITE-REPORT.
           PERFORM 7050-WRITE-HEADERS THRU 7050-EXIT.
           MOVE SPACES TO WS-PREV-BRANCH.
           MOVE ZERO TO WS-PRINTED-COUNT.
           PERFORM 7100-PRINT-NEXT-LOWEST THRU 7100-EXIT
               UNTIL WS-PRINTED-COUNT = WS-CELL-COUNT.
           IF WS-PREV-BRANCH NOT = SPACES
               PERFORM 7300-WRITE-BRANCH-TOTAL THRU 7300-EXIT
           END-IF.
           IF WS-CELL-COUNT = ZERO
               MOVE '    NO DEMAND ON THE HISTORY FOR THESE PERIODS'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'ALL BRANCHES'   TO WS-LINE-LABEL.
           MOVE WS-GRAND-TY-WTD  TO WS-LINE-TY-WTD.
           MOVE WS-GRAND-LY-WTD  TO WS-LINE-LY-WTD.
           MOVE WS-GRAND-TY-MTD  TO WS-LINE-TY-MTD.
           MOVE WS-GRAND-LY-MTD  TO WS-LINE-LY-MTD.
           MOVE WS-GRAND-VALUE   TO WS-LINE-VALUE.
           PERFORM 7200-WRITE-PERIOD-LINE THRU 7200-EXIT.
           PERFORM 7900-WRITE-FOOTER THRU 7900-EXIT.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7050-WRITE-HEADERS - TITLE, THE PERIOD DATES BEING          *
      *    COMPARED, THE THRESHOLD, AND THE COLUMN HEADINGS.           *
      ******************************************************************
       7050-WRITE-HEADERS.
           MOVE 'DMDPER DEMAND PERIOD REPORT' TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-ASOF-FROM-CARD
               STRING 'AS OF: ' WS-ASOF-DATE ' (DMDPARM)'
                   '  BUSINESS DATE: ' WS-RUN-DATE
                   '  RUN DATE: ' WS-ACTUAL-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'AS OF: ' WS-ASOF-DATE ' (BUSINESS DATE)'
                   '  RUN DATE: ' WS-ACTUAL-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WEEK TO DATE:  ' WS-TY-WTD-FROM ' - ' WS-ASOF-DATE
               '   LAST YEAR: ' WS-LY-WTD-FROM ' - ' WS-LY-WTD-TO
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MONTH TO DATE: ' WS-TY-MTD-FROM ' - ' WS-ASOF-DATE
               '   LAST YEAR: ' WS-LY-MTD-FROM ' - ' WS-LY-ASOF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FLAGGED WHEN QUANTITY MOVES MORE THAN '
               WS-THRESHOLD-EDIT ' PERCENT AGAINST LAST YEAR'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    CATEGORY      WTD QTY  LY WTD QTY  CHG % FLAG'
               '      MTD QTY  LY MTD QTY  CHG % FLAG'
               '           MTD VALUE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7100-PRINT-NEXT-LOWEST - PICK THE LOWEST UNPICKED BRANCH /  *
      *    CATEGORY KEY, BREAK ON A CHANGE OF BRANCH, AND PRINT THE    *
      *    LINE - THE TABLE IS TOO SMALL TO BE WORTH A SORT STEP.      *
      ******************************************************************
       7100-PRINT-NEXT-LOWEST.
           MOVE ZERO TO WS-BEST-IX.
           MOVE HIGH-VALUES TO WS-BEST-KEY.
           PERFORM 7110-SCAN-FOR-LOWEST THRU 7110-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-CELL-COUNT.
           IF WS-BEST-IX = ZERO
               MOVE WS-CELL-COUNT TO WS-PRINTED-COUNT
               GO TO 7100-EXIT
           END-IF.
           SET DC-PICKED(WS-BEST-IX) TO TRUE.
           ADD 1 TO WS-PRINTED-COUNT.
           IF DC-BRANCH(WS-BEST-IX) NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                   PERFORM 7300-WRITE-BRANCH-TOTAL THRU 7300-EXIT
               END-IF
               MOVE DC-BRANCH(WS-BEST-IX) TO WS-PREV-BRANCH
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BRANCH: ' DC-BRANCH(WS-BEST-IX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING '    ' DC-CATEGORY(WS-BEST-IX)
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           MOVE DC-TY-WTD-QTY(WS-BEST-IX)   TO WS-LINE-TY-WTD.
           MOVE DC-LY-WTD-QTY(WS-BEST-IX)   TO WS-LINE-LY-WTD.
           MOVE DC-TY-MTD-QTY(WS-BEST-IX)   TO WS-LINE-TY-MTD.
           MOVE DC-LY-MTD-QTY(WS-BEST-IX)   TO WS-LINE-LY-MTD.
           MOVE DC-TY-MTD-VALUE(WS-BEST-IX) TO WS-LINE-VALUE.
           PERFORM 7200-WRITE-PERIOD-LINE THRU 7200-EXIT.
           IF WS-WTD-FLAG NOT = SPACES OR WS-FLAG NOT = SPACES
               ADD 1 TO WS-CELLS-FLAGGED
           END-IF.
           ADD DC-TY-WTD-QTY(WS-BEST-IX)   TO WS-BRANCH-TY-WTD.
           ADD DC-LY-WTD-QTY(WS-BEST-IX)   TO WS-BRANCH-LY-WTD.
           ADD DC-TY-MTD-QTY(WS-BEST-IX)   TO WS-BRANCH-TY-MTD.
           ADD DC-LY-MTD-QTY(WS-BEST-IX)   TO WS-BRANCH-LY-MTD.
           ADD DC-TY-MTD-VALUE(WS-BEST-IX) TO WS-BRANCH-VALUE.
       7100-EXIT.
           EXIT.
      *
       7110-SCAN-FOR-LOWEST.
           IF NOT DC-PICKED(WS-SCAN-IX)
            AND DC-KEY(WS-SCAN-IX) < WS-BEST-KEY
               MOVE WS-SCAN-IX TO WS-BEST-IX
               MOVE DC-KEY(WS-SCAN-IX) TO WS-BEST-KEY
           END-IF.
       7110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-PERIOD-LINE - PRINT ONE LINE FROM WS-LINE-AREA:  *
      *    THE WEEK-TO-DATE AND MONTH-TO-DATE QUANTITIES AGAINST LAST  *
      *    YEAR, EACH WITH ITS PERCENT CHANGE AND FLAG, AND THE        *
      *    MONTH-TO-DATE VALUE.  USED FOR CATEGORY, BRANCH TOTAL, AND  *
      *    ALL-BRANCHES LINES ALIKE.                                   *
      ******************************************************************
       7200-WRITE-PERIOD-LINE.
           MOVE WS-LINE-TY-WTD TO WS-CMP-TY.
           MOVE WS-LINE-LY-WTD TO WS-CMP-LY.
           PERFORM 7250-COMPARE-PERIOD THRU 7250-EXIT.
           MOVE WS-PCT-TEXT TO WS-WTD-PCT-TEXT.
           MOVE WS-FLAG TO WS-WTD-FLAG.
           MOVE WS-LINE-TY-MTD TO WS-CMP-TY.
           MOVE WS-LINE-LY-MTD TO WS-CMP-LY.
           PERFORM 7250-COMPARE-PERIOD THRU 7250-EXIT.
           MOVE WS-LINE-TY-WTD TO WS-QTY-EDIT.
           MOVE WS-LINE-LY-WTD TO WS-QTY-EDIT-2.
           MOVE WS-LINE-TY-MTD TO WS-QTY-EDIT-3.
           MOVE WS-LINE-LY-MTD TO WS-QTY-EDIT-4.
           MOVE WS-LINE-VALUE  TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LINE-LABEL
               '  ' WS-QTY-EDIT
               ' ' WS-QTY-EDIT-2
               ' ' WS-WTD-PCT-TEXT
               ' ' WS-WTD-FLAG
               '  ' WS-QTY-EDIT-3
               ' ' WS-QTY-EDIT-4
               ' ' WS-PCT-TEXT
               ' ' WS-FLAG
               '  ' WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7250-COMPARE-PERIOD - PERCENT CHANGE OF WS-CMP-TY AGAINST   *
      *    WS-CMP-LY, AND THE FLAG: UP OR DOWN BEYOND THE THRESHOLD,   *
      *    NEW FOR DEMAND WITH NONE LAST YEAR.  NO LAST-YEAR DEMAND    *
      *    MEANS NO PERCENT; NEW IS HELD BACK UNTIL THE HISTORY HOLDS  *
      *    ANYTHING FOR LAST YEAR, OR EVERY LINE WOULD BE NEW.         *
      ******************************************************************
       7250-COMPARE-PERIOD.
           MOVE SPACES TO WS-PCT-TEXT.
           MOVE SPACES TO WS-FLAG.
           IF WS-CMP-LY = ZERO
               IF WS-CMP-TY > ZERO AND WS-LY-ON-FILE
                   MOVE 'NEW' TO WS-FLAG
               END-IF
               GO TO 7250-EXIT
           END-IF.
           COMPUTE WS-PCT ROUNDED =
               (WS-CMP-TY - WS-CMP-LY) * 100 / WS-CMP-LY
               ON SIZE ERROR
                   MOVE '>9999%' TO WS-PCT-TEXT
                   MOVE 'UP' TO WS-FLAG
                   GO TO 7250-EXIT
           END-COMPUTE.
           MOVE WS-PCT TO WS-PCT-EDIT.
           STRING WS-PCT-EDIT '%'
               DELIMITED BY SIZE INTO WS-PCT-TEXT.
           IF WS-PCT < ZERO
               COMPUTE WS-PCT-ABS = 0 - WS-PCT
           ELSE
               MOVE WS-PCT TO WS-PCT-ABS
           END-IF.
           IF WS-PCT-ABS > WS-THRESHOLD
               IF WS-PCT < ZERO
                   MOVE 'DOWN' TO WS-FLAG
               ELSE
                   MOVE 'UP' TO WS-FLAG
               END-IF
           END-IF.
       7250-EXIT.
           EXIT.
      *
       7300-WRITE-BRANCH-TOTAL.
           MOVE '    TOTAL'      TO WS-LINE-LABEL.
           MOVE WS-BRANCH-TY-WTD TO WS-LINE-TY-WTD.
           MOVE WS-BRANCH-LY-WTD TO WS-LINE-LY-WTD.
           MOVE WS-BRANCH-TY-MTD TO WS-LINE-TY-MTD.
           MOVE WS-BRANCH-LY-MTD TO WS-LINE-LY-MTD.
           MOVE WS-BRANCH-VALUE  TO WS-LINE-VALUE.
           PERFORM 7200-WRITE-PERIOD-LINE THRU 7200-EXIT.
           ADD WS-BRANCH-TY-WTD TO WS-GRAND-TY-WTD.
           ADD WS-BRANCH-LY-WTD TO WS-GRAND-LY-WTD.
           ADD WS-BRANCH-TY-MTD TO WS-GRAND-TY-MTD.
           ADD WS-BRANCH-LY-MTD TO WS-GRAND-LY-MTD.
           ADD WS-BRANCH-VALUE  TO WS-GRAND-VALUE.
           MOVE ZERO TO WS-BRANCH-TY-WTD.
           MOVE ZERO TO WS-BRANCH-LY-WTD.
           MOVE ZERO TO WS-BRANCH-TY-MTD.
           MOVE ZERO TO WS-BRANCH-LY-MTD.
           MOVE ZERO TO WS-BRANCH-VALUE.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
       7300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7900-WRITE-FOOTER - HISTORY RECORDS READ FOR EACH YEAR,     *
      *    LINES FLAGGED, AND A NOTE WHEN LAST YEAR IS NOT ON THE      *
      *    HISTORY OR THE TABLE OVERFLOWED.                            *
      ******************************************************************
       7900-WRITE-FOOTER.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TY-RECORDS-READ TO WS-COUNT-EDIT.
           MOVE WS-LY-RECORDS-READ TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HISTORY RECORDS READ - THIS YEAR: ' WS-COUNT-EDIT
               '  LAST YEAR: ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-CELLS-FLAGGED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORY LINES FLAGGED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF NOT WS-LY-ON-FILE
               MOVE 'NO LAST-YEAR DEMAND ON FILE - NEW NOT FLAGGED'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-CELL-OVERFLOW
               MOVE WS-CELLS-DROPPED TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** CELL TABLE FULL - ' WS-COUNT-EDIT
                   ' HISTORY RECORDS LEFT OUT - REPORT INCOMPLETE **'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-DISPLAY-TOTALS - END-OF-JOB SUMMARY COUNTS AND THE     *
      *    RETURN CODE: 4 WHEN THE CELL TABLE OVERFLOWED, ELSE 0.      *
      ******************************************************************
       8000-DISPLAY-TOTALS.
           DISPLAY 'DMDPER - AS-OF DATE.........: ' WS-ASOF-DATE.
           DISPLAY 'DMDPER - THIS YEAR RECORDS..: ' WS-TY-RECORDS-READ.
           DISPLAY 'DMDPER - LAST YEAR RECORDS..: ' WS-LY-RECORDS-READ.
           DISPLAY 'DMDPER - LINES PRINTED......: ' WS-CELL-COUNT.
           DISPLAY 'DMDPER - LINES FLAGGED......: ' WS-CELLS-FLAGGED.
           IF WS-CELL-OVERFLOW
               DISPLAY 'DMDPER - CELL TABLE FULL - REPORT INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9999-TERMINATE                                              *
      ******************************************************************
       9999-TERMINATE.
           CLOSE DEMAND-HIST-FILE.
           CLOSE PERIOD-RPT-FILE.
       9999-EXIT.
           EXIT.
