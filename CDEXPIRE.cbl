      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    CDEXPIRE                                     *
      *    DESCRIPTION.   EXPIRING-CODES EARLY WARNING REPORT.  LISTS  *
      *                   EVERY ACTIVE CODE ON THE CODE MASTER WHOSE   *
      *                   EFFECTIVE-TO DATE FALLS WITHIN A LOOK-AHEAD  *
      *                   WINDOW, AND EVERY CODE TAKING EFFECT WITHIN  *
      *                   THE SAME WINDOW THAT IS NOT YET LIVE.  EACH  *
      *                   EXPIRING CODE IS CROSS-REFERENCED TO RECENT  *
      *                   ACTIVITY - ORDER QUANTITY FROM THE           *
      *                   ACCEPTED-ORDERS (ORDACC) GENERATIONS, ITS    *
      *                   CATEGORY'S DEMAND FROM THE DAILY SUMMARY     *
      *                   (ORDSUMF) GENERATIONS, AND LOOKUP COUNTS     *
      *                   FROM THE HELLO AUDIT FILE - AND CODES        *
      *                   BRANCHES ARE STILL ORDERING OR SEARCHING     *
      *                   RANK AT THE TOP, SO PRODUCT MANAGEMENT CAN   *
      *                   EXTEND THEM OR ARRANGE A REPLACEMENT BEFORE  *
      *                   ORDERS START BOUNCING.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CDEXPIRE.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  A CODE'S EFFECTIVE-TO
      *                      DATE USED TO BE NOTICED ONLY WHEN HELLO
      *                      AND ORDEDIT STARTED FAILING IT.  THE
      *                      WINDOWS COME FROM THE EXPPARM CARD (30
      *                      DAYS AHEAD, 7 BACK WHEN THE CARD OR A
      *                      FIELD IS MISSING).  ORDACC CARRIES NO
      *                      DATE, SO ITS LOOK-BACK IS WHATEVER
      *                      GENERATIONS THE JCL CONCATENATES; THE
      *                      SUMMARY AND AUDIT ENTRIES ARE FILTERED ON
      *                      THEIR OWN DATES.  THE ACTIVITY FILES ARE
      *                      OPTIONAL - A MISSING ONE IS NOTED ON THE
      *                      REPORT AND ITS COLUMN PRINTS ZERO.  THE
      *                      REPORT IS WEEKLY, NOT NIGHTLY, SO THE
      *                      BUSINESS DATE IS NOT ENFORCED.  RETURN
      *                      CODES: 0 - REPORT PRODUCED, 4 - PRODUCED
      *                      BUT THE CODE OR CATEGORY TABLE OVERFLOWED,
      *                      16 - THE CODE MASTER COULD NOT BE OPENED
      *                      OR THE PARM CARD IS UNUSABLE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CODE-MASTER-STATUS.
           SELECT EXPIRE-PARM-FILE ASSIGN TO EXPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRE-PARM-STATUS.
           SELECT ORDER-ACC-FILE ASSIGN TO ORDACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-ACC-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO ORDSUMF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT EXPIRE-RPT-FILE ASSIGN TO EXPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRE-RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CODE-MASTER-FILE
           COPY CODEREC.
      *
       FD  EXPIRE-PARM-FILE
           COPY EXPPARM.
      *
       FD  ORDER-ACC-FILE
           COPY ORDREC.
      *
       FD  SUMMARY-FILE
           COPY SUMREC.
      *
       FD  AUDIT-FILE
           COPY AUDREC.
      *
       FD  EXPIRE-RPT-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       77  WS-CODE-TABLE-MAX        PIC 9(04) COMP VALUE 500.
      *
       01  WS-CODE-TABLE-AREA.
           05  WS-CODE-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-CODE-ENTRY       OCCURS 500 TIMES.
               10  XC-SORT-KEY.
                   15  XC-IDLE-SW  PIC X(01).
                   15  XC-DATE     PIC 9(08).
                   15  XC-CODE     PIC X(08).
               10  XC-TYPE         PIC X(01).
                   88  XC-EXPIRING         VALUE 'E'.
                   88  XC-PENDING          VALUE 'P'.
               10  XC-DESC         PIC X(30).
               10  XC-CATEGORY     PIC X(08).
               10  XC-DAYS         PIC 9(05) COMP.
               10  XC-ORDER-COUNT  PIC 9(07) COMP.
               10  XC-ORDER-QTY    PIC 9(09) COMP.
               10  XC-LOOKUPS      PIC 9(07) COMP.
               10  XC-PICKED-SW    PIC X(01).
                   88  XC-PICKED           VALUE 'Y'.
      *
       77  WS-CAT-TABLE-MAX         PIC 9(04) COMP VALUE 100.
      *
       01  WS-CAT-TABLE-AREA.
           05  WS-CAT-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-CAT-ENTRY        OCCURS 100 TIMES.
               10  XK-CATEGORY     PIC X(08).
               10  XK-QTY          PIC 9(09) COMP.
      *
       01  WS-SWITCHES.
           05  WS-EOF-MASTER-SW    PIC X(01) VALUE 'N'.
               88  WS-EOF-MASTER            VALUE 'Y'.
           05  WS-EOF-ORDER-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-ORDER             VALUE 'Y'.
           05  WS-EOF-SUMMARY-SW   PIC X(01) VALUE 'N'.
               88  WS-EOF-SUMMARY           VALUE 'Y'.
           05  WS-EOF-AUDIT-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-AUDIT             VALUE 'Y'.
           05  WS-CODE-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88  WS-CODE-OVERFLOW         VALUE 'Y'.
           05  WS-CAT-OVERFLOW-SW  PIC X(01) VALUE 'N'.
               88  WS-CAT-OVERFLOW          VALUE 'Y'.
           05  WS-ORDERS-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-ORDERS-OPEN           VALUE 'Y'.
           05  WS-SUMMARY-OPEN-SW  PIC X(01) VALUE 'N'.
               88  WS-SUMMARY-OPEN          VALUE 'Y'.
           05  WS-AUDIT-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-AUDIT-OPEN            VALUE 'Y'.
      *
       77  WS-HIT-IX                PIC 9(04) COMP VALUE ZERO.
       77  WS-SCAN-IX               PIC 9(04) COMP VALUE ZERO.
       77  WS-BEST-IX               PIC 9(04) COMP VALUE ZERO.
       77  WS-CAT-IX                PIC 9(04) COMP VALUE ZERO.
       77  WS-RANK                  PIC 9(04) COMP VALUE ZERO.
       77  WS-PRINTED-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-BEST-KEY              PIC X(17) VALUE SPACES.
       01  WS-PICK-TYPE             PIC X(01) VALUE SPACES.
       01  WS-MATCH-CODE            PIC X(08) VALUE SPACES.
      *
       01  WS-CODE-MASTER-STATUS    PIC X(02) VALUE ZERO.
       01  WS-EXPIRE-PARM-STATUS    PIC X(02) VALUE ZERO.
       01  WS-ORDER-ACC-STATUS      PIC X(02) VALUE ZERO.
       01  WS-SUMMARY-STATUS        PIC X(02) VALUE ZERO.
       01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-EXPIRE-RPT-STATUS     PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-AHEAD-DAYS            PIC 9(03) VALUE 30.
       01  WS-BACK-DAYS             PIC 9(03) VALUE 7.
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-THROUGH-DATE          PIC 9(08) VALUE ZERO.
       01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DAY-INT           PIC 9(07) VALUE ZERO.
       01  WS-DAY-NUMBER            PIC 9(07) VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-CODES-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-CODES-EXPIRING   PIC 9(07) COMP VALUE ZERO.
           05  WS-CODES-IN-USE     PIC 9(07) COMP VALUE ZERO.
           05  WS-CODES-PENDING    PIC 9(07) COMP VALUE ZERO.
           05  WS-ORDERS-READ      PIC 9(09) COMP VALUE ZERO.
           05  WS-SUMMARIES-READ   PIC 9(09) COMP VALUE ZERO.
           05  WS-LOOKUPS-READ     PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-RANK-EDIT              PIC ZZZ9.
       01  WS-DAYS-EDIT              PIC ZZZZ9.
       01  WS-COUNT-EDIT             PIC ZZZZZZZZ9.
       01  WS-COUNT-EDIT-2           PIC ZZZZZZZZ9.
       01  WS-COUNT-EDIT-3           PIC ZZZZZZZZ9.
       01  WS-IN-USE-FLAG            PIC X(08) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-TALLY-ORDERS       THRU 2000-EXIT.
           PERFORM 3000-TALLY-SUMMARIES    THRU 3000-EXIT.
           PERFORM 4000-TALLY-LOOKUPS      THRU 4000-EXIT.
           PERFORM 5000-SET-RANK-KEYS      THRU 5000-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-CODE-COUNT.
           PERFORM 7000-WRITE-REPORT       THRU 7000-EXIT.
           PERFORM 8000-DISPLAY-TOTALS     THRU 8000-EXIT.
           PERFORM 8500-SET-RETURN-CODE    THRU 8500-EXIT.
           PERFORM 9999-TERMINATE          THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE BUSINESS DATE AND THE WINDOWS, *
      *    THEN LOAD EVERY CODE EXPIRING OR TAKING EFFECT WITHIN THE   *
      *    LOOK-AHEAD WINDOW FROM THE CODE MASTER.  AN UNREADABLE CODE *
      *    MASTER ABORTS THE RUN WITH RETURN-CODE 16.                  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-DAY-NUMBER = WS-RUN-DAY-INT + WS-AHEAD-DAYS.
           COMPUTE WS-THROUGH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           COMPUTE WS-DAY-NUMBER = WS-RUN-DAY-INT - WS-BACK-DAYS.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'CDEXPIRE - CODE MASTER FILE COULD NOT BE OPENED'
               DISPLAY 'CDEXPIRE - FILE STATUS = ' WS-CODE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-CODES THRU 1100-EXIT
               UNTIL WS-EOF-MASTER.
           CLOSE CODE-MASTER-FILE.
           OPEN OUTPUT EXPIRE-RPT-FILE.
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
               DISPLAY 'CDEXPIRE - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'CDEXPIRE - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-LOAD-CODES - READ THE CODE MASTER IN KEY ORDER AND     *
      *    KEEP EACH ACTIVE CODE THAT IS EITHER LIVE NOW AND EXPIRING  *
      *    WITHIN THE WINDOW, OR NOT YET LIVE AND TAKING EFFECT WITHIN *
      *    IT.  A NON-NUMERIC DATE FIELD (A RECORD LOADED BEFORE THE   *
      *    FIELDS EXISTED) IS TREATED AS OPEN, AS HELLO AND ORDEDIT    *
      *    TREAT IT.                                                   *
      ******************************************************************
       1100-LOAD-CODES.
           READ CODE-MASTER-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-CODES-READ.
           IF NOT CM-ACTIVE
               GO TO 1100-EXIT
           END-IF.
           IF CM-EFF-FROM IS NUMERIC
            AND CM-EFF-FROM > WS-RUN-DATE
               IF CM-EFF-FROM NOT > WS-THROUGH-DATE
                   MOVE 'P' TO WS-PICK-TYPE
                   PERFORM 1150-ADD-CODE-ENTRY THRU 1150-EXIT
               END-IF
               GO TO 1100-EXIT
           END-IF.
           IF CM-EFF-TO IS NUMERIC
            AND CM-EFF-TO NOT = ZERO
            AND CM-EFF-TO NOT < WS-RUN-DATE
            AND CM-EFF-TO NOT > WS-THROUGH-DATE
               MOVE 'E' TO WS-PICK-TYPE
               PERFORM 1150-ADD-CODE-ENTRY THRU 1150-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1150-ADD-CODE-ENTRY - ADD THE CODE TO THE REPORT TABLE AS   *
      *    AN EXPIRING (E) OR PENDING (P) ENTRY, WITH THE DAYS LEFT TO *
      *    ITS EXPIRY OR ITS GO-LIVE DATE, AND MAKE SURE ITS CATEGORY  *
      *    IS ON THE CATEGORY DEMAND TABLE.  A FULL TABLE SETS THE     *
      *    OVERFLOW SWITCH AND THE CODE IS LEFT OFF THE REPORT.        *
      ******************************************************************
       1150-ADD-CODE-ENTRY.
           IF WS-CODE-COUNT = WS-CODE-TABLE-MAX
               SET WS-CODE-OVERFLOW TO TRUE
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-CODE-COUNT.
           MOVE WS-CODE-COUNT TO WS-HIT-IX.
           MOVE WS-PICK-TYPE TO XC-TYPE(WS-HIT-IX).
           MOVE CM-CODE      TO XC-CODE(WS-HIT-IX).
           MOVE CM-DESC      TO XC-DESC(WS-HIT-IX).
           MOVE CM-CATEGORY  TO XC-CATEGORY(WS-HIT-IX).
           IF XC-EXPIRING(WS-HIT-IX)
               MOVE CM-EFF-TO TO XC-DATE(WS-HIT-IX)
               ADD 1 TO WS-CODES-EXPIRING
           ELSE
               MOVE CM-EFF-FROM TO XC-DATE(WS-HIT-IX)
               ADD 1 TO WS-CODES-PENDING
           END-IF.
           COMPUTE XC-DAYS(WS-HIT-IX) =
               FUNCTION INTEGER-OF-DATE(XC-DATE(WS-HIT-IX))
               - WS-RUN-DAY-INT.
           MOVE SPACE TO XC-IDLE-SW(WS-HIT-IX).
           MOVE ZERO  TO XC-ORDER-COUNT(WS-HIT-IX).
           MOVE ZERO  TO XC-ORDER-QTY(WS-HIT-IX).
           MOVE ZERO  TO XC-LOOKUPS(WS-HIT-IX).
           MOVE SPACE TO XC-PICKED-SW(WS-HIT-IX).
           PERFORM 1160-ADD-CATEGORY THRU 1160-EXIT.
       1150-EXIT.
           EXIT.
      *
       1160-ADD-CATEGORY.
           MOVE ZERO TO WS-CAT-IX.
           PERFORM 1170-MATCH-CATEGORY THRU 1170-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-CAT-COUNT
                  OR WS-CAT-IX > ZERO.
           IF WS-CAT-IX > ZERO
               GO TO 1160-EXIT
           END-IF.
           IF WS-CAT-COUNT = WS-CAT-TABLE-MAX
               SET WS-CAT-OVERFLOW TO TRUE
               GO TO 1160-EXIT
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE CM-CATEGORY TO XK-CATEGORY(WS-CAT-COUNT).
           MOVE ZERO TO XK-QTY(WS-CAT-COUNT).
       1160-EXIT.
           EXIT.
      *
       1170-MATCH-CATEGORY.
           IF XK-CATEGORY(WS-SCAN-IX) = CM-CATEGORY
               MOVE WS-SCAN-IX TO WS-CAT-IX
           END-IF.
       1170-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-READ-PARM-CARD - THE WINDOWS ARE OPTIONAL: NO PARM     *
      *    FILE, AN EMPTY ONE, OR A ZERO FIELD KEEPS THE COMPILED      *
      *    DEFAULT.  A FIELD THAT IS PRESENT BUT NOT NUMERIC IS        *
      *    OPERATOR ERROR AND STOPS THE RUN.                           *
      ******************************************************************
       1200-READ-PARM-CARD.
           OPEN INPUT EXPIRE-PARM-FILE.
           IF WS-EXPIRE-PARM-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           READ EXPIRE-PARM-FILE
               AT END
                   CLOSE EXPIRE-PARM-FILE
                   GO TO 1200-EXIT
               NOT AT END
                   CONTINUE
           END-READ.
           IF (XPP-AHEAD-DAYS-X NOT = SPACES
               AND XPP-AHEAD-DAYS-X IS NOT NUMERIC)
            OR (XPP-BACK-DAYS-X NOT = SPACES
               AND XPP-BACK-DAYS-X IS NOT NUMERIC)
               DISPLAY 'CDEXPIRE - EXPPARM WINDOW DAYS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF XPP-AHEAD-DAYS-X IS NUMERIC
            AND XPP-AHEAD-DAYS > ZERO
               MOVE XPP-AHEAD-DAYS TO WS-AHEAD-DAYS
           END-IF.
           IF XPP-BACK-DAYS-X IS NUMERIC
            AND XPP-BACK-DAYS > ZERO
               MOVE XPP-BACK-DAYS TO WS-BACK-DAYS
           END-IF.
           CLOSE EXPIRE-PARM-FILE.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-TALLY-ORDERS - ADD EVERY ACCEPTED ORDER FOR A LISTED   *
      *    CODE INTO ITS ORDER COUNT AND QUANTITY.  ORDACC IS THE      *
      *    RECENT GENERATIONS CONCATENATED BY THE JCL; IF IT CANNOT BE *
      *    OPENED THE ORDER COLUMNS PRINT ZERO AND THE REPORT SAYS SO. *
      ******************************************************************
       2000-TALLY-ORDERS.
           OPEN INPUT ORDER-ACC-FILE.
           IF WS-ORDER-ACC-STATUS NOT = '00'
               DISPLAY 'CDEXPIRE - ORDACC NOT AVAILABLE - NO ORDER '
                   'ACTIVITY'
               GO TO 2000-EXIT
           END-IF.
           SET WS-ORDERS-OPEN TO TRUE.
           PERFORM 2100-TALLY-ONE-ORDER THRU 2100-EXIT
               UNTIL WS-EOF-ORDER.
           CLOSE ORDER-ACC-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-TALLY-ONE-ORDER.
           READ ORDER-ACC-FILE
               AT END
                   SET WS-EOF-ORDER TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-ORDERS-READ.
           MOVE ORD-CODE TO WS-MATCH-CODE.
           PERFORM 6000-FIND-CODE THRU 6000-EXIT.
           IF WS-HIT-IX = ZERO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO XC-ORDER-COUNT(WS-HIT-IX).
           IF ORD-QTY IS NUMERIC
               ADD ORD-QTY TO XC-ORDER-QTY(WS-HIT-IX)
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-TALLY-SUMMARIES - ADD THE QUANTITY ON EVERY DAILY      *
      *    SUMMARY RECORD WITHIN THE LOOK-BACK WINDOW INTO ITS         *
      *    CATEGORY'S DEMAND, FOR THE CATEGORIES OF THE LISTED CODES.  *
      *    ORDSUMF IS OPTIONAL LIKE ORDACC.                            *
      ******************************************************************
       3000-TALLY-SUMMARIES.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = '00'
               DISPLAY 'CDEXPIRE - ORDSUMF NOT AVAILABLE - NO '
                   'CATEGORY DEMAND'
               GO TO 3000-EXIT
           END-IF.
           SET WS-SUMMARY-OPEN TO TRUE.
           PERFORM 3100-TALLY-ONE-SUMMARY THRU 3100-EXIT
               UNTIL WS-EOF-SUMMARY.
           CLOSE SUMMARY-FILE.
       3000-EXIT.
           EXIT.
      *
       3100-TALLY-ONE-SUMMARY.
           READ SUMMARY-FILE
               AT END
                   SET WS-EOF-SUMMARY TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-SUMMARIES-READ.
           IF SUM-RUN-DATE < WS-FROM-DATE
            OR SUM-RUN-DATE > WS-RUN-DATE
               GO TO 3100-EXIT
           END-IF.
           MOVE ZERO TO WS-CAT-IX.
           PERFORM 3150-MATCH-SUMMARY-CATEGORY THRU 3150-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-CAT-COUNT
                  OR WS-CAT-IX > ZERO.
           IF WS-CAT-IX > ZERO
               ADD SUM-QTY-TOTAL TO XK-QTY(WS-CAT-IX)
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3150-MATCH-SUMMARY-CATEGORY.
           IF XK-CATEGORY(WS-SCAN-IX) = SUM-CATEGORY
               MOVE WS-SCAN-IX TO WS-CAT-IX
           END-IF.
       3150-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-TALLY-LOOKUPS - COUNT EVERY HELLO SEARCH OF A LISTED   *
      *    CODE WITHIN THE LOOK-BACK WINDOW, FOUND OR NOT - A SEARCH   *
      *    FOR A CODE NOT YET LIVE IS BRANCHES ALREADY ASKING FOR IT.  *
      *    THE AUDIT FILE IS OPTIONAL LIKE ORDACC.                     *
      ******************************************************************
       4000-TALLY-LOOKUPS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'CDEXPIRE - AUDFILE NOT AVAILABLE - NO LOOKUP '
                   'ACTIVITY'
               GO TO 4000-EXIT
           END-IF.
           SET WS-AUDIT-OPEN TO TRUE.
           PERFORM 4100-TALLY-ONE-LOOKUP THRU 4100-EXIT
               UNTIL WS-EOF-AUDIT.
           CLOSE AUDIT-FILE.
       4000-EXIT.
           EXIT.
      *
       4100-TALLY-ONE-LOOKUP.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF-AUDIT TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-LOOKUPS-READ.
           IF AUD-DATE < WS-FROM-DATE
            OR AUD-DATE > WS-RUN-DATE
               GO TO 4100-EXIT
           END-IF.
           MOVE AUD-KEY TO WS-MATCH-CODE.
           PERFORM 6000-FIND-CODE THRU 6000-EXIT.
           IF WS-HIT-IX > ZERO
               ADD 1 TO XC-LOOKUPS(WS-HIT-IX)
           END-IF.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-SET-RANK-KEYS - AN EXPIRING CODE WITH ANY RECENT       *
      *    ORDERS OR LOOKUPS IS IN USE AND SORTS AHEAD OF THE IDLE     *
      *    ONES; WITHIN EACH GROUP THE SOONEST EXPIRY COMES FIRST,     *
      *    THEN THE CODE.                                              *
      ******************************************************************
       5000-SET-RANK-KEYS.
           IF XC-ORDER-COUNT(WS-SCAN-IX) > ZERO
            OR XC-LOOKUPS(WS-SCAN-IX) > ZERO
               MOVE '0' TO XC-IDLE-SW(WS-SCAN-IX)
               IF XC-EXPIRING(WS-SCAN-IX)
                   ADD 1 TO WS-CODES-IN-USE
               END-IF
           ELSE
               MOVE '1' TO XC-IDLE-SW(WS-SCAN-IX)
           END-IF.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-FIND-CODE - LOCATE WS-MATCH-CODE ON THE REPORT TABLE;  *
      *    WS-HIT-IX IS ZERO WHEN THE CODE IS NOT LISTED.              *
      ******************************************************************
       6000-FIND-CODE.
           MOVE ZERO TO WS-HIT-IX.
           PERFORM 6100-MATCH-CODE THRU 6100-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-CODE-COUNT
                  OR WS-HIT-IX > ZERO.
       6000-EXIT.
           EXIT.
      *
       6100-MATCH-CODE.
           IF XC-CODE(WS-SCAN-IX) = WS-MATCH-CODE
               MOVE WS-SCAN-IX TO WS-HIT-IX
           END-IF.
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-WRITE-REPORT - HEADINGS AND WINDOWS, THE EXPIRING      *
      *    CODES RANKED IN-USE FIRST, THE CODES TAKING EFFECT SOON,    *
      *    THEN NOTES FOR ANY ACTIVITY FILE THAT WAS MISSING OR TABLE  *
      *    THAT OVERFLOWED.                                            *
      ******************************************************************
       7000-WRITE-REPORT.
           MOVE 'CDEXPIRE EXPIRING CODES EARLY WARNING REPORT'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOOK-AHEAD: ' WS-AHEAD-DAYS
               ' DAYS THROUGH ' WS-THROUGH-DATE
               '  ACTIVITY SINCE: ' WS-FROM-DATE
               ' (' WS-BACK-DAYS ' DAYS)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'CODES EXPIRING IN THE WINDOW - STILL IN USE FIRST'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RANK  CODE      CATEGORY  EXPIRES   DAYS'
               '     ORDERS  ORDER QTY'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'E' TO WS-PICK-TYPE.
           MOVE ZERO TO WS-RANK.
           MOVE ZERO TO WS-PRINTED-COUNT.
           PERFORM 7100-PRINT-NEXT-CODE THRU 7100-EXIT
               UNTIL WS-PRINTED-COUNT = WS-CODES-EXPIRING.
           IF WS-CODES-EXPIRING = ZERO
               MOVE '    NONE' TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'CODES TAKING EFFECT IN THE WINDOW - NOT YET ACTIVE'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      CODE      CATEGORY  EFFECTIVE DAYS'
               '  DESCRIPTION'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'P' TO WS-PICK-TYPE.
           MOVE ZERO TO WS-RANK.
           MOVE ZERO TO WS-PRINTED-COUNT.
           PERFORM 7100-PRINT-NEXT-CODE THRU 7100-EXIT
               UNTIL WS-PRINTED-COUNT = WS-CODES-PENDING.
           IF WS-CODES-PENDING = ZERO
               MOVE '    NONE' TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           PERFORM 7900-WRITE-FOOTER THRU 7900-EXIT.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7100-PRINT-NEXT-CODE - PICK THE UNPRINTED ENTRY OF THE      *
      *    CURRENT TYPE WITH THE LOWEST RANK KEY AND PRINT IT - THE    *
      *    TABLE IS TOO SMALL TO BE WORTH A SORT STEP.                 *
      ******************************************************************
       7100-PRINT-NEXT-CODE.
           MOVE ZERO TO WS-BEST-IX.
           MOVE HIGH-VALUES TO WS-BEST-KEY.
           PERFORM 7110-SCAN-LOWEST THRU 7110-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-CODE-COUNT.
           IF WS-BEST-IX = ZERO
               IF WS-PICK-TYPE = 'E'
                   MOVE WS-CODES-EXPIRING TO WS-PRINTED-COUNT
               ELSE
                   MOVE WS-CODES-PENDING TO WS-PRINTED-COUNT
               END-IF
               GO TO 7100-EXIT
           END-IF.
           SET XC-PICKED(WS-BEST-IX) TO TRUE.
           ADD 1 TO WS-PRINTED-COUNT.
           ADD 1 TO WS-RANK.
           PERFORM 7120-FIND-CATEGORY-QTY THRU 7120-EXIT.
           MOVE XC-DAYS(WS-BEST-IX) TO WS-DAYS-EDIT.
           MOVE XC-LOOKUPS(WS-BEST-IX) TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           IF XC-EXPIRING(WS-BEST-IX)
               MOVE WS-RANK TO WS-RANK-EDIT
               MOVE XC-ORDER-COUNT(WS-BEST-IX) TO WS-COUNT-EDIT
               MOVE XC-ORDER-QTY(WS-BEST-IX) TO WS-COUNT-EDIT-3
               IF XC-IDLE-SW(WS-BEST-IX) = '0'
                   MOVE 'IN USE' TO WS-IN-USE-FLAG
               ELSE
                   MOVE SPACES TO WS-IN-USE-FLAG
               END-IF
               STRING WS-RANK-EDIT '  ' XC-CODE(WS-BEST-IX)
                   '  ' XC-CATEGORY(WS-BEST-IX)
                   '  ' XC-DATE(WS-BEST-IX)
                   ' ' WS-DAYS-EDIT
                   '  ' WS-COUNT-EDIT
                   '  ' WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-CAT-IX = ZERO
                   MOVE ZERO TO WS-COUNT-EDIT
               ELSE
                   MOVE XK-QTY(WS-CAT-IX) TO WS-COUNT-EDIT
               END-IF
               STRING '      ' XC-DESC(WS-BEST-IX)
                   '   LOOKUPS: ' WS-COUNT-EDIT-2
                   '  CATEGORY QTY: ' WS-COUNT-EDIT
                   '  ' WS-IN-USE-FLAG
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING '      ' XC-CODE(WS-BEST-IX)
                   '  ' XC-CATEGORY(WS-BEST-IX)
                   '  ' XC-DATE(WS-BEST-IX)
                   ' ' WS-DAYS-EDIT
                   '  ' XC-DESC(WS-BEST-IX)
                   '   LOOKUPS: ' WS-COUNT-EDIT-2
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7100-EXIT.
           EXIT.
      *
       7110-SCAN-LOWEST.
           IF XC-TYPE(WS-SCAN-IX) = WS-PICK-TYPE
            AND NOT XC-PICKED(WS-SCAN-IX)
            AND XC-SORT-KEY(WS-SCAN-IX) < WS-BEST-KEY
               MOVE WS-SCAN-IX TO WS-BEST-IX
               MOVE XC-SORT-KEY(WS-SCAN-IX) TO WS-BEST-KEY
           END-IF.
       7110-EXIT.
           EXIT.
      *
       7120-FIND-CATEGORY-QTY.
           MOVE ZERO TO WS-CAT-IX.
           PERFORM 7130-MATCH-CODE-CATEGORY THRU 7130-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-CAT-COUNT
                  OR WS-CAT-IX > ZERO.
       7120-EXIT.
           EXIT.
      *
       7130-MATCH-CODE-CATEGORY.
           IF XK-CATEGORY(WS-SCAN-IX) = XC-CATEGORY(WS-BEST-IX)
               MOVE WS-SCAN-IX TO WS-CAT-IX
           END-IF.
       7130-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7900-WRITE-FOOTER - COUNTS, AND A NOTE FOR EVERY ACTIVITY   *
      *    FILE THAT WAS NOT AVAILABLE (ITS COLUMN PRINTED ZERO) OR    *
      *    TABLE THAT OVERFLOWED.                                      *
      ******************************************************************
       7900-WRITE-FOOTER.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-CODES-EXPIRING TO WS-COUNT-EDIT.
           MOVE WS-CODES-IN-USE TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CODES EXPIRING: ' WS-COUNT-EDIT
               '  STILL IN USE: ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-CODES-PENDING TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CODES TAKING EFFECT: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF NOT WS-ORDERS-OPEN
               MOVE '** ORDACC NOT AVAILABLE - ORDER COLUMNS ARE ZERO'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF NOT WS-SUMMARY-OPEN
               MOVE '** ORDSUMF NOT AVAILABLE - CATEGORY QTY IS ZERO'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF NOT WS-AUDIT-OPEN
               MOVE '** AUDFILE NOT AVAILABLE - LOOKUPS ARE ZERO'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-CODE-OVERFLOW
               MOVE '** CODE TABLE FULL - SOME CODES NOT LISTED **'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-CAT-OVERFLOW
               MOVE '** CATEGORY TABLE FULL - SOME CATEGORY QTY ZERO **'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-DISPLAY-TOTALS - END-OF-JOB SUMMARY COUNTS.            *
      ******************************************************************
       8000-DISPLAY-TOTALS.
           DISPLAY 'CDEXPIRE - CODES READ......: ' WS-CODES-READ.
           DISPLAY 'CDEXPIRE - CODES EXPIRING..: ' WS-CODES-EXPIRING.
           DISPLAY 'CDEXPIRE - STILL IN USE....: ' WS-CODES-IN-USE.
           DISPLAY 'CDEXPIRE - CODES PENDING...: ' WS-CODES-PENDING.
           DISPLAY 'CDEXPIRE - ORDERS READ.....: ' WS-ORDERS-READ.
           DISPLAY 'CDEXPIRE - SUMMARIES READ..: ' WS-SUMMARIES-READ.
           DISPLAY 'CDEXPIRE - LOOKUPS READ....: ' WS-LOOKUPS-READ.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 4 IF THE CODE OR CATEGORY TABLE      *
      *    OVERFLOWED AND THE REPORT IS INCOMPLETE, ELSE 0.  AN        *
      *    UNUSABLE CODE MASTER OR PARM CARD ALREADY STOPPED THE RUN   *
      *    WITH 16.                                                    *
      ******************************************************************
       8500-SET-RETURN-CODE.
           IF WS-CODE-OVERFLOW OR WS-CAT-OVERFLOW
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9999-TERMINATE                                              *
      ******************************************************************
       9999-TERMINATE.
           CLOSE EXPIRE-RPT-FILE.
       9999-EXIT.
           EXIT.
