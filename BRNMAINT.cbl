      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    BRNMAINT                                     *
      *    DESCRIPTION.   MAINTAINS THE BRANCH MASTER - EVERY BRANCH   *
      *                   ALLOWED TO SEND ORDERS, WITH ITS NAME,       *
      *                   REGION, OPEN/CLOSED STATUS AND DATES, AND    *
      *                   THE CODE CATEGORIES IT MAY ORDER.  APPLIES   *
      *                   ADD, CHANGE, AND DELETE TRANSACTIONS         *
      *                   DIRECTLY TO THE KEYED BRANCH FILE (VSAM      *
      *                   KSDS) IN PLACE, PRINTS EVERY DISPOSITION ON  *
      *                   A MAINTENANCE REGISTER, AND ROUTES REJECTS   *
      *                   TO A REJECT FILE - THE SAME PATTERN CDMAINT  *
      *                   USES FOR THE CODE MASTER.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BRNMAINT.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  ORDEDIT ONLY CHECKED
      *                      THAT AN ORDER'S BRANCH WAS NOT BLANK, SO
      *                      A MISTYPED OR CLOSED BRANCH'S ORDERS WENT
      *                      STRAIGHT TO ORDACC AND THE DEMAND ROLLUP.
      *                      THE BRANCH MASTER (SEE BRNREC) IS NOW THE
      *                      LIST OF BRANCHES ORDEDIT WILL TAKE ORDERS
      *                      FROM, AND FOR WHICH CATEGORIES.  CLOSE A
      *                      BRANCH (STATUS C, OR A CLOSE DATE) RATHER
      *                      THAN DELETING IT - A CLOSED BRANCH'S
      *                      ORDERS REJECT AS CLOSED, WHICH TELLS THE
      *                      BRANCH MORE THAN NOT ON FILE.  EVERY
      *                      AUTHORIZED CATEGORY MUST BE ACTIVE ON THE
      *                      CATEGORY MASTER (SEE CATMAINT).  THERE IS
      *                      NO CHANGE LOG - THE REGISTER PRINTS THE
      *                      BEFORE VALUES OF EVERY CHANGE AND DELETE
      *                      FOR DATA CONTROL SIGN-OFF.  NOT A NIGHTLY
      *                      STEP, SO THE BUSINESS DATE IS TAKEN THE
      *                      ALSMAINT WAY.  RETURN CODES FOLLOW THE
      *                      CDMAINT CONVENTION: 0 - CLEAN, 4 - ONE OR
      *                      MORE TRANSACTIONS REJECTED, 16 - THE
      *                      BRANCH FILE, CATEGORY FILE, OR
      *                      TRANSACTION FILE COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BR-BRANCH
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CT-CATEGORY
               FILE STATUS IS WS-CATEGORY-FILE-STATUS.
           SELECT BRANCH-TRAN-FILE ASSIGN TO BRNTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-TRAN-STATUS.
           SELECT REJECT-TRAN-FILE ASSIGN TO BRNREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-TRAN-STATUS.
           SELECT REGISTER-FILE ASSIGN TO BRNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE
           COPY BRNREC.
      *
       FD  CATEGORY-FILE
           COPY CATREC.
      *
       FD  BRANCH-TRAN-FILE
           COPY BRNTRN.
      *
       FD  REJECT-TRAN-FILE
           COPY BRNREJ.
      *
       FD  REGISTER-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-TRAN-EOF                 VALUE 'Y'.
           05  WS-TRAN-VALID-SW        PIC X(01) VALUE 'Y'.
               88  WS-TRAN-VALID               VALUE 'Y'.
               88  WS-TRAN-INVALID             VALUE 'N'.
           05  WS-BRANCH-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-BRANCH-FOUND             VALUE 'Y'.
      *
       01  WS-REJECT-REASON.
           05  WS-REJECT-REASON-CODE   PIC X(02) VALUE SPACES.
           05  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
      *
       01  WS-RESULT.
           05  WS-RESULT-CODE          PIC X(02) VALUE SPACES.
           05  WS-RESULT-TEXT          PIC X(30) VALUE SPACES.
      *
       01  WS-PREV-BRANCH              PIC X(04) VALUE LOW-VALUES.
      *
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-NAME          PIC X(30) VALUE SPACES.
           05  WS-BEFORE-REGION        PIC X(04) VALUE SPACES.
           05  WS-BEFORE-STATUS        PIC X(01) VALUE SPACES.
           05  WS-BEFORE-OPEN-DATE     PIC 9(08) VALUE ZERO.
           05  WS-BEFORE-CLOSE-DATE    PIC 9(08) VALUE ZERO.
           05  WS-BEFORE-AUTH-LIST     PIC X(80) VALUE SPACES.
      *
       01  WS-DATE-VALID-SW            PIC X(01) VALUE 'Y'.
           88  WS-DATE-VALID                   VALUE 'Y'.
           88  WS-DATE-INVALID                 VALUE 'N'.
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZERO.
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY            PIC 9(04).
           05  WS-EDIT-MM              PIC 9(02).
           05  WS-EDIT-DD              PIC 9(02).
       77  WS-MONTH-DAYS               PIC 9(02) COMP VALUE ZERO.
       77  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
       77  WS-AUTH-IX                  PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-BRANCH-FILE-STATUS       PIC X(02) VALUE ZERO.
       01  WS-CATEGORY-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-BRANCH-TRAN-STATUS       PIC X(02) VALUE ZERO.
       01  WS-REJECT-TRAN-STATUS       PIC X(02) VALUE ZERO.
       01  WS-REGISTER-STATUS          PIC X(02) VALUE ZERO.
      *
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-COUNT-EDIT                PIC ZZZZZZ9.
      *
       01  WS-TRAN-TOTALS.
           05  WS-TRANS-ADDED          PIC 9(05) COMP VALUE ZERO.
           05  WS-TRANS-CHANGED        PIC 9(05) COMP VALUE ZERO.
           05  WS-TRANS-DELETED        PIC 9(05) COMP VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(05) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-PROCESS-UPDATE    THRU 2000-EXIT
               UNTIL WS-TRAN-EOF.
           PERFORM 7900-WRITE-REGISTER-FOOTER THRU 7900-EXIT.
           PERFORM 8500-SET-RETURN-CODE   THRU 8500-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - OPEN THE KEYED BRANCH FILE FOR UPDATE IN  *
      *    PLACE (DEFINING IT EMPTY ON THE FIRST RUN), THE CATEGORY    *
      *    MASTER FOR THE AUTHORIZATION EDITS, AND THE REMAINING       *
      *    FILES, THEN PRIME THE FIRST TRANSACTION.                    *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN I-O BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS = '35'
               OPEN OUTPUT BRANCH-FILE
               CLOSE BRANCH-FILE
               OPEN I-O BRANCH-FILE
           END-IF.
           IF WS-BRANCH-FILE-STATUS NOT = '00'
               DISPLAY 'BRNMAINT - BRANCH FILE COULD NOT BE OPENED'
               DISPLAY 'BRNMAINT - FILE STATUS = '
                   WS-BRANCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATEGORY-FILE-STATUS NOT = '00'
               DISPLAY 'BRNMAINT - CATEGORY FILE COULD NOT BE OPENED'
               DISPLAY 'BRNMAINT - FILE STATUS = '
                   WS-CATEGORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-TRAN-FILE.
           IF WS-BRANCH-TRAN-STATUS NOT = '00'
               DISPLAY 'BRNMAINT - TRANSACTION FILE COULD NOT BE'
               DISPLAY 'BRNMAINT - OPENED, FILE STATUS = '
                   WS-BRANCH-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               DISPLAY 'BRNMAINT - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'BRNMAINT - BUSDATE CONTROL UNUSABLE - CLOCK '
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
       1200-READ-TRANSACTION.
           READ BRANCH-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           IF WS-TRAN-EOF
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-EDIT-TRANSACTION THRU 1250-EXIT.
           IF WS-TRAN-INVALID
               PERFORM 1300-REJECT-TRANSACTION THRU 1300-EXIT
               GO TO 1200-READ-TRANSACTION
           END-IF.
           MOVE BRT-BRANCH TO WS-PREV-BRANCH.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1250-EDIT-TRANSACTION - THE EDIT PASS, FIRST FAILURE WINS:  *
      *    THE BRANCH MUST BE PRESENT, THE ACTION MUST BE A, C, OR D,  *
      *    AN ADD MUST CARRY A STATUS OF O OR C, A NAME, AND A REGION  *
      *    (A CHANGE MAY LEAVE THE STATUS BLANK), THE DATES MUST BE    *
      *    BLANK OR REAL, THE FILE MUST BE IN ASCENDING BRANCH         *
      *    SEQUENCE, AND EVERY CATEGORY LISTED MUST BE ACTIVE ON THE   *
      *    CATEGORY MASTER.  A DELETE NEEDS ONLY THE BRANCH.           *
      ******************************************************************
       1250-EDIT-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           MOVE SPACES TO WS-REJECT-REASON-TEXT.
           EVALUATE TRUE
               WHEN BRT-BRANCH = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '32' TO WS-REJECT-REASON-CODE
                   MOVE 'MISSING BRANCH' TO WS-REJECT-REASON-TEXT
               WHEN NOT BRT-ADD AND NOT BRT-CHANGE AND NOT BRT-DELETE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '30' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID ACTION CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN BRT-ADD
                AND NOT BRT-OPEN AND NOT BRT-CLOSED
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '31' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID STATUS CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN BRT-CHANGE AND BRT-STATUS NOT = SPACE
                AND NOT BRT-OPEN AND NOT BRT-CLOSED
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '31' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID STATUS CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN BRT-ADD
                AND (BRT-NAME = SPACES OR BRT-REGION = SPACES)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '39' TO WS-REJECT-REASON-CODE
                   MOVE 'MISSING NAME OR REGION'
                       TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-TRAN-VALID AND NOT BRT-DELETE
               PERFORM 1260-EDIT-DATES THRU 1260-EXIT
           END-IF.
           IF WS-TRAN-VALID
            AND BRT-BRANCH < WS-PREV-BRANCH
               SET WS-TRAN-INVALID TO TRUE
               MOVE '33' TO WS-REJECT-REASON-CODE
               MOVE 'TRANSACTION OUT OF SEQUENCE'
                   TO WS-REJECT-REASON-TEXT
           END-IF.
           IF WS-TRAN-VALID AND NOT BRT-DELETE
            AND BRT-AUTH-CATEGORY(1) NOT = '*ALL'
               PERFORM 1280-EDIT-CATEGORY THRU 1280-EXIT
                   VARYING WS-AUTH-IX FROM 1 BY 1
                   UNTIL WS-AUTH-IX > 10
                      OR WS-TRAN-INVALID
           END-IF.
       1250-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1260-EDIT-DATES - A NON-BLANK OPEN OR CLOSE DATE MUST BE    *
      *    NUMERIC AND ZERO OR A REAL CALENDAR DATE.  WHETHER THE      *
      *    CLOSE FALLS BEFORE THE OPEN IS CHECKED AT APPLY TIME,       *
      *    AGAINST THE DATES THE RECORD WILL ACTUALLY CARRY.           *
      ******************************************************************
       1260-EDIT-DATES.
           IF BRT-OPEN-DATE-X NOT = SPACES
               IF BRT-OPEN-DATE-X IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '34' TO WS-REJECT-REASON-CODE
                   MOVE 'BRANCH DATE NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
                   GO TO 1260-EXIT
               END-IF
               MOVE BRT-OPEN-DATE TO WS-EDIT-DATE
               PERFORM 1270-EDIT-ONE-DATE THRU 1270-EXIT
               IF WS-DATE-INVALID
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '35' TO WS-REJECT-REASON-CODE
                   MOVE 'BRANCH DATE NOT ON CALENDAR'
                       TO WS-REJECT-REASON-TEXT
                   GO TO 1260-EXIT
               END-IF
           END-IF.
           IF BRT-CLOSE-DATE-X NOT = SPACES
               IF BRT-CLOSE-DATE-X IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '34' TO WS-REJECT-REASON-CODE
                   MOVE 'BRANCH DATE NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
                   GO TO 1260-EXIT
               END-IF
               MOVE BRT-CLOSE-DATE TO WS-EDIT-DATE
               PERFORM 1270-EDIT-ONE-DATE THRU 1270-EXIT
               IF WS-DATE-INVALID
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '35' TO WS-REJECT-REASON-CODE
                   MOVE 'BRANCH DATE NOT ON CALENDAR'
                       TO WS-REJECT-REASON-TEXT
                   GO TO 1260-EXIT
               END-IF
           END-IF.
       1260-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1270-EDIT-ONE-DATE - IS WS-EDIT-DATE A REAL CALENDAR DATE?  *
      *    ZERO PASSES (IT MEANS NO DATE).  THE LEAP-YEAR RULE IS THE  *
      *    FULL ONE - DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE   *
      *    BY 400 - AS IN PRCMAINT.                                    *
      ******************************************************************
       1270-EDIT-ONE-DATE.
           SET WS-DATE-VALID TO TRUE.
           IF WS-EDIT-DATE = ZERO
               GO TO 1270-EXIT
           END-IF.
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               SET WS-DATE-INVALID TO TRUE
               GO TO 1270-EXIT
           END-IF.
           EVALUATE WS-EDIT-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-EDIT-CCYY BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-EDIT-CCYY BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           DIVIDE WS-EDIT-CCYY BY 400
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
           IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MONTH-DAYS
               SET WS-DATE-INVALID TO TRUE
           END-IF.
       1270-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1280-EDIT-CATEGORY - ONE SLOT OF THE AUTHORIZED-CATEGORY    *
      *    LIST.  A BLANK SLOT IS SKIPPED; ANY OTHER MUST BE ON THE    *
      *    CATEGORY MASTER AND ACTIVE, WITH THE SAME REASON CODES      *
      *    CDMAINT USES FOR A CODE'S CATEGORY.                         *
      ******************************************************************
       1280-EDIT-CATEGORY.
           IF BRT-AUTH-CATEGORY(WS-AUTH-IX) = SPACES
               GO TO 1280-EXIT
           END-IF.
           MOVE BRT-AUTH-CATEGORY(WS-AUTH-IX) TO CT-CATEGORY.
           READ CATEGORY-FILE
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '37' TO WS-REJECT-REASON-CODE
                   MOVE 'CATEGORY NOT ON CATEGORY TABLE'
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   IF NOT CT-ACTIVE
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE '38' TO WS-REJECT-REASON-CODE
                       MOVE 'CATEGORY IS INACTIVE'
                           TO WS-REJECT-REASON-TEXT
                   END-IF
           END-READ.
       1280-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-REJECT-TRANSACTION - ROUTE THE BAD TRANSACTION TO THE  *
      *    REJECT FILE WITH ITS REASON AND PRINT IT ON THE REGISTER.   *
      ******************************************************************
       1300-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED.
           PERFORM 1350-WRITE-REJECT-RECORD THRU 1350-EXIT.
           MOVE WS-REJECT-REASON-CODE TO WS-RESULT-CODE.
           MOVE WS-REJECT-REASON-TEXT TO WS-RESULT-TEXT.
           PERFORM 7300-WRITE-REGISTER-LINE THRU 7300-EXIT.
       1300-EXIT.
           EXIT.
      *
       1350-WRITE-REJECT-RECORD.
           MOVE BRT-ACTION       TO BRJ-ACTION.
           MOVE BRT-BRANCH       TO BRJ-BRANCH.
           MOVE BRT-NAME         TO BRJ-NAME.
           MOVE BRT-REGION       TO BRJ-REGION.
           MOVE BRT-STATUS       TO BRJ-STATUS.
           MOVE BRT-OPEN-DATE-X  TO BRJ-OPEN-DATE.
           MOVE BRT-CLOSE-DATE-X TO BRJ-CLOSE-DATE.
           MOVE BRT-AUTH-LIST    TO BRJ-AUTH-LIST.
           MOVE WS-REJECT-REASON-CODE TO BRJ-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO BRJ-REASON-TEXT.
           MOVE WS-RUN-DATE TO BRJ-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO BRJ-TIME.
           WRITE BRANCH-REJECT-RECORD.
       1350-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-UPDATE - APPLY THE CURRENT (ALREADY EDITED)    *
      *    TRANSACTION DIRECTLY TO THE KEYED BRANCH FILE, THEN READ    *
      *    THE NEXT ONE.                                               *
      ******************************************************************
       2000-PROCESS-UPDATE.
           PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT.
           PERFORM 1200-READ-TRANSACTION  THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-APPLY-TRANSACTION - READ THE BRANCH BY KEY, THEN ADD   *
      *    (WRITE), CHANGE (REWRITE), OR DELETE IT IN PLACE.  AN ADD   *
      *    FOR A BRANCH ALREADY ON FILE AND A CHANGE OR DELETE FOR     *
      *    ONE NOT ON FILE ARE REJECTED, AS IN CDMAINT.                *
      ******************************************************************
       4000-APPLY-TRANSACTION.
           PERFORM 4200-READ-BRANCH THRU 4200-EXIT.
           EVALUATE TRUE
               WHEN BRT-ADD AND WS-BRANCH-FOUND
                   MOVE '10' TO WS-RESULT-CODE
                   MOVE 'REJECTED - BRANCH ON FILE'
                       TO WS-RESULT-TEXT
                   PERFORM 4400-REJECT-APPLY THRU 4400-EXIT
               WHEN BRT-ADD
                   PERFORM 4100-ADD-BRANCH THRU 4100-EXIT
               WHEN BRT-CHANGE AND WS-BRANCH-FOUND
                   PERFORM 4150-CHANGE-BRANCH THRU 4150-EXIT
               WHEN BRT-DELETE AND WS-BRANCH-FOUND
                   PERFORM 4180-DELETE-BRANCH THRU 4180-EXIT
               WHEN OTHER
                   MOVE '20' TO WS-RESULT-CODE
                   MOVE 'REJECTED - BRANCH NOT ON FILE'
                       TO WS-RESULT-TEXT
                   PERFORM 4400-REJECT-APPLY THRU 4400-EXIT
           END-EVALUATE.
           PERFORM 7300-WRITE-REGISTER-LINE THRU 7300-EXIT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4100-ADD-BRANCH - A BLANK DATE IS ZERO.  A BRANCH ADDED     *
      *    CLOSED WITH NO CLOSE DATE IS CLOSED AS OF THE RUN DATE.     *
      ******************************************************************
       4100-ADD-BRANCH.
           MOVE BRT-BRANCH      TO BR-BRANCH.
           MOVE BRT-NAME        TO BR-NAME.
           MOVE BRT-REGION      TO BR-REGION.
           MOVE BRT-STATUS      TO BR-STATUS.
           MOVE ZERO            TO BR-OPEN-DATE.
           MOVE ZERO            TO BR-CLOSE-DATE.
           IF BRT-OPEN-DATE-X NOT = SPACES
               MOVE BRT-OPEN-DATE TO BR-OPEN-DATE
           END-IF.
           IF BRT-CLOSE-DATE-X NOT = SPACES
               MOVE BRT-CLOSE-DATE TO BR-CLOSE-DATE
           END-IF.
           IF BR-CLOSED AND BR-CLOSE-DATE = ZERO
               MOVE WS-RUN-DATE TO BR-CLOSE-DATE
           END-IF.
           PERFORM 4600-LOAD-AUTH-LIST THRU 4600-EXIT.
           MOVE WS-RUN-DATE     TO BR-LAST-MAINT.
           IF BR-OPEN-DATE > ZERO AND BR-CLOSE-DATE > ZERO
            AND BR-CLOSE-DATE < BR-OPEN-DATE
               PERFORM 4350-REJECT-CLOSE-DATE THRU 4350-EXIT
               GO TO 4100-EXIT
           END-IF.
           WRITE BRANCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-BRANCH-FILE-STATUS = '00'
               MOVE '00' TO WS-RESULT-CODE
               MOVE 'BRANCH ADDED' TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-ADDED
           ELSE
               PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4150-CHANGE-BRANCH - A BLANK NAME, REGION, STATUS, OR DATE  *
      *    LEAVES THE FILE'S VALUE ALONE.  CLOSING A BRANCH WITH NO    *
      *    CLOSE DATE ON FILE OR GIVEN CLOSES IT AS OF THE RUN DATE;   *
      *    REOPENING ONE WITHOUT A NEW CLOSE DATE CLEARS THE OLD ONE.  *
      *    A CATEGORY LIST, IF GIVEN, REPLACES THE WHOLE LIST.         *
      ******************************************************************
       4150-CHANGE-BRANCH.
           IF BRT-NAME NOT = SPACES
               MOVE BRT-NAME TO BR-NAME
           END-IF.
           IF BRT-REGION NOT = SPACES
               MOVE BRT-REGION TO BR-REGION
           END-IF.
           IF BRT-OPEN-DATE-X NOT = SPACES
               MOVE BRT-OPEN-DATE TO BR-OPEN-DATE
           END-IF.
           IF BRT-CLOSE-DATE-X NOT = SPACES
               MOVE BRT-CLOSE-DATE TO BR-CLOSE-DATE
           END-IF.
           IF BRT-STATUS NOT = SPACE
               MOVE BRT-STATUS TO BR-STATUS
               IF BRT-CLOSED AND BR-CLOSE-DATE = ZERO
                   MOVE WS-RUN-DATE TO BR-CLOSE-DATE
               END-IF
               IF BRT-OPEN AND BRT-CLOSE-DATE-X = SPACES
                   MOVE ZERO TO BR-CLOSE-DATE
               END-IF
           END-IF.
           IF BRT-AUTH-LIST NOT = SPACES
               PERFORM 4600-LOAD-AUTH-LIST THRU 4600-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO BR-LAST-MAINT.
           IF BR-OPEN-DATE > ZERO AND BR-CLOSE-DATE > ZERO
            AND BR-CLOSE-DATE < BR-OPEN-DATE
               PERFORM 4350-REJECT-CLOSE-DATE THRU 4350-EXIT
               GO TO 4150-EXIT
           END-IF.
           REWRITE BRANCH-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-BRANCH-FILE-STATUS = '00'
               MOVE '00' TO WS-RESULT-CODE
               MOVE 'BRANCH CHANGED' TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-CHANGED
           ELSE
               PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
           END-IF.
       4150-EXIT.
           EXIT.
      *
       4180-DELETE-BRANCH.
           DELETE BRANCH-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-BRANCH-FILE-STATUS = '00'
               MOVE '00' TO WS-RESULT-CODE
               MOVE 'BRANCH DELETED' TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-DELETED
           ELSE
               PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
           END-IF.
       4180-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4200-READ-BRANCH - KEYED READ OF THE BRANCH FILE FOR THE    *
      *    CURRENT TRANSACTION.  NOT-ON-FILE IS A NORMAL OUTCOME, NOT  *
      *    AN ERROR.  A BRANCH FOUND IS SAVED AS THE BEFORE IMAGE FOR  *
      *    THE REGISTER.                                               *
      ******************************************************************
       4200-READ-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND-SW.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE ZERO TO WS-BEFORE-OPEN-DATE.
           MOVE ZERO TO WS-BEFORE-CLOSE-DATE.
           MOVE BRT-BRANCH TO BR-BRANCH.
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BRANCH-FOUND TO TRUE
                   MOVE BR-NAME       TO WS-BEFORE-NAME
                   MOVE BR-REGION     TO WS-BEFORE-REGION
                   MOVE BR-STATUS     TO WS-BEFORE-STATUS
                   MOVE BR-OPEN-DATE  TO WS-BEFORE-OPEN-DATE
                   MOVE BR-CLOSE-DATE TO WS-BEFORE-CLOSE-DATE
                   MOVE BR-AUTH-LIST  TO WS-BEFORE-AUTH-LIST
           END-READ.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4300-RECORD-IO-FAILURE - A KEYED WRITE, REWRITE, OR DELETE  *
      *    DID NOT TAKE.  COUNT IT AS A REJECT AND ROUTE THE           *
      *    TRANSACTION TO THE REJECT FILE, AS IN CDMAINT.              *
      ******************************************************************
       4300-RECORD-IO-FAILURE.
           MOVE '40' TO WS-RESULT-CODE.
           MOVE SPACES TO WS-RESULT-TEXT.
           STRING 'BRANCH UPDATE FAILED - ST '
               WS-BRANCH-FILE-STATUS
               DELIMITED BY SIZE INTO WS-RESULT-TEXT.
           PERFORM 4400-REJECT-APPLY THRU 4400-EXIT.
       4300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4350-REJECT-CLOSE-DATE - THE DATES THE RECORD WOULD CARRY   *
      *    HAVE IT CLOSING BEFORE IT OPENS.  NOTHING IS WRITTEN.       *
      ******************************************************************
       4350-REJECT-CLOSE-DATE.
           MOVE '36' TO WS-RESULT-CODE.
           MOVE 'REJECTED - CLOSE BEFORE OPEN' TO WS-RESULT-TEXT.
           PERFORM 4400-REJECT-APPLY THRU 4400-EXIT.
       4350-EXIT.
           EXIT.
      *
       4400-REJECT-APPLY.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE WS-RESULT-CODE TO WS-REJECT-REASON-CODE.
           MOVE WS-RESULT-TEXT TO WS-REJECT-REASON-TEXT.
           PERFORM 1350-WRITE-REJECT-RECORD THRU 1350-EXIT.
       4400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4600-LOAD-AUTH-LIST - REPLACE THE BRANCH'S AUTHORIZED       *
      *    CATEGORIES WITH THE TRANSACTION'S, CLOSING UP ANY BLANK     *
      *    SLOTS SO BR-AUTH-COUNT COVERS THEM ALL.  *ALL LEAVES THE    *
      *    LIST EMPTY - THE BRANCH MAY ORDER ANY CATEGORY.             *
      ******************************************************************
       4600-LOAD-AUTH-LIST.
           MOVE SPACES TO BR-AUTH-LIST.
           MOVE ZERO TO BR-AUTH-COUNT.
           IF BRT-AUTH-CATEGORY(1) = '*ALL'
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4610-LOAD-ONE-CATEGORY THRU 4610-EXIT
               VARYING WS-AUTH-IX FROM 1 BY 1
               UNTIL WS-AUTH-IX > 10.
       4600-EXIT.
           EXIT.
      *
       4610-LOAD-ONE-CATEGORY.
           IF BRT-AUTH-CATEGORY(WS-AUTH-IX) NOT = SPACES
               ADD 1 TO BR-AUTH-COUNT
               MOVE BRT-AUTH-CATEGORY(WS-AUTH-IX)
                   TO BR-AUTH-CATEGORY(BR-AUTH-COUNT)
           END-IF.
       4610-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-REGISTER-HEADERS - TITLE AND RUN-DATE LINES.     *
      ******************************************************************
       7200-WRITE-REGISTER-HEADERS.
           MOVE 'BRNMAINT BRANCH MAINTENANCE REGISTER'
               TO WS-REPORT-LINE.
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
      *    7300-WRITE-REGISTER-LINE - TWO LINES PER TRANSACTION: THE   *
      *    ACTION, THE BRANCH AS KEYED, AND WHAT BECAME OF IT, THEN    *
      *    THE DATES AND CATEGORY LIST AS KEYED.  AN APPLIED CHANGE    *
      *    OR DELETE ADDS THE VALUES THE FILE HELD BEFORE.             *
      ******************************************************************
       7300-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACTION: ' BRT-ACTION
               '  BRANCH: ' BRT-BRANCH
               '  NAME: ' BRT-NAME
               '  REGION: ' BRT-REGION
               '  STATUS: ' BRT-STATUS
               '  ' WS-RESULT-CODE
               ' - ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF NOT BRT-DELETE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     OPEN: ' BRT-OPEN-DATE-X
                   '  CLOSE: ' BRT-CLOSE-DATE-X
                   '  CATEGORIES: ' BRT-AUTH-LIST
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-RESULT-CODE = '00'
            AND (BRT-CHANGE OR BRT-DELETE)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     WAS  NAME: ' WS-BEFORE-NAME
                   '  REGION: ' WS-BEFORE-REGION
                   '  STATUS: ' WS-BEFORE-STATUS
                   '  OPEN: ' WS-BEFORE-OPEN-DATE
                   '  CLOSE: ' WS-BEFORE-CLOSE-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     WAS  CATEGORIES: ' WS-BEFORE-AUTH-LIST
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       7300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7900-WRITE-REGISTER-FOOTER - END-OF-JOB TOTALS FOR DATA     *
      *    CONTROL SIGN-OFF.                                           *
      ******************************************************************
       7900-WRITE-REGISTER-FOOTER.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-ADDED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BRANCHES ADDED...: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-CHANGED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BRANCHES CHANGED.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-DELETED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BRANCHES DELETED.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-REJECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TRANS REJECTED...: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 4 IF ANY TRANSACTION WAS REJECTED,   *
      *    ELSE 0.  AN UNUSABLE INPUT FILE ALREADY STOPPED THE RUN     *
      *    WITH 16.                                                    *
      ******************************************************************
       8500-SET-RETURN-CODE.
           IF WS-TRANS-REJECTED > ZERO
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
           CLOSE BRANCH-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE BRANCH-TRAN-FILE.
           CLOSE REJECT-TRAN-FILE.
           CLOSE REGISTER-FILE.
       9999-EXIT.
           EXIT.
