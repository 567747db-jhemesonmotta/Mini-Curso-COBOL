      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    PRCMAINT                                     *
      *    DESCRIPTION.   MAINTAINS THE CODE PRICE FILE USED BY THE    *
      *                   ORDEDIT ORDER VALUATION.  APPLIES ADD,       *
      *                   CHANGE, AND DELETE TRANSACTIONS AGAINST THE  *
      *                   EFFECTIVE-DATED PRICE PERIODS DIRECTLY TO    *
      *                   THE KEYED PRICE FILE (VSAM KSDS) IN PLACE,   *
      *                   PRINTS EVERY DISPOSITION ON A MAINTENANCE    *
      *                   REGISTER, AND ROUTES REJECTS TO A REJECT     *
      *                   FILE - THE SAME PATTERN CDMAINT USES FOR     *
      *                   THE CODE MASTER.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRCMAINT.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  ORDERS CARRIED ONLY A
      *                      QUANTITY AND NOBODY COULD SAY WHAT A
      *                      DAY'S ACCEPTED ORDERS WERE WORTH - THE
      *                      PRICE FILE GIVES ORDEDIT A UNIT PRICE PER
      *                      CODE AND ORDER DATE.  A PRICE IS KEPT AS
      *                      A DATED PERIOD (SEE PRCREC) SO NEXT
      *                      MONTH'S PRICE CAN BE LOADED TODAY.  AN
      *                      ADD MUST BE FOR A CODE ON THE CODE
      *                      MASTER, AND AN ADD OR CHANGE THAT WOULD
      *                      OVERLAP ANOTHER PERIOD FOR THE SAME CODE
      *                      IS REJECTED (RESULT 24) - TWO PRICES IN
      *                      EFFECT ON ONE DATE WOULD MAKE THE ORDER
      *                      VALUE DEPEND ON KEY ORDER.  TO REPLACE AN
      *                      OPEN-ENDED PRICE, CLOSE IT WITH A CHANGE
      *                      AND ADD THE NEW PERIOD IN THE SAME RUN -
      *                      SORTED INPUT APPLIES THEM IN THAT ORDER.
      *                      THERE IS NO CHANGE LOG - THE REGISTER
      *                      PRINTS THE BEFORE VALUES OF EVERY CHANGE
      *                      AND DELETE FOR DATA CONTROL SIGN-OFF.
      *                      NOT A NIGHTLY STEP, SO THE BUSINESS DATE
      *                      IS TAKEN THE ALSMAINT WAY.  RETURN CODES
      *                      FOLLOW THE CDMAINT CONVENTION: 0 - CLEAN,
      *                      4 - ONE OR MORE TRANSACTIONS REJECTED,
      *                      16 - THE PRICE FILE, CODE MASTER, OR
      *                      TRANSACTION FILE COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-FILE ASSIGN TO PRICEMST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PRICE-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CODE-MASTER-STATUS.
           SELECT PRICE-TRAN-FILE ASSIGN TO PRCTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-TRAN-STATUS.
           SELECT REJECT-TRAN-FILE ASSIGN TO PRCREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-TRAN-STATUS.
           SELECT REGISTER-FILE ASSIGN TO PRCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-FILE
           COPY PRCREC.
      *
       FD  CODE-MASTER-FILE
           COPY CODEREC.
      *
       FD  PRICE-TRAN-FILE
           COPY PRCTRN.
      *
       FD  REJECT-TRAN-FILE
           COPY PRCREJ.
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
           05  WS-PRICE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-PRICE-FOUND              VALUE 'Y'.
           05  WS-CODE-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-CODE-FOUND               VALUE 'Y'.
           05  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF                 VALUE 'Y'.
           05  WS-OVERLAP-SW           PIC X(01) VALUE 'N'.
               88  WS-OVERLAP                  VALUE 'Y'.
      *
       01  WS-REJECT-REASON.
           05  WS-REJECT-REASON-CODE   PIC X(02) VALUE SPACES.
           05  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
      *
       01  WS-RESULT.
           05  WS-RESULT-CODE          PIC X(02) VALUE SPACES.
           05  WS-RESULT-TEXT          PIC X(30) VALUE SPACES.
      *
       01  WS-TRAN-KEY.
           05  WS-TRAN-KEY-CODE        PIC X(08) VALUE SPACES.
           05  WS-TRAN-KEY-FROM        PIC 9(08) VALUE ZERO.
       01  WS-PREV-TRAN-KEY            PIC X(16) VALUE LOW-VALUES.
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
      *
       01  WS-TRAN-EFF-TO              PIC 9(08) VALUE ZERO.
      *
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-EFF-TO        PIC 9(08) VALUE ZERO.
           05  WS-BEFORE-PRICE         PIC 9(05)V99 VALUE ZERO.
       01  WS-AFTER-IMAGE.
           05  WS-AFTER-EFF-TO         PIC 9(08) VALUE ZERO.
           05  WS-AFTER-PRICE          PIC 9(05)V99 VALUE ZERO.
      *
       01  WS-PERIOD-END               PIC 9(08) VALUE ZERO.
       01  WS-OTHER-END                PIC 9(08) VALUE ZERO.
       01  WS-CONFLICT-FROM            PIC 9(08) VALUE ZERO.
       01  WS-CONFLICT-TO              PIC 9(08) VALUE ZERO.
      *
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-PRICE-FILE-STATUS        PIC X(02) VALUE ZERO.
       01  WS-CODE-MASTER-STATUS       PIC X(02) VALUE ZERO.
       01  WS-PRICE-TRAN-STATUS        PIC X(02) VALUE ZERO.
       01  WS-REJECT-TRAN-STATUS       PIC X(02) VALUE ZERO.
       01  WS-REGISTER-STATUS          PIC X(02) VALUE ZERO.
      *
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-COUNT-EDIT                PIC ZZZZZZ9.
       01  WS-PRICE-EDIT                PIC ZZ,ZZ9.99.
       01  WS-PRICE-EDIT-2              PIC ZZ,ZZ9.99.
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
      *    1000-INITIALIZE - OPEN THE KEYED PRICE FILE FOR UPDATE IN   *
      *    PLACE (DEFINING IT EMPTY ON THE FIRST RUN), THE CODE        *
      *    MASTER FOR THE ADD EDIT, AND THE REMAINING FILES, THEN      *
      *    PRIME THE FIRST TRANSACTION.                                *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN I-O PRICE-FILE.
           IF WS-PRICE-FILE-STATUS = '35'
               OPEN OUTPUT PRICE-FILE
               CLOSE PRICE-FILE
               OPEN I-O PRICE-FILE
           END-IF.
           IF WS-PRICE-FILE-STATUS NOT = '00'
               DISPLAY 'PRCMAINT - PRICE FILE COULD NOT BE OPENED'
               DISPLAY 'PRCMAINT - FILE STATUS = ' WS-PRICE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'PRCMAINT - CODE MASTER FILE COULD NOT BE'
               DISPLAY 'PRCMAINT - OPENED, FILE STATUS = '
                   WS-CODE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRICE-TRAN-FILE.
           IF WS-PRICE-TRAN-STATUS NOT = '00'
               DISPLAY 'PRCMAINT - TRANSACTION FILE COULD NOT BE'
               DISPLAY 'PRCMAINT - OPENED, FILE STATUS = '
                   WS-PRICE-TRAN-STATUS
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
               DISPLAY 'PRCMAINT - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'PRCMAINT - BUSDATE CONTROL UNUSABLE - CLOCK '
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
           READ PRICE-TRAN-FILE
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
           MOVE WS-TRAN-KEY TO WS-PREV-TRAN-KEY.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1250-EDIT-TRANSACTION - THE EDIT PASS, FIRST FAILURE WINS:  *
      *    THE CODE MUST BE PRESENT, THE ACTION MUST BE A, C, OR D,    *
      *    THE DATES MUST BE BLANK, ZERO, OR REAL CALENDAR DATES WITH  *
      *    FROM NOT AFTER TO, AN ADD MUST CARRY A NUMERIC PRICE (A     *
      *    CHANGE MAY LEAVE IT BLANK), THE FILE MUST BE IN ASCENDING   *
      *    CODE/FROM-DATE SEQUENCE, AND AN ADD MUST BE FOR A CODE ON   *
      *    THE CODE MASTER.                                            *
      ******************************************************************
       1250-EDIT-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           MOVE SPACES TO WS-REJECT-REASON-TEXT.
           MOVE PT-CODE TO WS-TRAN-KEY-CODE.
           MOVE ZERO TO WS-TRAN-KEY-FROM.
           EVALUATE TRUE
               WHEN PT-CODE = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '32' TO WS-REJECT-REASON-CODE
                   MOVE 'MISSING CODE' TO WS-REJECT-REASON-TEXT
               WHEN NOT PT-ADD AND NOT PT-CHANGE AND NOT PT-DELETE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '30' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID ACTION CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-TRAN-VALID
               PERFORM 1260-EDIT-EFF-DATES THRU 1260-EXIT
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 1280-EDIT-PRICE THRU 1280-EXIT
           END-IF.
           IF WS-TRAN-VALID
            AND WS-TRAN-KEY < WS-PREV-TRAN-KEY
               SET WS-TRAN-INVALID TO TRUE
               MOVE '33' TO WS-REJECT-REASON-CODE
               MOVE 'TRANSACTION OUT OF SEQUENCE'
                   TO WS-REJECT-REASON-TEXT
           END-IF.
           IF WS-TRAN-VALID AND PT-ADD
               PERFORM 1290-EDIT-CODE-ON-MASTER THRU 1290-EXIT
           END-IF.
       1250-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1260-EDIT-EFF-DATES - EDIT THE PERIOD DATES, FIRST FAILURE  *
      *    WINS.  A BLANK FROM IS ZERO (OPEN SINCE THE BEGINNING) AND  *
      *    IS PART OF THE KEY; A BLANK TO IS ZERO ON AN ADD AND        *
      *    LEAVE-ALONE ON A CHANGE.  A NON-BLANK FIELD MUST BE         *
      *    NUMERIC AND ZERO OR A REAL CALENDAR DATE, AND WHEN BOTH     *
      *    ARE NONZERO THE FROM MUST NOT BE AFTER THE TO.              *
      ******************************************************************
       1260-EDIT-EFF-DATES.
           MOVE ZERO TO WS-TRAN-EFF-TO.
           IF PT-EFF-FROM-X NOT = SPACES
               IF PT-EFF-FROM-X IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '34' TO WS-REJECT-REASON-CODE
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
                   GO TO 1260-EXIT
               END-IF
               MOVE PT-EFF-FROM TO WS-TRAN-KEY-FROM
               MOVE PT-EFF-FROM TO WS-EDIT-DATE
               PERFORM 1270-EDIT-ONE-DATE THRU 1270-EXIT
               IF WS-DATE-INVALID
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '35' TO WS-REJECT-REASON-CODE
                   MOVE 'EFFECTIVE DATE NOT ON CALENDAR'
                       TO WS-REJECT-REASON-TEXT
                   GO TO 1260-EXIT
               END-IF
           END-IF.
           IF PT-EFF-TO-X NOT = SPACES
               IF PT-EFF-TO-X IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '34' TO WS-REJECT-REASON-CODE
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
                   GO TO 1260-EXIT
               END-IF
               MOVE PT-EFF-TO TO WS-TRAN-EFF-TO
               MOVE PT-EFF-TO TO WS-EDIT-DATE
               PERFORM 1270-EDIT-ONE-DATE THRU 1270-EXIT
               IF WS-DATE-INVALID
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '35' TO WS-REJECT-REASON-CODE
                   MOVE 'EFFECTIVE DATE NOT ON CALENDAR'
                       TO WS-REJECT-REASON-TEXT
                   GO TO 1260-EXIT
               END-IF
           END-IF.
           IF WS-TRAN-KEY-FROM > ZERO
            AND WS-TRAN-EFF-TO > ZERO
            AND WS-TRAN-KEY-FROM > WS-TRAN-EFF-TO
               SET WS-TRAN-INVALID TO TRUE
               MOVE '36' TO WS-REJECT-REASON-CODE
               MOVE 'EFF FROM DATE AFTER EFF TO'
                   TO WS-REJECT-REASON-TEXT
           END-IF.
       1260-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1270-EDIT-ONE-DATE - IS WS-EDIT-DATE A REAL CALENDAR DATE?  *
      *    ZERO PASSES (IT MEANS THAT SIDE IS OPEN).  THE LEAP-YEAR    *
      *    RULE IS THE FULL ONE - DIVISIBLE BY 4, EXCEPT CENTURIES     *
      *    NOT DIVISIBLE BY 400.                                       *
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
      *    1280-EDIT-PRICE - AN ADD MUST CARRY A NUMERIC UNIT PRICE;   *
      *    A CHANGE MAY LEAVE IT BLANK (LEAVE THE FILE'S PRICE ALONE)  *
      *    BUT A NON-BLANK PRICE MUST BE NUMERIC.  A DELETE IGNORES    *
      *    IT.                                                         *
      ******************************************************************
       1280-EDIT-PRICE.
           IF PT-DELETE
               GO TO 1280-EXIT
           END-IF.
           IF PT-CHANGE AND PT-UNIT-PRICE-X = SPACES
               GO TO 1280-EXIT
           END-IF.
           IF PT-UNIT-PRICE-X IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE '37' TO WS-REJECT-REASON-CODE
               MOVE 'UNIT PRICE NOT NUMERIC'
                   TO WS-REJECT-REASON-TEXT
           END-IF.
       1280-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1290-EDIT-CODE-ON-MASTER - A NEW PRICE MUST BE FOR A CODE   *
      *    WE CARRY.  A CHANGE OR DELETE IS NOT CHECKED - CLEARING     *
      *    UP THE PRICES OF A CODE ALREADY GONE FROM THE MASTER IS     *
      *    EXACTLY WHAT THOSE ARE FOR.                                 *
      ******************************************************************
       1290-EDIT-CODE-ON-MASTER.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           MOVE PT-CODE TO CM-CODE.
           READ CODE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CODE-FOUND TO TRUE
           END-READ.
           IF NOT WS-CODE-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE '38' TO WS-REJECT-REASON-CODE
               MOVE 'CODE NOT ON CODE MASTER'
                   TO WS-REJECT-REASON-TEXT
           END-IF.
       1290-EXIT.
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
           MOVE PT-ACTION       TO PRJ-ACTION.
           MOVE PT-CODE         TO PRJ-CODE.
           MOVE PT-EFF-FROM-X   TO PRJ-EFF-FROM.
           MOVE PT-EFF-TO-X     TO PRJ-EFF-TO.
           MOVE PT-UNIT-PRICE-X TO PRJ-UNIT-PRICE.
           MOVE WS-REJECT-REASON-CODE TO PRJ-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO PRJ-REASON-TEXT.
           MOVE WS-RUN-DATE TO PRJ-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO PRJ-TIME.
           WRITE PRICE-REJECT-RECORD.
       1350-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-UPDATE - APPLY THE CURRENT (ALREADY EDITED)    *
      *    TRANSACTION DIRECTLY TO THE KEYED PRICE FILE, THEN READ     *
      *    THE NEXT ONE.                                               *
      ******************************************************************
       2000-PROCESS-UPDATE.
           PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT.
           PERFORM 1200-READ-TRANSACTION  THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-APPLY-TRANSACTION - READ THE PRICE PERIOD BY CODE AND  *
      *    FROM DATE, THEN ADD (WRITE), CHANGE (REWRITE), OR DELETE    *
      *    IT IN PLACE.  AN ADD FOR A PERIOD ALREADY ON FILE AND A     *
      *    CHANGE OR DELETE FOR ONE NOT ON FILE ARE REJECTED, AS IN    *
      *    CDMAINT.  AN ADD OR CHANGE IS SETTLED IN WS-AFTER-IMAGE     *
      *    AND CHECKED FOR OVERLAP WITH THE CODE'S OTHER PERIODS       *
      *    BEFORE THE FILE IS TOUCHED.                                 *
      ******************************************************************
       4000-APPLY-TRANSACTION.
           PERFORM 4200-READ-PRICE THRU 4200-EXIT.
           EVALUATE TRUE
               WHEN PT-ADD AND WS-PRICE-FOUND
                   MOVE '10' TO WS-RESULT-CODE
                   MOVE 'REJECTED - PRICE ALREADY ON FILE'
                       TO WS-RESULT-TEXT
                   PERFORM 4400-REJECT-APPLY THRU 4400-EXIT
               WHEN PT-ADD
                   MOVE WS-TRAN-EFF-TO TO WS-AFTER-EFF-TO
                   MOVE PT-UNIT-PRICE  TO WS-AFTER-PRICE
                   PERFORM 4100-ADD-PRICE THRU 4100-EXIT
               WHEN PT-CHANGE AND WS-PRICE-FOUND
                   MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                   IF PT-EFF-TO-X NOT = SPACES
                       MOVE WS-TRAN-EFF-TO TO WS-AFTER-EFF-TO
                   END-IF
                   IF PT-UNIT-PRICE-X NOT = SPACES
                       MOVE PT-UNIT-PRICE TO WS-AFTER-PRICE
                   END-IF
                   PERFORM 4150-CHANGE-PRICE THRU 4150-EXIT
               WHEN PT-DELETE AND WS-PRICE-FOUND
                   DELETE PRICE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-PRICE-FILE-STATUS = '00'
                       MOVE '00' TO WS-RESULT-CODE
                       MOVE 'PRICE DELETED' TO WS-RESULT-TEXT
                       ADD 1 TO WS-TRANS-DELETED
                   ELSE
                       PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
                   END-IF
               WHEN OTHER
                   MOVE '20' TO WS-RESULT-CODE
                   MOVE 'REJECTED - PRICE NOT ON FILE'
                       TO WS-RESULT-TEXT
                   PERFORM 4400-REJECT-APPLY THRU 4400-EXIT
           END-EVALUATE.
           PERFORM 7300-WRITE-REGISTER-LINE THRU 7300-EXIT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4100-ADD-PRICE - WRITE THE NEW PERIOD UNLESS IT OVERLAPS    *
      *    ONE ALREADY ON FILE FOR THE CODE.                           *
      ******************************************************************
       4100-ADD-PRICE.
           PERFORM 4500-CHECK-OVERLAP THRU 4500-EXIT.
           IF WS-OVERLAP
               PERFORM 4450-REJECT-OVERLAP THRU 4450-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-TRAN-KEY-CODE TO PR-CODE.
           MOVE WS-TRAN-KEY-FROM TO PR-EFF-FROM.
           MOVE WS-AFTER-EFF-TO  TO PR-EFF-TO.
           MOVE WS-AFTER-PRICE   TO PR-UNIT-PRICE.
           MOVE WS-RUN-DATE      TO PR-LAST-MAINT.
           WRITE PRICE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-PRICE-FILE-STATUS = '00'
               MOVE '00' TO WS-RESULT-CODE
               MOVE 'PRICE ADDED' TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-ADDED
           ELSE
               PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4150-CHANGE-PRICE - REWRITE THE PERIOD WITH THE MERGED TO   *
      *    DATE AND PRICE.  A MERGED RESULT WITH FROM AFTER TO IS      *
      *    REJECTED (RESULT 22, AS IN CDMAINT), AND SO IS A WIDENED    *
      *    PERIOD THAT WOULD NOW OVERLAP ANOTHER.  THE OVERLAP SCAN    *
      *    MOVES THE FILE POSITION, SO THE PERIOD IS READ AGAIN BY     *
      *    KEY BEFORE THE REWRITE.                                     *
      ******************************************************************
       4150-CHANGE-PRICE.
           IF WS-TRAN-KEY-FROM > ZERO
            AND WS-AFTER-EFF-TO > ZERO
            AND WS-TRAN-KEY-FROM > WS-AFTER-EFF-TO
               MOVE '22' TO WS-RESULT-CODE
               MOVE 'REJECTED - FROM AFTER TO DATE'
                   TO WS-RESULT-TEXT
               PERFORM 4400-REJECT-APPLY THRU 4400-EXIT
               GO TO 4150-EXIT
           END-IF.
           PERFORM 4500-CHECK-OVERLAP THRU 4500-EXIT.
           IF WS-OVERLAP
               PERFORM 4450-REJECT-OVERLAP THRU 4450-EXIT
               GO TO 4150-EXIT
           END-IF.
           PERFORM 4200-READ-PRICE THRU 4200-EXIT.
           MOVE WS-AFTER-EFF-TO  TO PR-EFF-TO.
           MOVE WS-AFTER-PRICE   TO PR-UNIT-PRICE.
           MOVE WS-RUN-DATE      TO PR-LAST-MAINT.
           REWRITE PRICE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PRICE-FILE-STATUS = '00'
               MOVE '00' TO WS-RESULT-CODE
               MOVE 'PRICE CHANGED' TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-CHANGED
           ELSE
               PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
           END-IF.
       4150-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4200-READ-PRICE - KEYED READ OF THE PRICE FILE FOR THE      *
      *    CURRENT TRANSACTION'S CODE AND FROM DATE.  NOT-ON-FILE IS   *
      *    A NORMAL OUTCOME, NOT AN ERROR.  A PERIOD FOUND IS SAVED    *
      *    AS THE BEFORE IMAGE FOR THE REGISTER.                       *
      ******************************************************************
       4200-READ-PRICE.
           MOVE 'N' TO WS-PRICE-FOUND-SW.
           MOVE ZERO TO WS-BEFORE-EFF-TO.
           MOVE ZERO TO WS-BEFORE-PRICE.
           MOVE WS-TRAN-KEY-CODE TO PR-CODE.
           MOVE WS-TRAN-KEY-FROM TO PR-EFF-FROM.
           READ PRICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PRICE-FOUND TO TRUE
                   MOVE PR-EFF-TO     TO WS-BEFORE-EFF-TO
                   MOVE PR-UNIT-PRICE TO WS-BEFORE-PRICE
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
           STRING 'PRICE UPDATE FAILED - ST '
               WS-PRICE-FILE-STATUS
               DELIMITED BY SIZE INTO WS-RESULT-TEXT.
           PERFORM 4400-REJECT-APPLY THRU 4400-EXIT.
       4300-EXIT.
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
       4450-REJECT-OVERLAP.
           MOVE '24' TO WS-RESULT-CODE.
           MOVE 'REJECTED - OVERLAPS A PERIOD'
               TO WS-RESULT-TEXT.
           PERFORM 4400-REJECT-APPLY THRU 4400-EXIT.
       4450-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4500-CHECK-OVERLAP - BROWSE EVERY OTHER PERIOD ON FILE FOR  *
      *    THE CODE AND SET THE OVERLAP SWITCH IF ANY SHARES A DATE    *
      *    WITH THE PERIOD BEING ADDED OR CHANGED.  AN OPEN (ZERO) TO  *
      *    DATE RUNS TO THE END OF TIME.  THE FIRST CONFLICT FOUND IS  *
      *    KEPT FOR THE REGISTER.                                      *
      ******************************************************************
       4500-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SW.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE WS-AFTER-EFF-TO TO WS-PERIOD-END.
           IF WS-PERIOD-END = ZERO
               MOVE 99999999 TO WS-PERIOD-END
           END-IF.
           MOVE WS-TRAN-KEY-CODE TO PR-CODE.
           MOVE ZERO TO PR-EFF-FROM.
           START PRICE-FILE KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 4510-CHECK-ONE-PERIOD THRU 4510-EXIT
               UNTIL WS-SCAN-EOF OR WS-OVERLAP.
       4500-EXIT.
           EXIT.
      *
       4510-CHECK-ONE-PERIOD.
           READ PRICE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 4510-EXIT
           END-READ.
           IF PR-CODE NOT = WS-TRAN-KEY-CODE
               SET WS-SCAN-EOF TO TRUE
               GO TO 4510-EXIT
           END-IF.
           IF PR-EFF-FROM = WS-TRAN-KEY-FROM
               GO TO 4510-EXIT
           END-IF.
           MOVE PR-EFF-TO TO WS-OTHER-END.
           IF WS-OTHER-END = ZERO
               MOVE 99999999 TO WS-OTHER-END
           END-IF.
           IF PR-EFF-FROM NOT > WS-PERIOD-END
            AND WS-TRAN-KEY-FROM NOT > WS-OTHER-END
               SET WS-OVERLAP TO TRUE
               MOVE PR-EFF-FROM TO WS-CONFLICT-FROM
               MOVE PR-EFF-TO   TO WS-CONFLICT-TO
           END-IF.
       4510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-REGISTER-HEADERS - TITLE AND RUN-DATE LINES.     *
      ******************************************************************
       7200-WRITE-REGISTER-HEADERS.
           MOVE 'PRCMAINT CODE PRICE MAINTENANCE REGISTER'
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
      *    7300-WRITE-REGISTER-LINE - ONE LINE PER TRANSACTION:        *
      *    ACTION, THE PERIOD AS KEYED, AND WHAT BECAME OF IT.  AN     *
      *    APPLIED CHANGE OR DELETE ADDS A LINE WITH THE VALUES THE    *
      *    FILE HELD BEFORE, AND AN OVERLAP REJECT ADDS A LINE NAMING  *
      *    THE PERIOD IT RAN INTO.                                     *
      ******************************************************************
       7300-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACTION: ' PT-ACTION
               '  CODE: ' PT-CODE
               '  FROM: ' PT-EFF-FROM-X
               '  TO: ' PT-EFF-TO-X
               '  PRICE: ' PT-UNIT-PRICE-X
               '  ' WS-RESULT-CODE
               ' - ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-RESULT-CODE = '00'
            AND (PT-CHANGE OR PT-DELETE)
               MOVE WS-BEFORE-PRICE TO WS-PRICE-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     WAS  TO: ' WS-BEFORE-EFF-TO
                   '  PRICE: ' WS-PRICE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-RESULT-CODE = '00' AND PT-CHANGE
               MOVE WS-AFTER-PRICE TO WS-PRICE-EDIT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     NOW  TO: ' WS-AFTER-EFF-TO
                   '  PRICE: ' WS-PRICE-EDIT-2
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-RESULT-CODE = '24'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     CONFLICTS WITH PERIOD FROM: '
                   WS-CONFLICT-FROM
                   '  TO: ' WS-CONFLICT-TO
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
           STRING 'PRICES ADDED...: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-CHANGED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRICES CHANGED.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-DELETED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRICES DELETED.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-REJECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TRANS REJECTED.: ' WS-COUNT-EDIT
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
           CLOSE PRICE-FILE.
           CLOSE CODE-MASTER-FILE.
           CLOSE PRICE-TRAN-FILE.
           CLOSE REJECT-TRAN-FILE.
           CLOSE REGISTER-FILE.
       9999-EXIT.
           EXIT.
