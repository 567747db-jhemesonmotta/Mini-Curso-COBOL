      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    CATMAINT                                     *
      *    DESCRIPTION.   MAINTAINS THE CATEGORY MASTER - THE TABLE    *
      *                   OF LEGAL CM-CATEGORY VALUES, WITH THEIR      *
      *                   DESCRIPTIONS AND OWNING DEPARTMENTS.         *
      *                   APPLIES ADD, CHANGE, AND DELETE              *
      *                   TRANSACTIONS DIRECTLY TO THE KEYED CATEGORY  *
      *                   FILE (VSAM KSDS) IN PLACE, PRINTS EVERY      *
      *                   DISPOSITION ON A MAINTENANCE REGISTER, AND   *
      *                   ROUTES REJECTS TO A REJECT FILE - THE SAME   *
      *                   PATTERN CDMAINT USES FOR THE CODE MASTER.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CATMAINT.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  CM-CATEGORY WAS FREE
      *                      FORM, SO THE ORDSUMM DEMAND REPORT SPLIT
      *                      ONE CATEGORY ACROSS TYPO VARIANTS AND
      *                      NOTHING SAID WHAT A CATEGORY MEANT.  THE
      *                      CATEGORY MASTER (SEE CATREC) IS NOW THE
      *                      LIST OF LEGAL VALUES - CDMAINT AND CDSYNC
      *                      REFUSE A CODE POINTING AT A CATEGORY
      *                      THAT IS NOT ON IT OR IS INACTIVE.  A
      *                      CATEGORY STILL CARRIED BY ANY CODE ON
      *                      THE CODE MASTER CANNOT BE DELETED
      *                      (RESULT 26) - INACTIVATE IT INSTEAD,
      *                      WHICH STOPS NEW CODES TAKING IT AND
      *                      PRINTS HOW MANY CODES STILL CARRY IT.
      *                      THERE IS NO CHANGE LOG - THE REGISTER
      *                      PRINTS THE BEFORE VALUES OF EVERY CHANGE
      *                      AND DELETE FOR DATA CONTROL SIGN-OFF.
      *                      NOT A NIGHTLY STEP, SO THE BUSINESS DATE
      *                      IS TAKEN THE ALSMAINT WAY.  RETURN CODES
      *                      FOLLOW THE CDMAINT CONVENTION: 0 - CLEAN,
      *                      4 - ONE OR MORE TRANSACTIONS REJECTED,
      *                      16 - THE CATEGORY FILE, CODE MASTER, OR
      *                      TRANSACTION FILE COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CT-CATEGORY
               FILE STATUS IS WS-CATEGORY-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CODE-MASTER-STATUS.
           SELECT CATEGORY-TRAN-FILE ASSIGN TO CATTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-TRAN-STATUS.
           SELECT REJECT-TRAN-FILE ASSIGN TO CATREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-TRAN-STATUS.
           SELECT REGISTER-FILE ASSIGN TO CATRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-FILE
           COPY CATREC.
      *
       FD  CODE-MASTER-FILE
           COPY CODEREC.
      *
       FD  CATEGORY-TRAN-FILE
           COPY CATTRN.
      *
       FD  REJECT-TRAN-FILE
           COPY CATREJ.
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
           05  WS-CATEGORY-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-CATEGORY-FOUND           VALUE 'Y'.
           05  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF                 VALUE 'Y'.
      *
       01  WS-REJECT-REASON.
           05  WS-REJECT-REASON-CODE   PIC X(02) VALUE SPACES.
           05  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
      *
       01  WS-RESULT.
           05  WS-RESULT-CODE          PIC X(02) VALUE SPACES.
           05  WS-RESULT-TEXT          PIC X(30) VALUE SPACES.
      *
       01  WS-PREV-CATEGORY            PIC X(08) VALUE LOW-VALUES.
      *
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-STATUS        PIC X(01) VALUE SPACES.
           05  WS-BEFORE-DESC          PIC X(30) VALUE SPACES.
           05  WS-BEFORE-DEPT          PIC X(10) VALUE SPACES.
      *
       01  WS-CODES-USING              PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-CATEGORY-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-CODE-MASTER-STATUS       PIC X(02) VALUE ZERO.
       01  WS-CATEGORY-TRAN-STATUS     PIC X(02) VALUE ZERO.
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
      *    1000-INITIALIZE - OPEN THE KEYED CATEGORY FILE FOR UPDATE   *
      *    IN PLACE (DEFINING IT EMPTY ON THE FIRST RUN), THE CODE     *
      *    MASTER FOR THE IN-USE CHECKS, AND THE REMAINING FILES,      *
      *    THEN PRIME THE FIRST TRANSACTION.                           *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN I-O CATEGORY-FILE.
           IF WS-CATEGORY-FILE-STATUS = '35'
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE
           END-IF.
           IF WS-CATEGORY-FILE-STATUS NOT = '00'
               DISPLAY 'CATMAINT - CATEGORY FILE COULD NOT BE OPENED'
               DISPLAY 'CATMAINT - FILE STATUS = '
                   WS-CATEGORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'CATMAINT - CODE MASTER FILE COULD NOT BE'
               DISPLAY 'CATMAINT - OPENED, FILE STATUS = '
                   WS-CODE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATEGORY-TRAN-FILE.
           IF WS-CATEGORY-TRAN-STATUS NOT = '00'
               DISPLAY 'CATMAINT - TRANSACTION FILE COULD NOT BE'
               DISPLAY 'CATMAINT - OPENED, FILE STATUS = '
                   WS-CATEGORY-TRAN-STATUS
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
               DISPLAY 'CATMAINT - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'CATMAINT - BUSDATE CONTROL UNUSABLE - CLOCK '
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
           READ CATEGORY-TRAN-FILE
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
           MOVE CTT-CATEGORY TO WS-PREV-CATEGORY.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1250-EDIT-TRANSACTION - THE EDIT PASS, FIRST FAILURE WINS:  *
      *    THE CATEGORY MUST BE PRESENT, THE ACTION MUST BE A, C, OR   *
      *    D, AN ADD MUST CARRY A STATUS OF A OR I AND A DESCRIPTION   *
      *    (A CHANGE MAY LEAVE THE STATUS BLANK), AND THE FILE MUST    *
      *    BE IN ASCENDING CATEGORY SEQUENCE.                          *
      ******************************************************************
       1250-EDIT-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           MOVE SPACES TO WS-REJECT-REASON-TEXT.
           EVALUATE TRUE
               WHEN CTT-CATEGORY = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '32' TO WS-REJECT-REASON-CODE
                   MOVE 'MISSING CATEGORY' TO WS-REJECT-REASON-TEXT
               WHEN NOT CTT-ADD AND NOT CTT-CHANGE AND NOT CTT-DELETE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '30' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID ACTION CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN CTT-ADD
                AND NOT CTT-ACTIVE AND NOT CTT-INACTIVE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '31' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID STATUS CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN CTT-CHANGE AND CTT-STATUS NOT = SPACE
                AND NOT CTT-ACTIVE AND NOT CTT-INACTIVE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '31' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID STATUS CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN CTT-ADD AND CTT-DESC = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '37' TO WS-REJECT-REASON-CODE
                   MOVE 'MISSING DESCRIPTION'
                       TO WS-REJECT-REASON-TEXT
               WHEN CTT-CATEGORY < WS-PREV-CATEGORY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '33' TO WS-REJECT-REASON-CODE
                   MOVE 'TRANSACTION OUT OF SEQUENCE'
                       TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1250-EXIT.
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
           MOVE CTT-ACTION      TO CTJ-ACTION.
           MOVE CTT-CATEGORY    TO CTJ-CATEGORY.
           MOVE CTT-STATUS      TO CTJ-STATUS.
           MOVE CTT-DESC        TO CTJ-DESC.
           MOVE CTT-DEPT        TO CTJ-DEPT.
           MOVE WS-REJECT-REASON-CODE TO CTJ-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO CTJ-REASON-TEXT.
           MOVE WS-RUN-DATE TO CTJ-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO CTJ-TIME.
           WRITE CATEGORY-REJECT-RECORD.
       1350-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-UPDATE - APPLY THE CURRENT (ALREADY EDITED)    *
      *    TRANSACTION DIRECTLY TO THE KEYED CATEGORY FILE, THEN READ  *
      *    THE NEXT ONE.                                               *
      ******************************************************************
       2000-PROCESS-UPDATE.
           PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT.
           PERFORM 1200-READ-TRANSACTION  THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-APPLY-TRANSACTION - READ THE CATEGORY BY KEY, THEN     *
      *    ADD (WRITE), CHANGE (REWRITE), OR DELETE IT IN PLACE.  AN   *
      *    ADD FOR A CATEGORY ALREADY ON FILE AND A CHANGE OR DELETE   *
      *    FOR ONE NOT ON FILE ARE REJECTED, AS IN CDMAINT.  A DELETE  *
      *    OF A CATEGORY THAT CODES STILL CARRY IS REJECTED, AND AN    *
      *    INACTIVATION COUNTS THOSE CODES FOR THE REGISTER.           *
      ******************************************************************
       4000-APPLY-TRANSACTION.
           MOVE ZERO TO WS-CODES-USING.
           PERFORM 4200-READ-CATEGORY THRU 4200-EXIT.
           EVALUATE TRUE
               WHEN CTT-ADD AND WS-CATEGORY-FOUND
                   MOVE '10' TO WS-RESULT-CODE
                   MOVE 'REJECTED - CATEGORY ON FILE'
                       TO WS-RESULT-TEXT
                   PERFORM 4400-REJECT-APPLY THRU 4400-EXIT
               WHEN CTT-ADD
                   PERFORM 4100-ADD-CATEGORY THRU 4100-EXIT
               WHEN CTT-CHANGE AND WS-CATEGORY-FOUND
                   PERFORM 4150-CHANGE-CATEGORY THRU 4150-EXIT
               WHEN CTT-DELETE AND WS-CATEGORY-FOUND
                   PERFORM 4180-DELETE-CATEGORY THRU 4180-EXIT
               WHEN OTHER
                   MOVE '20' TO WS-RESULT-CODE
                   MOVE 'REJECTED - CATEGORY NOT ON FILE'
                       TO WS-RESULT-TEXT
                   PERFORM 4400-REJECT-APPLY THRU 4400-EXIT
           END-EVALUATE.
           PERFORM 7300-WRITE-REGISTER-LINE THRU 7300-EXIT.
       4000-EXIT.
           EXIT.
      *
       4100-ADD-CATEGORY.
           MOVE CTT-CATEGORY    TO CT-CATEGORY.
           MOVE CTT-STATUS      TO CT-STATUS.
           MOVE CTT-DESC        TO CT-DESC.
           MOVE CTT-DEPT        TO CT-DEPT.
           MOVE WS-RUN-DATE     TO CT-LAST-MAINT.
           WRITE CATEGORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-CATEGORY-FILE-STATUS = '00'
               MOVE '00' TO WS-RESULT-CODE
               MOVE 'CATEGORY ADDED' TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-ADDED
           ELSE
               PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4150-CHANGE-CATEGORY - A BLANK STATUS, DESCRIPTION, OR      *
      *    DEPARTMENT LEAVES THE FILE'S VALUE ALONE.  AN ACTIVE        *
      *    CATEGORY BEING MADE INACTIVE IS CHECKED AGAINST THE CODE    *
      *    MASTER SO THE REGISTER CAN SAY HOW MANY CODES STILL CARRY   *
      *    IT - THE CHANGE IS APPLIED EITHER WAY.                      *
      ******************************************************************
       4150-CHANGE-CATEGORY.
           IF CTT-INACTIVE AND CT-ACTIVE
               PERFORM 4500-COUNT-CODES-USING THRU 4500-EXIT
           END-IF.
           IF CTT-STATUS NOT = SPACE
               MOVE CTT-STATUS TO CT-STATUS
           END-IF.
           IF CTT-DESC NOT = SPACES
               MOVE CTT-DESC TO CT-DESC
           END-IF.
           IF CTT-DEPT NOT = SPACES
               MOVE CTT-DEPT TO CT-DEPT
           END-IF.
           MOVE WS-RUN-DATE TO CT-LAST-MAINT.
           REWRITE CATEGORY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-CATEGORY-FILE-STATUS = '00'
               MOVE '00' TO WS-RESULT-CODE
               MOVE 'CATEGORY CHANGED' TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-CHANGED
           ELSE
               PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
           END-IF.
       4150-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4180-DELETE-CATEGORY - A CATEGORY STILL CARRIED BY ANY      *
      *    CODE ON THE CODE MASTER, ACTIVE OR NOT, STAYS - DELETING    *
      *    IT WOULD LEAVE THOSE CODES POINTING AT NOTHING.             *
      ******************************************************************
       4180-DELETE-CATEGORY.
           PERFORM 4500-COUNT-CODES-USING THRU 4500-EXIT.
           IF WS-CODES-USING > ZERO
               MOVE '26' TO WS-RESULT-CODE
               MOVE 'REJECTED - CATEGORY IN USE'
                   TO WS-RESULT-TEXT
               PERFORM 4400-REJECT-APPLY THRU 4400-EXIT
               GO TO 4180-EXIT
           END-IF.
           DELETE CATEGORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-CATEGORY-FILE-STATUS = '00'
               MOVE '00' TO WS-RESULT-CODE
               MOVE 'CATEGORY DELETED' TO WS-RESULT-TEXT
               ADD 1 TO WS-TRANS-DELETED
           ELSE
               PERFORM 4300-RECORD-IO-FAILURE THRU 4300-EXIT
           END-IF.
       4180-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4200-READ-CATEGORY - KEYED READ OF THE CATEGORY FILE FOR    *
      *    THE CURRENT TRANSACTION.  NOT-ON-FILE IS A NORMAL OUTCOME,  *
      *    NOT AN ERROR.  A CATEGORY FOUND IS SAVED AS THE BEFORE      *
      *    IMAGE FOR THE REGISTER.                                     *
      ******************************************************************
       4200-READ-CATEGORY.
           MOVE 'N' TO WS-CATEGORY-FOUND-SW.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE CTT-CATEGORY TO CT-CATEGORY.
           READ CATEGORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CATEGORY-FOUND TO TRUE
                   MOVE CT-STATUS TO WS-BEFORE-STATUS
                   MOVE CT-DESC   TO WS-BEFORE-DESC
                   MOVE CT-DEPT   TO WS-BEFORE-DEPT
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
           STRING 'CATEGORY UPDATE FAILED - ST '
               WS-CATEGORY-FILE-STATUS
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
      ******************************************************************
      *    4500-COUNT-CODES-USING - BROWSE THE WHOLE CODE MASTER AND   *
      *    COUNT THE CODES CARRYING THE TRANSACTION'S CATEGORY.  THE   *
      *    CODE MASTER IS KEYED ON CODE, NOT CATEGORY, SO THIS IS A    *
      *    FULL PASS - ONLY DELETES AND INACTIVATIONS PAY FOR IT.      *
      ******************************************************************
       4500-COUNT-CODES-USING.
           MOVE ZERO TO WS-CODES-USING.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CM-CODE.
           START CODE-MASTER-FILE KEY IS NOT LESS THAN CM-CODE
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 4510-CHECK-ONE-CODE THRU 4510-EXIT
               UNTIL WS-SCAN-EOF.
       4500-EXIT.
           EXIT.
      *
       4510-CHECK-ONE-CODE.
           READ CODE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 4510-EXIT
           END-READ.
           IF CM-CATEGORY = CTT-CATEGORY
               ADD 1 TO WS-CODES-USING
           END-IF.
       4510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-REGISTER-HEADERS - TITLE AND RUN-DATE LINES.     *
      ******************************************************************
       7200-WRITE-REGISTER-HEADERS.
           MOVE 'CATMAINT CATEGORY MAINTENANCE REGISTER'
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
      *    ACTION, THE CATEGORY AS KEYED, AND WHAT BECAME OF IT.  AN   *
      *    APPLIED CHANGE OR DELETE ADDS A LINE WITH THE VALUES THE    *
      *    FILE HELD BEFORE, AND A DELETE REFUSED OR AN INACTIVATION   *
      *    APPLIED WHILE CODES STILL CARRY THE CATEGORY ADDS A LINE    *
      *    SAYING HOW MANY.                                            *
      ******************************************************************
       7300-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACTION: ' CTT-ACTION
               '  CATEGORY: ' CTT-CATEGORY
               '  STATUS: ' CTT-STATUS
               '  DESC: ' CTT-DESC
               '  DEPT: ' CTT-DEPT
               '  ' WS-RESULT-CODE
               ' - ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-RESULT-CODE = '00'
            AND (CTT-CHANGE OR CTT-DELETE)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     WAS  STATUS: ' WS-BEFORE-STATUS
                   '  DESC: ' WS-BEFORE-DESC
                   '  DEPT: ' WS-BEFORE-DEPT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-CODES-USING > ZERO
               MOVE WS-CODES-USING TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     CODES ON THE CODE MASTER CARRYING IT: '
                   WS-COUNT-EDIT
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
           STRING 'CATEGORIES ADDED...: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-CHANGED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORIES CHANGED.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-DELETED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORIES DELETED.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TRANS-REJECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TRANS REJECTED.....: ' WS-COUNT-EDIT
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
           CLOSE CATEGORY-FILE.
           CLOSE CODE-MASTER-FILE.
           CLOSE CATEGORY-TRAN-FILE.
           CLOSE REJECT-TRAN-FILE.
           CLOSE REGISTER-FILE.
       9999-EXIT.
           EXIT.
