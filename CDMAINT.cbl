      *                      TRANSACTIONS PROCESSED, GOOD IS THE
      *                      ADDS+CHANGES+DELETES APPLIED.  A STATS
      *                      WRITE FAILURE NEVER FAILS THE RUN.
      *    2026-10-15  JAS   THE RUN DATE NOW COMES FROM THE CYCLE'S
      *                      BUSDATE CONTROL (SEE BUSDATE, SET BY
      *                      CYCLCTL) INSTEAD OF THE SYSTEM CLOCK, SO
      *                      THE MNTREJ AND RUN-STATISTICS DATES ARE
      *                      THE BUSINESS DATE.  THE RUN STOPS WITH
      *                      RC 16 IF THE CONTROL IS MISSING OR THE
      *                      CYCLE IS NOT OPEN.  THE CHANGE LOG KEEPS
      *                      THE ACTUAL CLOCK DATE AND TIME - CDVERIFY
      *                      AND CDRECOVR ORDER ITS ENTRIES BY DATE
      *                      AND TIME TOGETHER, AND A BUSINESS DATE
      *                      PAIRED WITH A WALL-CLOCK TIME WOULD
      *                      MISORDER A CYCLE THAT RUNS PAST MIDNIGHT.
      *                      THE REGISTER HEADING SHOWS THE BUSINESS
      *                      DATE, THE ACTUAL RUN DATE, AND A RERUN
      *                      FLAG.
      *    2026-10-15  JAS   AN ADD, OR A CHANGE THAT CARRIES A
      *                      CATEGORY, MUST NOW NAME AN ACTIVE CATEGORY
      *                      ON THE CATEGORY MASTER (SEE CATREC,
      *                      MAINTAINED BY CATMAINT) - REASON 37 IF IT
      *                      IS NOT ON THE TABLE, 38 IF IT IS INACTIVE.
      *                      FREE-FORM CATEGORIES HAD SPLIT ONE
      *                      CATEGORY ACROSS TYPO VARIANTS ON THE
      *                      ORDSUMM DEMAND REPORT.  A CHANGE WITH A
      *                      BLANK CATEGORY STILL LEAVES THE MASTER'S
      *                      CATEGORY ALONE AND IS NOT CHECKED, SO
      *                      STATUS AND DATE CHANGES TO CODES IN AN
      *                      INACTIVE CATEGORY STILL GO THROUGH.  THE
      *                      CATEGORY MASTER IS REQUIRED - RC 16 IF IT
      *                      CANNOT BE OPENED.
      *    2026-10-15  JAS   DUAL CONTROL: MAINTRAN IS NOW BUILT BY
      *                      CDAPPRV FROM REQUESTS HELD ON THE PENDING
      *                      FILE, AND EACH TRANSACTION CARRIES THE
      *                      REQUESTER AND THE APPROVER (SEE MNTREC).
      *                      A TRANSACTION WITH EITHER ID MISSING, OR
      *                      APPROVED BY ITS OWN REQUESTER, IS REJECTED
      *                      WITH REASON 39 - A CARD DROPPED INTO
      *                      MAINTRAN BY HAND NO LONGER CHANGES THE
      *                      MASTER.  BOTH IDS GO TO THE CHANGE LOG,
      *                      THE REJECT FILE, AND EVERY REGISTER LINE.
      *    2026-10-15  JAS   A CODE DELETED OR DEACTIVATED BY THIS RUN
      *                      IS NOW FOLLOWED ON THE REGISTER BY EVERY
      *                      ALIAS (SEE ALSREC, MAINTAINED BY ALSMAINT)
      *                      THAT STILL POINTS AT IT, SO DATA CONTROL
      *                      CAN REPOINT OR DELETE THE ALIAS BEFORE
      *                      HELLO AND ORDEDIT TRANSLATE BRANCH KEYS
      *                      INTO A CERTAIN REJECT. THE ALIASES ARE
      *                      LOADED INTO A TABLE AT INITIALIZE THE WAY
      *                      ORDEDIT LOADS THEM. THE ALIAS FILE IS
      *                      OPTIONAL - WHEN IT IS MISSING, OR TOO BIG
      *                      FOR THE TABLE, THE REGISTER SAYS SO AND
      *                      THE MAINTENANCE STILL RUNS; THE NIGHTLY
      *                      ALSVERFY CHECK CATCHES ANYTHING NOT LISTED
      *                      HERE. THE FOOTER COUNTS THE ALIASES
      *                      LISTED.
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
           SELECT ALIAS-FILE ASSIGN TO ALIAS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ALS-OLD-CODE
               FILE STATUS IS WS-ALIAS-FILE-STATUS.
           SELECT MAINT-TRAN-FILE ASSIGN TO MAINTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRAN-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STAT-STATUS.
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
       FD  ALIAS-FILE
           COPY ALSREC.
      *
       FD  MAINT-TRAN-FILE
           COPY MNTREC.
      *
       FD  RUN-STAT-FILE
           COPY STATREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               88  WS-TRAN-INVALID             VALUE 'N'.
           05  WS-MASTER-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-MASTER-FOUND             VALUE 'Y'.
           05  WS-CATEGORY-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-CATEGORY-FOUND           VALUE 'Y'.
           05  WS-EOF-ALIAS-SW         PIC X(01) VALUE 'N'.
               88  WS-EOF-ALIAS                VALUE 'Y'.
           05  WS-ALIAS-LOAD-SW        PIC X(01) VALUE 'N'.
               88  WS-ALIAS-LOADED             VALUE 'Y'.
               88  WS-ALIAS-NOT-LOADED         VALUE 'N'.
               88  WS-ALIAS-TABLE-FULL         VALUE 'F'.
      *
       77  WS-ALIAS-TABLE-MAX          PIC 9(04) COMP VALUE 500.
      *
       01  WS-ALIAS-TABLE-AREA.
           05  WS-ALIAS-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-ALIAS-ENTRY          OCCURS 500 TIMES.
               10  AL-OLD-CODE         PIC X(08).
               10  AL-NEW-CODE         PIC X(08).
      *
       77  WS-ALIAS-IX                 PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-REJECT-REASON.
           05  WS-REJECT-REASON-CODE   PIC X(02) VALUE SPACES.
       01  WS-TRAN-EFF-TO              PIC 9(08) VALUE ZERO.
      *
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-RERUN-NOTE               PIC X(07) VALUE SPACES.
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-CODE-MASTER-STATUS       PIC X(02) VALUE ZERO.
       01  WS-CATEGORY-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-ALIAS-FILE-STATUS        PIC X(02) VALUE ZERO.
       01  WS-MAINT-TRAN-STATUS        PIC X(02) VALUE ZERO.
       01  WS-CHANGE-LOG-STATUS        PIC X(02) VALUE ZERO.
       01  WS-REJECT-TRAN-STATUS       PIC X(02) VALUE ZERO.
       01  WS-REGISTER-STATUS          PIC X(02) VALUE ZERO.
       01  WS-RUN-STAT-STATUS          PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS     PIC X(02) VALUE ZERO.
      *
       77  WS-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
      *
           05  WS-TRANS-CHANGED        PIC 9(05) COMP VALUE ZERO.
           05  WS-TRANS-DELETED        PIC 9(05) COMP VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(05) COMP VALUE ZERO.
           05  WS-ALIASES-AFFECTED     PIC 9(05) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *
      ******************************************************************
      *    1000-INITIALIZE - OPEN THE KEYED CODE MASTER FOR UPDATE IN  *
      *    PLACE AND THE CATEGORY MASTER FOR THE CATEGORY EDIT, OPEN   *
      *    THE REMAINING FILES, LOAD THE ALIAS TABLE, AND PRIME THE    *
      *    FIRST TRANSACTION FOR 2000-PROCESS-UPDATE.  THE BUSINESS    *
      *    DATE IS SETTLED FIRST SO A COMPLETED CYCLE STOPS THE RUN    *
      *    BEFORE THE MASTER IS OPENED FOR UPDATE.                     *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN I-O CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'CDMAINT - CODE MASTER FILE COULD NOT BE OPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  CATEGORY-FILE.
           IF WS-CATEGORY-FILE-STATUS NOT = '00'
               DISPLAY 'CDMAINT - CATEGORY FILE COULD NOT BE OPENED'
               DISPLAY 'CDMAINT - FILE STATUS = '
                   WS-CATEGORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1400-LOAD-ALIASES THRU 1400-EXIT.
           OPEN INPUT  MAINT-TRAN-FILE.
           IF WS-MAINT-TRAN-STATUS NOT = '00'
               DISPLAY 'CDMAINT - TRANSACTION FILE COULD NOT BE OPENED'
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
               DISPLAY 'CDMAINT - BUSDATE CONTROL COULD NOT BE OPENED'
               DISPLAY 'CDMAINT - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'CDMAINT - BUSDATE CONTROL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-BUSINESS-DATE-X IS NOT NUMERIC
               DISPLAY 'CDMAINT - BUSDATE BUSINESS DATE IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BDT-CYCLE-OPEN
               DISPLAY 'CDMAINT - CYCLE FOR ' BDT-BUSINESS-DATE
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
      *    1200-READ-TRANSACTION - READ THE NEXT TRANSACTION AND EDIT  *
      *    IT BEFORE THE UPDATE EVER SEES IT.  A TRANSACTION THAT      *
      *    FAILS THE EDIT IS REJECTED AND THE NEXT ONE IS READ, SO    *
      *
      ******************************************************************
      *    1250-EDIT-TRANSACTION - THE EDIT PASS, FIRST FAILURE WINS:  *
      *    THE CODE MUST BE PRESENT, THE ACTION MUST BE A, C, OR D, AN *
      *    ADD OR CHANGE MUST CARRY A STATUS OF A OR I, THE            *
      *    TRANSACTION MUST CARRY A REQUESTER AND A DIFFERENT APPROVER *
      *    (DUAL CONTROL - CDAPPRV RELEASES ONLY APPROVED ITEMS, AND A *
      *    CARD THAT BYPASSED IT IS STOPPED HERE), AND THE FILE MUST   *
      *    BE IN ASCENDING CODE SEQUENCE (EQUAL KEYS ARE ALLOWED) -    *
      *    SORTED INPUT IS STILL THE OPERATIONS STANDARD EVEN THOUGH   *
      *    KEYED UPDATES NO LONGER DEPEND ON IT.  THE EFFECTIVE DATES  *
      *    AND THE CATEGORY ARE EDITED LAST.                           *
      ******************************************************************
       1250-EDIT-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.
                   MOVE '31' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID STATUS CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN MT-REQUESTER-ID = SPACES
                 OR MT-APPROVER-ID = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '39' TO WS-REJECT-REASON-CODE
                   MOVE 'REQUESTER OR APPROVER MISSING'
                       TO WS-REJECT-REASON-TEXT
               WHEN MT-APPROVER-ID = MT-REQUESTER-ID
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '39' TO WS-REJECT-REASON-CODE
                   MOVE 'APPROVER SAME AS REQUESTER'
                       TO WS-REJECT-REASON-TEXT
               WHEN MT-CODE < WS-PREV-TRAN-CODE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '33' TO WS-REJECT-REASON-CODE
           IF WS-TRAN-VALID AND (MT-ADD OR MT-CHANGE)
               PERFORM 1260-EDIT-EFF-DATES THRU 1260-EXIT
           END-IF.
           IF WS-TRAN-VALID
            AND (MT-ADD OR (MT-CHANGE AND MT-CATEGORY NOT = SPACES))
               PERFORM 1280-EDIT-CATEGORY THRU 1280-EXIT
           END-IF.
       1250-EXIT.
           EXIT.
      *
           EXIT.
      *
      ******************************************************************
      *    1280-EDIT-CATEGORY - THE CATEGORY AN ADD OR CHANGE PUTS ON  *
      *    THE MASTER MUST BE ON THE CATEGORY MASTER AND ACTIVE.  A    *
      *    BLANK CATEGORY ON AN ADD IS NOT ON THE TABLE EITHER.        *
      ******************************************************************
       1280-EDIT-CATEGORY.
           MOVE 'N' TO WS-CATEGORY-FOUND-SW.
           MOVE MT-CATEGORY TO CT-CATEGORY.
           READ CATEGORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CATEGORY-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-CATEGORY-FOUND
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '37' TO WS-REJECT-REASON-CODE
                   MOVE 'CATEGORY NOT ON CATEGORY TABLE'
                       TO WS-REJECT-REASON-TEXT
               WHEN NOT CT-ACTIVE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE '38' TO WS-REJECT-REASON-CODE
                   MOVE 'CATEGORY IS INACTIVE'
                       TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1280-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-REJECT-TRANSACTION - ROUTE THE BAD TRANSACTION TO THE  *
      *    REJECT FILE WITH ITS REASON, LOG IT TO THE CHANGE LOG, AND  *
      *    PRINT IT ON THE MAINTENANCE REGISTER.                       *
           MOVE SPACES    TO CLG-BEFORE-IMAGE.
           MOVE SPACES    TO CLG-AFTER-IMAGE.
           MOVE SPACES    TO CLG-EFF-DATE-IMAGES.
           MOVE MT-REQUESTER-ID TO CLG-REQUESTER-ID.
           MOVE MT-APPROVER-ID  TO CLG-APPROVER-ID.
           MOVE WS-REJECT-REASON-CODE TO CLG-RESULT-CODE.
           MOVE WS-REJECT-REASON-TEXT TO CLG-RESULT-TEXT.
           PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT.
           MOVE MT-CATEGORY TO MRJ-CATEGORY.
           MOVE MT-EFF-FROM-X TO MRJ-EFF-FROM.
           MOVE MT-EFF-TO-X   TO MRJ-EFF-TO.
           MOVE MT-REQUESTER-ID TO MRJ-REQUESTER-ID.
           MOVE MT-APPROVER-ID  TO MRJ-APPROVER-ID.
           MOVE WS-REJECT-REASON-CODE TO MRJ-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO MRJ-REASON-TEXT.
           MOVE WS-RUN-DATE TO MRJ-DATE.
           EXIT.
      *
      ******************************************************************
      *    1400-LOAD-ALIASES - LOAD THE ALIAS CROSS-REFERENCE INTO ITS *
      *    TABLE SO A DELETE OR DEACTIVATION CAN LIST THE ALIASES THAT *
      *    STILL POINT AT THE CODE.  THE ALIAS FILE IS KEYED ON THE    *
      *    OLD CODE, NOT THE TARGET, SO THE TABLE IS SCANNED RATHER    *
      *    THAN READ BY KEY.  NO ALIAS FILE, OR ONE TOO BIG FOR THE    *
      *    TABLE, IS NOTED ON THE REGISTER - THE MAINTENANCE ITSELF    *
      *    DOES NOT DEPEND ON IT.                                      *
      ******************************************************************
       1400-LOAD-ALIASES.
           OPEN INPUT ALIAS-FILE.
           IF WS-ALIAS-FILE-STATUS NOT = '00'
               DISPLAY 'CDMAINT - NO ALIAS FILE - AFFECTED ALIASES'
               DISPLAY 'CDMAINT - ARE NOT LISTED THIS RUN'
               GO TO 1400-EXIT
           END-IF.
           SET WS-ALIAS-LOADED TO TRUE.
           PERFORM 1410-LOAD-ONE-ALIAS THRU 1410-EXIT
               UNTIL WS-EOF-ALIAS.
           CLOSE ALIAS-FILE.
       1400-EXIT.
           EXIT.
      *
       1410-LOAD-ONE-ALIAS.
           READ ALIAS-FILE
               AT END
                   SET WS-EOF-ALIAS TO TRUE
               NOT AT END
                   IF WS-ALIAS-COUNT < WS-ALIAS-TABLE-MAX
                       ADD 1 TO WS-ALIAS-COUNT
                       MOVE ALS-OLD-CODE
                           TO AL-OLD-CODE(WS-ALIAS-COUNT)
                       MOVE ALS-NEW-CODE
                           TO AL-NEW-CODE(WS-ALIAS-COUNT)
                   ELSE
                       DISPLAY 'CDMAINT - ALIAS TABLE FULL - AFFECTED'
                       DISPLAY 'CDMAINT - ALIAS LIST MAY BE INCOMPLETE'
                       SET WS-ALIAS-TABLE-FULL TO TRUE
                       SET WS-EOF-ALIAS TO TRUE
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-UPDATE - APPLY THE CURRENT (ALREADY EDITED)    *
      *    TRANSACTION DIRECTLY TO THE KEYED MASTER, THEN READ THE     *
      *    NEXT ONE.                                                   *
           MOVE MT-ACTION TO CLG-ACTION.
           MOVE MT-CODE   TO CLG-CODE.
           MOVE SPACES TO CLG-EFF-DATE-IMAGES.
           MOVE MT-REQUESTER-ID TO CLG-REQUESTER-ID.
           MOVE MT-APPROVER-ID  TO CLG-APPROVER-ID.
           IF WS-MASTER-FOUND
               MOVE CM-CODE     TO CLG-BEFORE-CODE
               MOVE CM-STATUS   TO CLG-BEFORE-STATUS
           END-EVALUATE.
           PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT.
           PERFORM 7300-WRITE-REGISTER-LINE THRU 7300-EXIT.
           IF CLG-RESULT-CODE = '00'
            AND (MT-DELETE
              OR (MT-CHANGE AND CLG-BEFORE-STATUS = 'A'
                            AND CLG-AFTER-STATUS = 'I'))
               PERFORM 4500-LIST-AFFECTED-ALIASES THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *
           EXIT.
      *
      ******************************************************************
      *    4500-LIST-AFFECTED-ALIASES - THE CODE WAS JUST DELETED OR   *
      *    DEACTIVATED.  PRINT EVERY ALIAS THAT STILL TRANSLATES TO IT *
      *    UNDER THE TRANSACTION'S REGISTER LINE - HELLO AND ORDEDIT   *
      *    WOULD NOW TURN THOSE BRANCH KEYS INTO A CERTAIN REJECT      *
      *    UNTIL ALSMAINT REPOINTS OR DELETES THEM.                    *
      ******************************************************************
       4500-LIST-AFFECTED-ALIASES.
           IF WS-ALIAS-NOT-LOADED
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4510-CHECK-ONE-ALIAS THRU 4510-EXIT
               VARYING WS-ALIAS-IX FROM 1 BY 1
               UNTIL WS-ALIAS-IX > WS-ALIAS-COUNT.
       4500-EXIT.
           EXIT.
      *
       4510-CHECK-ONE-ALIAS.
           IF AL-NEW-CODE(WS-ALIAS-IX) NOT = CLG-CODE
               GO TO 4510-EXIT
           END-IF.
           ADD 1 TO WS-ALIASES-AFFECTED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '          ALIAS: ' AL-OLD-CODE(WS-ALIAS-IX)
               '  STILL POINTS AT THIS CODE - REPOINT OR DELETE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       4510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-WRITE-CHANGE-LOG - APPEND THE BEFORE/AFTER IMAGE       *
      *    BUILT BY THE CALLING PARAGRAPH TO THE CHANGE LOG.  THE      *
      *    STAMP IS THE ACTUAL CLOCK, NOT THE BUSINESS DATE - READERS  *
      *    ORDER THE LOG BY DATE AND TIME TOGETHER.                    *
      ******************************************************************
       7000-WRITE-CHANGE-LOG.
           MOVE WS-ACTUAL-DATE TO CLG-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO CLG-TIME.
           WRITE CHANGE-LOG-RECORD.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-REGISTER-HEADERS - TITLE AND DATE LINES.  THE    *
      *    BUSINESS DATE IS THE DATE THE WORK BELONGS TO; THE RUN      *
      *    DATE IS WHEN IT ACTUALLY RAN.                               *
      ******************************************************************
       7200-WRITE-REGISTER-HEADERS.
           MOVE 'CDMAINT CODE MASTER MAINTENANCE REGISTER'
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               WS-RERUN-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-ALIAS-NOT-LOADED
               MOVE 'NO ALIAS FILE - AFFECTED ALIASES NOT LISTED'
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-ALIAS-TABLE-FULL
               MOVE 'ALIAS TABLE FULL - AFFECTED ALIASES MAY BE MISSED'
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
       7200-EXIT.
      ******************************************************************
      *    7300-WRITE-REGISTER-LINE - ONE LINE PER TRANSACTION, FROM   *
      *    THE CHANGE LOG FIELDS THE CALLING PARAGRAPH JUST BUILT:     *
      *    ACTION, CODE, WHAT BECAME OF IT, AND WHO REQUESTED AND WHO  *
      *    APPROVED IT.                                                *
      ******************************************************************
       7300-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
               '  CODE: ' CLG-CODE
               '  ' CLG-RESULT-CODE
               ' - ' CLG-RESULT-TEXT
               '  REQ: ' CLG-REQUESTER-ID
               '  APPR: ' CLG-APPROVER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ALIASES-AFFECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ALIASES LISTED.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
       9999-TERMINATE.
           CLOSE CODE-MASTER-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE MAINT-TRAN-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE REJECT-TRAN-FILE.
