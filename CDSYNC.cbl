      *                      APPLIED, 16 - A FILE OR THE PARM CARD
      *                      IS UNUSABLE OR THE FEED FAILED ITS
      *                      EDITS.
      *    2026-10-15  JAS   THE RUN DATE NOW COMES FROM THE CYCLE'S
      *                      BUSDATE CONTROL (SEE BUSDATE, SET BY
      *                      CYCLCTL) INSTEAD OF THE SYSTEM CLOCK.
      *                      THE RUN STOPS WITH RC 16 IF THE CONTROL
      *                      IS MISSING OR THE CYCLE IS NOT OPEN, SO
      *                      A COMPLETED NIGHT'S FEED IS NOT APPLIED
      *                      A SECOND TIME WITHOUT A FLAGGED RERUN.
      *                      THE CHANGE LOG KEEPS THE ACTUAL CLOCK
      *                      DATE AND TIME, LIKE CDMAINT'S.  THE
      *                      REGISTER HEADING SHOWS THE BUSINESS DATE,
      *                      THE ACTUAL RUN DATE, AND A RERUN FLAG.
      *    2026-10-15  JAS   A FEED ADD, OR A FEED CHANGE THAT MOVES A
      *                      CODE TO A DIFFERENT CATEGORY, MUST NOW
      *                      NAME AN ACTIVE CATEGORY ON THE CATEGORY
      *                      MASTER (SEE CATREC, MAINTAINED BY
      *                      CATMAINT).  ONE THAT DOES NOT IS LISTED ON
      *                      THE REGISTER AS A CATEGORY REJECT (37 -
      *                      NOT ON THE TABLE, 38 - INACTIVE) IN THE
      *                      COMPARE PASS, IS NOT COUNTED AS A
      *                      DIFFERENCE, AND IS LEFT UNAPPLIED -
      *                      NOTHING IS WRITTEN TO THE MASTER OR THE
      *                      CHANGE LOG FOR IT.  THE FEED IS OTHERWISE
      *                      APPLIED AS BEFORE.  RC 4 WHEN THERE ARE
      *                      CATEGORY REJECTS AND NO APPLY FAILED, SO
      *                      THE PRODUCT GROUP IS TOLD.  THE CATEGORY
      *                      MASTER IS REQUIRED - RC 16 IF IT CANNOT BE
      *                      OPENED.
      *    2026-10-15  JAS   THE CHANGE LOG NOW CARRIES REQUESTER AND
      *                      APPROVER IDS FOR CDMAINT'S DUAL CONTROL
      *                      (SEE CHGLOG).  FEED ENTRIES HAVE NEITHER
      *                      AND ARE LOGGED WITH BOTH AS SPACES.
      *    2026-10-15  JAS   A CODE THE FEED DELETES OR DEACTIVATES IS
      *                      NOW FOLLOWED ON THE REGISTER BY EVERY
      *                      ALIAS (SEE ALSREC, MAINTAINED BY ALSMAINT)
      *                      THAT STILL POINTS AT IT - UNDER THE DELETE
      *                      NEEDED LINE IN THE COMPARE PASS, SO A RUN
      *                      STOPPED AT THE THRESHOLD STILL SHOWS THEM,
      *                      AND UNDER THE APPLY LINE ONCE THE DELETE
      *                      OR DEACTIVATION IS MADE. THE ALIASES ARE
      *                      LOADED INTO A TABLE AT INITIALIZE THE WAY
      *                      ORDEDIT LOADS THEM. THE ALIAS FILE IS
      *                      OPTIONAL - WHEN IT IS MISSING, OR TOO BIG
      *                      FOR THE TABLE, THE REGISTER SAYS SO AND
      *                      THE SYNC STILL RUNS; THE NIGHTLY ALSVERFY
      *                      CHECK CATCHES ANYTHING NOT LISTED HERE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS DYNAMIC
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
           SELECT CODE-FEED-FILE ASSIGN TO CODEFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FEED-STATUS.
           SELECT REGISTER-FILE ASSIGN TO SYNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
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
       FD  CODE-FEED-FILE
           COPY FEEDREC.
      *
       FD  REGISTER-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-APPLY-MODE-SW    PIC X(01) VALUE 'N'.
               88  WS-APPLY-MODE            VALUE 'Y'.
               88  WS-COMPARE-MODE          VALUE 'N'.
           05  WS-CATEGORY-OK-SW   PIC X(01) VALUE 'Y'.
               88  WS-CATEGORY-OK           VALUE 'Y'.
               88  WS-CATEGORY-BAD          VALUE 'N'.
           05  WS-EOF-ALIAS-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-ALIAS             VALUE 'Y'.
           05  WS-ALIAS-LOAD-SW    PIC X(01) VALUE 'N'.
               88  WS-ALIAS-LOADED          VALUE 'Y'.
               88  WS-ALIAS-NOT-LOADED      VALUE 'N'.
               88  WS-ALIAS-TABLE-FULL      VALUE 'F'.
      *
       01  WS-CATEGORY-REASON.
           05  WS-CATEGORY-REASON-CODE PIC X(02) VALUE SPACES.
           05  WS-CATEGORY-REASON-TEXT PIC X(30) VALUE SPACES.
      *
       01  WS-PREV-FEED-CODE        PIC X(08) VALUE LOW-VALUES.
      *
       01  WS-FEED-EFF-TO           PIC 9(08) VALUE ZERO.
      *
       01  WS-CODE-MASTER-STATUS    PIC X(02) VALUE ZERO.
       01  WS-CATEGORY-FILE-STATUS  PIC X(02) VALUE ZERO.
       01  WS-ALIAS-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-CODE-FEED-STATUS      PIC X(02) VALUE ZERO.
       01  WS-CHANGE-LOG-STATUS     PIC X(02) VALUE ZERO.
       01  WS-SYNC-PARM-STATUS      PIC X(02) VALUE ZERO.
       01  WS-REGISTER-STATUS       PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RERUN-NOTE            PIC X(07) VALUE SPACES.
       01  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
       77  WS-DIFF-LIMIT            PIC 9(05) COMP VALUE ZERO.
      *
       77  WS-ALIAS-TABLE-MAX       PIC 9(04) COMP VALUE 500.
      *
       01  WS-ALIAS-TABLE-AREA.
           05  WS-ALIAS-COUNT      PIC 9(04) COMP VALUE ZERO.
           05  WS-ALIAS-ENTRY      OCCURS 500 TIMES.
               10  AL-OLD-CODE     PIC X(08).
               10  AL-NEW-CODE     PIC X(08).
      *
       77  WS-ALIAS-IX              PIC 9(04) COMP VALUE ZERO.
       01  WS-ALIAS-TARGET          PIC X(08) VALUE SPACES.
      *
       01  WS-TOTALS.
           05  WS-FEED-READ        PIC 9(07) COMP VALUE ZERO.
           05  WS-CHANGES-APPLIED  PIC 9(05) COMP VALUE ZERO.
           05  WS-DELETES-APPLIED  PIC 9(05) COMP VALUE ZERO.
           05  WS-APPLY-FAILURES   PIC 9(05) COMP VALUE ZERO.
           05  WS-CATEGORY-REJECTS PIC 9(05) COMP VALUE ZERO.
           05  WS-ALIASES-AFFECTED PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-COUNT-EDIT             PIC ZZZZZZ9.
               PERFORM 2000-RUN-MATCH-PASS     THRU 2000-EXIT
               CLOSE CHANGE-LOG-FILE
           ELSE
               IF WS-CATEGORY-REJECTS > ZERO
                   MOVE 'NOTHING TO APPLY BUT THE CATEGORY REJECTS'
                       TO WS-REPORT-LINE
               ELSE
                   MOVE 'MASTER ALREADY IN SYNC WITH THE FEED'
                       TO WS-REPORT-LINE
               END-IF
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
      *    1000-INITIALIZE - OPEN THE REGISTER AND PICK UP THE         *
      *    REQUIRED DIFFERENCE LIMIT.  THE CARD IS REQUIRED -          *
      *    DEFAULTING IT COULD LET A GARBAGE FEED WIPE THE MASTER.     *
      *    THE CATEGORY MASTER STAYS OPEN FOR BOTH PASSES, AND THE     *
      *    ALIAS TABLE IS LOADED FOR THE AFFECTED-ALIAS LINES.  THE    *
      *    BUSINESS DATE IS SETTLED FIRST SO A COMPLETED CYCLE STOPS   *
      *    THE RUN BEFORE ANY FILE IS OPENED.                          *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN OUTPUT REGISTER-FILE.
           OPEN INPUT SYNC-PARM-FILE.
           IF WS-SYNC-PARM-STATUS NOT = '00'
               DISPLAY 'CDSYNC - SYNPARM LIMIT CARD IS MISSING'
           END-IF.
           MOVE SYN-DIFF-LIMIT TO WS-DIFF-LIMIT.
           CLOSE SYNC-PARM-FILE.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATEGORY-FILE-STATUS NOT = '00'
               DISPLAY 'CDSYNC - CATEGORY FILE COULD NOT BE OPENED'
               DISPLAY 'CDSYNC - FILE STATUS = '
                   WS-CATEGORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-ALIASES THRU 1200-EXIT.
           MOVE 'CDSYNC CORPORATE FEED RECONCILIATION REGISTER'
               TO WS-REPORT-LINE.
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
               DISPLAY 'CDSYNC - BUSDATE CONTROL COULD NOT BE OPENED'
               DISPLAY 'CDSYNC - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'CDSYNC - BUSDATE CONTROL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-BUSINESS-DATE-X IS NOT NUMERIC
               DISPLAY 'CDSYNC - BUSDATE BUSINESS DATE IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BDT-CYCLE-OPEN
               DISPLAY 'CDSYNC - CYCLE FOR ' BDT-BUSINESS-DATE
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
      *    1200-LOAD-ALIASES - LOAD THE ALIAS CROSS-REFERENCE INTO ITS *
      *    TABLE SO A DELETE OR DEACTIVATION CAN LIST THE ALIASES THAT *
      *    STILL POINT AT THE CODE.  THE ALIAS FILE IS KEYED ON THE    *
      *    OLD CODE, NOT THE TARGET, SO THE TABLE IS SCANNED RATHER    *
      *    THAN READ BY KEY.  NO ALIAS FILE, OR ONE TOO BIG FOR THE    *
      *    TABLE, IS NOTED ON THE REGISTER - THE SYNC ITSELF DOES NOT  *
      *    DEPEND ON IT.                                               *
      ******************************************************************
       1200-LOAD-ALIASES.
           OPEN INPUT ALIAS-FILE.
           IF WS-ALIAS-FILE-STATUS NOT = '00'
               DISPLAY 'CDSYNC - NO ALIAS FILE - AFFECTED ALIASES'
               DISPLAY 'CDSYNC - ARE NOT LISTED THIS RUN'
               GO TO 1200-EXIT
           END-IF.
           SET WS-ALIAS-LOADED TO TRUE.
           PERFORM 1210-LOAD-ONE-ALIAS THRU 1210-EXIT
               UNTIL WS-EOF-ALIAS.
           CLOSE ALIAS-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-LOAD-ONE-ALIAS.
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
                       DISPLAY 'CDSYNC - ALIAS TABLE FULL - AFFECTED'
                       DISPLAY 'CDSYNC - ALIAS LIST MAY BE INCOMPLETE'
                       SET WS-ALIAS-TABLE-FULL TO TRUE
                       SET WS-EOF-ALIAS TO TRUE
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-RUN-MATCH-PASS - ONE FULL MATCH/MERGE OF THE SORTED    *
      *    FEED AGAINST THE MASTER (A KSDS READS BACK IN KEY ORDER).   *
      *    IN COMPARE MODE THE DIFFERENCES ARE COUNTED AND LISTED;     *
      *
      ******************************************************************
      *    3000-HANDLE-ADD - A CODE ON THE FEED BUT NOT THE MASTER.    *
      *    ITS CATEGORY MUST BE ON THE CATEGORY MASTER AND ACTIVE.     *
      ******************************************************************
       3000-HANDLE-ADD.
           PERFORM 3800-CHECK-CATEGORY THRU 3800-EXIT.
           IF WS-CATEGORY-BAD
               GO TO 3000-EXIT
           END-IF.
           IF WS-COMPARE-MODE
               ADD 1 TO WS-ADDS-NEEDED
               MOVE SPACES TO WS-REPORT-LINE
      ******************************************************************
      *    3200-HANDLE-CHANGE - A CODE ON BOTH SIDES WITH A FIELD      *
      *    DIFFERENT.  THE FEED IS AUTHORITATIVE - EVERY CARRIED       *
      *    FIELD IS REPLACED FROM IT.  A CHANGE THAT MOVES THE CODE    *
      *    TO A DIFFERENT CATEGORY NEEDS AN ACTIVE CATEGORY ON THE     *
      *    CATEGORY MASTER - OTHERWISE THE WHOLE CHANGE IS HELD BACK.  *
      ******************************************************************
       3200-HANDLE-CHANGE.
           IF FE-CATEGORY NOT = CM-CATEGORY
               PERFORM 3800-CHECK-CATEGORY THRU 3800-EXIT
               IF WS-CATEGORY-BAD
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           IF WS-COMPARE-MODE
               ADD 1 TO WS-CHANGES-NEEDED
               MOVE SPACES TO WS-REPORT-LINE
           END-IF.
           PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT.
           PERFORM 7300-WRITE-APPLY-LINE THRU 7300-EXIT.
           IF CLG-RESULT-CODE = '00'
            AND CLG-BEFORE-STATUS = 'A'
            AND CLG-AFTER-STATUS = 'I'
               MOVE CLG-CODE TO WS-ALIAS-TARGET
               PERFORM 3900-LIST-AFFECTED-ALIASES THRU 3900-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      *
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE CM-CODE TO WS-ALIAS-TARGET
               PERFORM 3900-LIST-AFFECTED-ALIASES THRU 3900-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE 'D'     TO CLG-ACTION.
           END-IF.
           PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT.
           PERFORM 7300-WRITE-APPLY-LINE THRU 7300-EXIT.
           IF CLG-RESULT-CODE = '00'
               MOVE CLG-CODE TO WS-ALIAS-TARGET
               PERFORM 3900-LIST-AFFECTED-ALIASES THRU 3900-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3800-CHECK-CATEGORY - IS THE FEED RECORD'S CATEGORY ON THE  *
      *    CATEGORY MASTER AND ACTIVE?  A BAD ONE IS COUNTED AND       *
      *    LISTED ON THE REGISTER IN THE COMPARE PASS ONLY - THE APPLY *
      *    PASS MEETS THE SAME RECORD AGAIN AND JUST SKIPS IT.         *
      ******************************************************************
       3800-CHECK-CATEGORY.
           SET WS-CATEGORY-OK TO TRUE.
           MOVE FE-CATEGORY TO CT-CATEGORY.
           READ CATEGORY-FILE
               INVALID KEY
                   SET WS-CATEGORY-BAD TO TRUE
                   MOVE '37' TO WS-CATEGORY-REASON-CODE
                   MOVE 'CATEGORY NOT ON CATEGORY TABLE'
                       TO WS-CATEGORY-REASON-TEXT
               NOT INVALID KEY
                   IF NOT CT-ACTIVE
                       SET WS-CATEGORY-BAD TO TRUE
                       MOVE '38' TO WS-CATEGORY-REASON-CODE
                       MOVE 'CATEGORY IS INACTIVE'
                           TO WS-CATEGORY-REASON-TEXT
                   END-IF
           END-READ.
           IF WS-CATEGORY-OK OR WS-APPLY-MODE
               GO TO 3800-EXIT
           END-IF.
           ADD 1 TO WS-CATEGORY-REJECTS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORY REJECT: ' FE-CODE
               '  CATEGORY: ' FE-CATEGORY
               '  ' WS-CATEGORY-REASON-CODE
               ' - ' WS-CATEGORY-REASON-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       3800-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3900-LIST-AFFECTED-ALIASES - PRINT EVERY ALIAS THAT STILL   *
      *    TRANSLATES TO WS-ALIAS-TARGET, A CODE THE FEED DELETES OR   *
      *    DEACTIVATES - HELLO AND ORDEDIT WOULD TURN THOSE BRANCH     *
      *    KEYS INTO A CERTAIN REJECT UNTIL ALSMAINT REPOINTS OR       *
      *    DELETES THEM.  THE COMPARE PASS PREVIEWS THEM UNDER THE     *
      *    DELETE NEEDED LINE; ONLY THE APPLY PASS COUNTS THEM.        *
      ******************************************************************
       3900-LIST-AFFECTED-ALIASES.
           IF WS-ALIAS-NOT-LOADED
               GO TO 3900-EXIT
           END-IF.
           PERFORM 3910-CHECK-ONE-ALIAS THRU 3910-EXIT
               VARYING WS-ALIAS-IX FROM 1 BY 1
               UNTIL WS-ALIAS-IX > WS-ALIAS-COUNT.
       3900-EXIT.
           EXIT.
      *
       3910-CHECK-ONE-ALIAS.
           IF AL-NEW-CODE(WS-ALIAS-IX) NOT = WS-ALIAS-TARGET
               GO TO 3910-EXIT
           END-IF.
           IF WS-APPLY-MODE
               ADD 1 TO WS-ALIASES-AFFECTED
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '          ALIAS: ' AL-OLD-CODE(WS-ALIAS-IX)
               '  STILL POINTS AT THIS CODE - REPOINT OR DELETE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       3910-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-BUILD-MASTER-FROM-FEED - THE MASTER RECORD AS THE      *
      *    FEED SAYS IT SHOULD BE.                                     *
      ******************************************************************
      *
      ******************************************************************
      *    7000-WRITE-CHANGE-LOG - APPEND THE BEFORE/AFTER IMAGE       *
      *    BUILT BY THE CALLING PARAGRAPH TO THE CHANGE LOG.  THE      *
      *    STAMP IS THE ACTUAL CLOCK, NOT THE BUSINESS DATE - READERS  *
      *    ORDER THE LOG BY DATE AND TIME TOGETHER.                    *
      ******************************************************************
       7000-WRITE-CHANGE-LOG.
           MOVE SPACES TO CLG-APPROVAL-IDS.
           MOVE WS-ACTUAL-DATE TO CLG-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO CLG-TIME.
           WRITE CHANGE-LOG-RECORD.
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-CATEGORY-REJECTS > ZERO
               MOVE WS-CATEGORY-REJECTS TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CATEGORY REJECT: ' WS-COUNT-EDIT
                   '  NOT APPLIED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-APPLY-FAILURES > ZERO
               MOVE WS-APPLY-FAILURES TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-ALIASES-AFFECTED > ZERO
               MOVE WS-ALIASES-AFFECTED TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ALIASES LISTED.: ' WS-COUNT-EDIT
                   '  REPOINT OR DELETE THROUGH ALSMAINT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       7900-EXIT.
           EXIT.
      *
           DISPLAY 'CDSYNC - ADDS APPLIED..: ' WS-ADDS-APPLIED.
           DISPLAY 'CDSYNC - CHGS APPLIED..: ' WS-CHANGES-APPLIED.
           DISPLAY 'CDSYNC - DELS APPLIED..: ' WS-DELETES-APPLIED.
           IF WS-CATEGORY-REJECTS > ZERO
               DISPLAY 'CDSYNC - CATEGORY REJ..: ' WS-CATEGORY-REJECTS
           END-IF.
           IF WS-APPLY-FAILURES > ZERO
               DISPLAY 'CDSYNC - APPLY FAILURES: ' WS-APPLY-FAILURES
           END-IF.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 8 IF ANY APPLY FAILED (RECONCILE     *
      *    BEFORE RERUNNING), 4 IF FEED RECORDS WERE HELD BACK FOR     *
      *    THEIR CATEGORY, ELSE 0.  THE THRESHOLD STOP ALREADY ENDED   *
      *    THE RUN WITH 12, AND AN UNUSABLE FILE OR GARBAGE FEED WITH  *
      *    16.                                                         *
      ******************************************************************
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-APPLY-FAILURES > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CATEGORY-REJECTS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       8500-EXIT.
           EXIT.
      *
      *    9999-TERMINATE                                              *
      ******************************************************************
       9999-TERMINATE.
           CLOSE CATEGORY-FILE.
           CLOSE REGISTER-FILE.
       9999-EXIT.
           EXIT.
