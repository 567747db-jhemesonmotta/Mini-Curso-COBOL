      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    CDAPPRV                                      *
      *    DESCRIPTION.   APPROVAL RUN FOR DUAL CONTROL OF CODE MASTER *
      *                   MAINTENANCE.  APPLIES THE CHECKER'S DECISION *
      *                   CARDS TO THE PENDING MAINTENANCE FILE HELD   *
      *                   BY CDPEND - RECORDING THE APPROVER'S ID AND  *
      *                   REFUSING SELF-APPROVAL - THEN SWEEPS THE     *
      *                   FILE: APPROVED ITEMS ARE RELEASED TO         *
      *                   MAINTRAN FOR CDMAINT WITH BOTH IDS, DECLINED *
      *                   ITEMS ARE DROPPED, AND ITEMS LEFT WAITING    *
      *                   LONGER THAN THE APRPARM LIMIT EXPIRE ONTO    *
      *                   THE EXCEPTIONS LIST.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CDAPPRV.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  THE CHECKER HALF OF
      *                      DUAL CONTROL (SEE CDPEND FOR THE MAKER
      *                      HALF).  A DECISION CARD NAMES THE ITEM BY
      *                      ITS PENDING KEY, A OR R, AND THE APPROVER.
      *                      A CARD FOR AN ITEM NOT ON FILE, ALREADY
      *                      DECIDED, WITH NO APPROVER, A BAD DECISION,
      *                      OR AN APPROVER WHO IS THE REQUESTER IS
      *                      REFUSED AND THE ITEM IS LEFT AS IT WAS;
      *                      SELF-APPROVAL IS ALSO LISTED ON THE
      *                      EXCEPTIONS LIST FOR AUDIT.  RELEASED,
      *                      DECLINED, AND EXPIRED ITEMS ARE DELETED
      *                      FROM THE PENDING FILE, SO A RERUN NEVER
      *                      RELEASES AN ITEM TWICE.  THE EXPIRY LIMIT
      *                      IS THE APRPARM CARD (7 DAYS WHEN MISSING,
      *                      BLANK, OR ZERO), COUNTED IN CALENDAR DAYS
      *                      FROM THE REQUEST'S BUSINESS DATE.  RETURN
      *                      CODES: 0 - CLEAN, 4 - A DECISION WAS
      *                      REFUSED OR AN ITEM EXPIRED, 8 - A PENDING
      *                      FILE UPDATE FAILED, 16 - THE PENDING OR
      *                      DECISION FILE COULD NOT BE OPENED OR THE
      *                      PARM CARD IS UNUSABLE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT DECISION-FILE ASSIGN TO MNTAPR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT APPROVAL-PARM-FILE ASSIGN TO APRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-PARM-STATUS.
           SELECT RELEASE-FILE ASSIGN TO MAINTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO APRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO APREXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           COPY PNDREC.
      *
       FD  DECISION-FILE
           COPY APRTRN.
      *
       FD  APPROVAL-PARM-FILE
           COPY APRPARM.
      *
       FD  RELEASE-FILE
           COPY MNTREC.
      *
       FD  REGISTER-FILE
           COPY RPTREC.
      *
       FD  EXCEPTION-FILE
           COPY RPTREC
               REPLACING RPT-RECORD BY EXC-RECORD.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-DECISION-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-DECISION-EOF             VALUE 'Y'.
           05  WS-PENDING-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-PENDING-EOF              VALUE 'Y'.
           05  WS-PENDING-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-PENDING-FOUND            VALUE 'Y'.
           05  WS-REFUSED-SW           PIC X(01) VALUE 'N'.
               88  WS-REFUSED                  VALUE 'Y'.
      *
       01  WS-OUTCOME-TEXT             PIC X(30) VALUE SPACES.
      *
       01  WS-EXPIRE-DAYS              PIC 9(03) VALUE 7.
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-RUN-DAY-INT              PIC 9(07) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO.
       01  WS-PENDING-STATUS           PIC X(02) VALUE ZERO.
       01  WS-DECISION-STATUS          PIC X(02) VALUE ZERO.
       01  WS-APPROVAL-PARM-STATUS     PIC X(02) VALUE ZERO.
       01  WS-RELEASE-STATUS           PIC X(02) VALUE ZERO.
       01  WS-REGISTER-STATUS          PIC X(02) VALUE ZERO.
       01  WS-EXCEPTION-STATUS         PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS     PIC X(02) VALUE ZERO.
      *
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-COUNT-EDIT                PIC ZZZZZZ9.
       01  WS-DAYS-EDIT                 PIC ZZZZ9.
      *
       01  WS-APPROVAL-TOTALS.
           05  WS-DECISIONS-READ       PIC 9(05) COMP VALUE ZERO.
           05  WS-DECISIONS-APPROVED   PIC 9(05) COMP VALUE ZERO.
           05  WS-DECISIONS-DECLINED   PIC 9(05) COMP VALUE ZERO.
           05  WS-DECISIONS-REFUSED    PIC 9(05) COMP VALUE ZERO.
           05  WS-SELF-APPROVALS       PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-RELEASED       PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-DROPPED        PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-EXPIRED        PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-WAITING        PIC 9(05) COMP VALUE ZERO.
           05  WS-PENDING-FAILURES     PIC 9(05) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-APPLY-DECISION    THRU 2000-EXIT
               UNTIL WS-DECISION-EOF.
           PERFORM 3000-SWEEP-PENDING     THRU 3000-EXIT.
           PERFORM 7900-WRITE-FOOTERS     THRU 7900-EXIT.
           PERFORM 8500-SET-RETURN-CODE   THRU 8500-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE BUSINESS DATE AND THE EXPIRY   *
      *    LIMIT, OPEN THE PENDING FILE FOR UPDATE AND THE DECISION    *
      *    FILE (BOTH REQUIRED), AND OPEN THE RELEASE FILE AND THE TWO *
      *    REPORTS.                                                    *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'CDAPPRV - PENDING FILE COULD NOT BE OPENED'
               DISPLAY 'CDAPPRV - FILE STATUS = ' WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS NOT = '00'
               DISPLAY 'CDAPPRV - DECISION FILE COULD NOT BE OPENED'
               DISPLAY 'CDAPPRV - FILE STATUS = ' WS-DECISION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELEASE-FILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM 7200-WRITE-HEADERS THRU 7200-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE DECISION DATE AND THE AGE OF  *
      *    EACH PENDING ITEM ARE TAKEN FROM THE CYCLE'S BUSINESS DATE  *
      *    IN THE BUSDATE CONTROL SET BY CYCLCTL.  A MISSING OR        *
      *    UNUSABLE CONTROL FALLS BACK TO THE CLOCK DATE WITH A        *
      *    CONSOLE NOTE; CDMAINT, WHICH APPLIES THE RELEASED ITEMS,    *
      *    ENFORCES THE OPEN CYCLE ITSELF.                             *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTUAL-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'CDAPPRV - NO BUSDATE CONTROL - CLOCK DATE USED'
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
               DISPLAY 'CDAPPRV - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-READ-PARM-CARD - THE EXPIRY LIMIT IS OPTIONAL: NO PARM *
      *    FILE, AN EMPTY ONE, A BLANK FIELD, OR ZERO KEEPS THE        *
      *    COMPILED DEFAULT.  A FIELD THAT IS PRESENT BUT NOT NUMERIC  *
      *    IS OPERATOR ERROR AND STOPS THE RUN BEFORE ANYTHING IS      *
      *    TOUCHED.                                                    *
      ******************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT APPROVAL-PARM-FILE.
           IF WS-APPROVAL-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           READ APPROVAL-PARM-FILE
               AT END
                   CLOSE APPROVAL-PARM-FILE
                   GO TO 1100-EXIT
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE APPROVAL-PARM-FILE.
           IF APP-EXPIRE-DAYS-X = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF APP-EXPIRE-DAYS-X IS NOT NUMERIC
               DISPLAY 'CDAPPRV - APRPARM EXPIRY DAYS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF APP-EXPIRE-DAYS > ZERO
               MOVE APP-EXPIRE-DAYS TO WS-EXPIRE-DAYS
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-APPLY-DECISION - ONE DECISION CARD PER PASS.  FIRST    *
      *    FAILURE WINS: THE ITEM MUST BE ON THE PENDING FILE, THE     *
      *    CARD MUST NAME AN APPROVER AND A DECISION OF A OR R, THE    *
      *    APPROVER MUST NOT BE THE REQUESTER, AND THE ITEM MUST NOT   *
      *    ALREADY BE DECIDED.  A REFUSED CARD LEAVES THE ITEM AS IT   *
      *    WAS FOR A PROPER DECISION LATER.  AN ACCEPTED CARD RECORDS  *
      *    THE DECISION, THE APPROVER, AND THE DATE ON THE ITEM; THE   *
      *    SWEEP ACTS ON IT.                                           *
      ******************************************************************
       2000-APPLY-DECISION.
           READ DECISION-FILE
               AT END
                   SET WS-DECISION-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-DECISIONS-READ.
           MOVE 'N' TO WS-PENDING-FOUND-SW.
           MOVE SPACES TO PENDING-MAINT-RECORD.
           MOVE APR-KEY-X TO PM-KEY.
           READ PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PENDING-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           SET WS-REFUSED TO TRUE.
           EVALUATE TRUE
               WHEN NOT WS-PENDING-FOUND
                   MOVE 'REFUSED - NOT ON PENDING FILE'
                       TO WS-OUTCOME-TEXT
               WHEN APR-APPROVER-ID = SPACES
                   MOVE 'REFUSED - APPROVER ID MISSING'
                       TO WS-OUTCOME-TEXT
               WHEN NOT APR-APPROVE AND NOT APR-DECLINE
                   MOVE 'REFUSED - INVALID DECISION'
                       TO WS-OUTCOME-TEXT
               WHEN APR-APPROVER-ID = PM-REQUESTER-ID
                   MOVE 'REFUSED - SELF-APPROVAL'
                       TO WS-OUTCOME-TEXT
                   PERFORM 2200-LIST-SELF-APPROVAL THRU 2200-EXIT
               WHEN NOT PM-AWAITING
                   MOVE 'REFUSED - ALREADY DECIDED'
                       TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE 'N' TO WS-REFUSED-SW
                   PERFORM 2100-RECORD-DECISION THRU 2100-EXIT
           END-EVALUATE.
           IF WS-REFUSED
               ADD 1 TO WS-DECISIONS-REFUSED
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ITEM: ' APR-CODE ' ' APR-REQ-DATE ' ' APR-REQ-SEQ
               '  DECISION: ' APR-DECISION
               '  BY: ' APR-APPROVER-ID
               '  REQ: ' PM-REQUESTER-ID
               '  ' WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       2000-EXIT.
           EXIT.
      *
       2100-RECORD-DECISION.
           MOVE APR-DECISION    TO PM-DECISION.
           MOVE APR-APPROVER-ID TO PM-APPROVER-ID.
           MOVE WS-RUN-DATE     TO PM-DECISION-DATE.
           REWRITE PENDING-MAINT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PENDING-STATUS NOT = '00'
               ADD 1 TO WS-PENDING-FAILURES
               STRING 'NOT RECORDED - FILE STATUS ' WS-PENDING-STATUS
                   DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               GO TO 2100-EXIT
           END-IF.
           IF APR-APPROVE
               ADD 1 TO WS-DECISIONS-APPROVED
               MOVE 'APPROVED' TO WS-OUTCOME-TEXT
           ELSE
               ADD 1 TO WS-DECISIONS-DECLINED
               MOVE 'DECLINED' TO WS-OUTCOME-TEXT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-LIST-SELF-APPROVAL.
           ADD 1 TO WS-SELF-APPROVALS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SELF-APPROVAL  ITEM: ' PM-CODE ' ' PM-REQ-DATE
               ' ' PM-REQ-SEQ
               '  ACTION: ' PM-ACTION
               '  REQUESTED AND APPROVED BY: ' APR-APPROVER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXC-RECORD.
           WRITE EXC-RECORD.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-SWEEP-PENDING - READ THE WHOLE PENDING FILE IN KEY     *
      *    (CODE) ORDER AND SETTLE EVERY DECIDED OR OVERDUE ITEM.  THE *
      *    RELEASE FILE COMES OUT IN THE ASCENDING CODE SEQUENCE       *
      *    CDMAINT EDITS FOR.                                          *
      ******************************************************************
       3000-SWEEP-PENDING.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'PENDING FILE SWEEP' TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE LOW-VALUES TO PM-KEY.
           START PENDING-FILE KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   SET WS-PENDING-EOF TO TRUE
           END-START.
           PERFORM 3100-SETTLE-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-PENDING-EOF.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3100-SETTLE-ONE-ITEM - AN APPROVED ITEM IS RELEASED, A      *
      *    DECLINED ONE DROPPED, AND AN UNDECIDED ONE OLDER THAN THE   *
      *    LIMIT EXPIRED.  EACH IS DELETED FROM THE PENDING FILE       *
      *    BEFORE ANYTHING IS WRITTEN FOR IT, SO A FAILED DELETE       *
      *    LEAVES THE ITEM TO BE SETTLED BY THE NEXT RUN AND NOTHING   *
      *    IS EVER RELEASED TWICE.  AN UNDECIDED ITEM STILL WITHIN THE *
      *    LIMIT IS LISTED AS WAITING.                                 *
      ******************************************************************
       3100-SETTLE-ONE-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-PENDING-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE ZERO TO WS-AGE-DAYS.
           IF PM-REQ-DATE IS NUMERIC AND PM-REQ-DATE > ZERO
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-INT
                   - FUNCTION INTEGER-OF-DATE(PM-REQ-DATE)
           END-IF.
           IF PM-AWAITING AND WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
               ADD 1 TO WS-ITEMS-WAITING
               MOVE 'WAITING' TO WS-OUTCOME-TEXT
               PERFORM 3900-WRITE-SWEEP-LINE THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           DELETE PENDING-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-PENDING-STATUS NOT = '00'
               ADD 1 TO WS-PENDING-FAILURES
               MOVE SPACES TO WS-OUTCOME-TEXT
               STRING 'NOT SETTLED - FILE STATUS ' WS-PENDING-STATUS
                   DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               PERFORM 3900-WRITE-SWEEP-LINE THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PM-APPROVED
                   PERFORM 3200-RELEASE-ITEM THRU 3200-EXIT
               WHEN PM-DECLINED
                   ADD 1 TO WS-ITEMS-DROPPED
                   MOVE 'DECLINED - DROPPED' TO WS-OUTCOME-TEXT
               WHEN OTHER
                   PERFORM 3400-EXPIRE-ITEM THRU 3400-EXIT
           END-EVALUATE.
           PERFORM 3900-WRITE-SWEEP-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3200-RELEASE-ITEM - REBUILD THE MAINTENANCE TRANSACTION     *
      *    FROM THE PENDING ITEM, WITH THE REQUESTER AND APPROVER IDS  *
      *    CDMAINT WILL CARRY TO THE CHANGE LOG AND REGISTER.          *
      ******************************************************************
       3200-RELEASE-ITEM.
           MOVE SPACES          TO MAINT-TRAN-RECORD.
           MOVE PM-ACTION       TO MT-ACTION.
           MOVE PM-CODE         TO MT-CODE.
           MOVE PM-STATUS       TO MT-STATUS.
           MOVE PM-DESC         TO MT-DESC.
           MOVE PM-CATEGORY     TO MT-CATEGORY.
           MOVE PM-EFF-FROM     TO MT-EFF-FROM-X.
           MOVE PM-EFF-TO       TO MT-EFF-TO-X.
           MOVE PM-REQUESTER-ID TO MT-REQUESTER-ID.
           MOVE PM-APPROVER-ID  TO MT-APPROVER-ID.
           WRITE MAINT-TRAN-RECORD.
           ADD 1 TO WS-ITEMS-RELEASED.
           MOVE 'RELEASED TO CDMAINT' TO WS-OUTCOME-TEXT.
       3200-EXIT.
           EXIT.
      *
       3400-EXPIRE-ITEM.
           ADD 1 TO WS-ITEMS-EXPIRED.
           MOVE 'EXPIRED - NOT DECIDED' TO WS-OUTCOME-TEXT.
           MOVE WS-AGE-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXPIRED        ITEM: ' PM-CODE ' ' PM-REQ-DATE
               ' ' PM-REQ-SEQ
               '  ACTION: ' PM-ACTION
               '  REQUESTED BY: ' PM-REQUESTER-ID
               '  WAITED ' WS-DAYS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXC-RECORD.
           WRITE EXC-RECORD.
       3400-EXIT.
           EXIT.
      *
       3900-WRITE-SWEEP-LINE.
           MOVE WS-AGE-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ITEM: ' PM-CODE ' ' PM-REQ-DATE ' ' PM-REQ-SEQ
               '  ACTION: ' PM-ACTION
               '  REQ: ' PM-REQUESTER-ID
               '  APPR: ' PM-APPROVER-ID
               '  AGE: ' WS-DAYS-EDIT
               '  ' WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-HEADERS - TITLE AND DATE LINES FOR THE APPROVAL  *
      *    REGISTER AND THE EXCEPTIONS LIST.                           *
      ******************************************************************
       7200-WRITE-HEADERS.
           MOVE 'CDAPPRV MAINTENANCE APPROVAL REGISTER'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'CDAPPRV MAINTENANCE APPROVAL EXCEPTIONS'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXC-RECORD.
           WRITE EXC-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EXPIRE-DAYS TO WS-DAYS-EDIT.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               '  EXPIRY LIMIT: ' WS-DAYS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-REPORT-LINE TO EXC-RECORD.
           WRITE EXC-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO EXC-RECORD.
           WRITE EXC-RECORD.
           MOVE 'DECISIONS' TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7900-WRITE-FOOTERS - END-OF-JOB TOTALS ON THE REGISTER, AND *
      *    THE EXCEPTION COUNTS (OR A NONE LINE) ON THE EXCEPTIONS     *
      *    LIST.                                                       *
      ******************************************************************
       7900-WRITE-FOOTERS.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-DECISIONS-READ TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DECISIONS READ.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-DECISIONS-APPROVED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'APPROVED.......: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-DECISIONS-DECLINED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DECLINED.......: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-DECISIONS-REFUSED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED........: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ITEMS-RELEASED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RELEASED.......: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ITEMS-DROPPED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DROPPED........: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ITEMS-EXPIRED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXPIRED........: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ITEMS-WAITING TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STILL WAITING..: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-PENDING-FAILURES TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UPDATE FAILED..: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO EXC-RECORD.
           WRITE EXC-RECORD.
           IF WS-ITEMS-EXPIRED = ZERO AND WS-SELF-APPROVALS = ZERO
               MOVE 'NO EXCEPTIONS' TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO EXC-RECORD
               WRITE EXC-RECORD
               GO TO 7900-EXIT
           END-IF.
           MOVE WS-ITEMS-EXPIRED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXPIRED........: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXC-RECORD.
           WRITE EXC-RECORD.
           MOVE WS-SELF-APPROVALS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SELF-APPROVALS.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXC-RECORD.
           WRITE EXC-RECORD.
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 8 IF A PENDING FILE UPDATE FAILED, 4 *
      *    IF A DECISION WAS REFUSED OR AN ITEM EXPIRED, ELSE 0.  AN   *
      *    UNUSABLE FILE OR PARM CARD ALREADY STOPPED THE RUN WITH 16. *
      ******************************************************************
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-PENDING-FAILURES > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DECISIONS-REFUSED > ZERO
                 OR WS-ITEMS-EXPIRED > ZERO
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
           CLOSE PENDING-FILE.
           CLOSE DECISION-FILE.
           CLOSE RELEASE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE EXCEPTION-FILE.
       9999-EXIT.
           EXIT.
