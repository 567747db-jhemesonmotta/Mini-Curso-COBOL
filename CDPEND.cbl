      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    CDPEND                                       *
      *    DESCRIPTION.   CAPTURES CODE MASTER MAINTENANCE REQUESTS    *
      *                   ONTO THE PENDING MAINTENANCE FILE (VSAM      *
      *                   KSDS) FOR DUAL CONTROL.  EACH REQUEST        *
      *                   CARRIES THE REQUESTER'S ID AND IS HELD UNTIL *
      *                   A DIFFERENT ID APPROVES OR DECLINES IT IN    *
      *                   CDAPPRV; ONLY APPROVED ITEMS EVER REACH      *
      *                   CDMAINT.  THE REGISTER LISTS THE PENDING KEY *
      *                   OF EVERY ITEM HELD FOR THE APPROVER TO       *
      *                   QUOTE.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CDPEND.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  AUDIT REQUIRED DUAL
      *                      CONTROL OVER THE CODE MASTER - ANY CARD
      *                      DROPPED INTO MAINTRAN USED TO CHANGE IT ON
      *                      THE NEXT CDMAINT RUN, AND THE CHANGE LOG
      *                      DID NOT SAY WHO ASKED.  REQUESTS ARE IN
      *                      THE MNTREC LAYOUT WITH MT-REQUESTER-ID
      *                      FILLED IN.  THE BASIC EDITS (CODE, ACTION,
      *                      STATUS, REQUESTER) ARE MADE HERE SO A BAD
      *                      CARD NEVER REACHES THE APPROVER; THE FULL
      *                      EDIT STILL RUNS IN CDMAINT.  THE PENDING
      *                      KEY IS CODE + BUSINESS DATE + A SEQUENCE
      *                      WITHIN THEM, SO TWO REQUESTS FOR ONE CODE
      *                      ON ONE DAY ARE BOTH HELD.  THE PENDING
      *                      FILE IS CREATED ON FIRST USE.  REQUESTS
      *                      ARE TAKEN DURING THE DAY, SO THE BUSINESS
      *                      DATE IS NOT ENFORCED - A MISSING CONTROL
      *                      FALLS BACK TO THE CLOCK.  RETURN CODES: 0
      *                      - ALL HELD, 4 - ONE OR MORE REQUESTS
      *                      REJECTED, 8 - A PENDING WRITE FAILED, 16 -
      *                      THE REQUEST OR PENDING FILE COULD NOT BE
      *                      OPENED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-REQ-FILE ASSIGN TO MNTREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REQ-STATUS.
           SELECT PENDING-FILE ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT REGISTER-FILE ASSIGN TO PNDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REQ-FILE
           COPY MNTREC.
      *
       FD  PENDING-FILE
           COPY PNDREC.
      *
       FD  REGISTER-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-REQ-EOF                  VALUE 'Y'.
           05  WS-REQ-VALID-SW         PIC X(01) VALUE 'Y'.
               88  WS-REQ-VALID                VALUE 'Y'.
               88  WS-REQ-INVALID              VALUE 'N'.
      *
       01  WS-REJECT-REASON.
           05  WS-REJECT-REASON-CODE   PIC X(02) VALUE SPACES.
           05  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-MAINT-REQ-STATUS         PIC X(02) VALUE ZERO.
       01  WS-PENDING-STATUS           PIC X(02) VALUE ZERO.
       01  WS-REGISTER-STATUS          PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS     PIC X(02) VALUE ZERO.
      *
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-COUNT-EDIT                PIC ZZZZZZ9.
      *
       01  WS-REQ-TOTALS.
           05  WS-REQS-READ            PIC 9(05) COMP VALUE ZERO.
           05  WS-REQS-HELD            PIC 9(05) COMP VALUE ZERO.
           05  WS-REQS-REJECTED        PIC 9(05) COMP VALUE ZERO.
           05  WS-REQS-FAILED          PIC 9(05) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REQUEST   THRU 2000-EXIT
               UNTIL WS-REQ-EOF.
           PERFORM 7900-WRITE-REGISTER-FOOTER THRU 7900-EXIT.
           PERFORM 8500-SET-RETURN-CODE   THRU 8500-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE BUSINESS DATE, OPEN THE        *
      *    PENDING FILE FOR UPDATE (CREATING IT ON FIRST USE) AND THE  *
      *    REQUEST FILE, AND PRIME THE FIRST REQUEST.                  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'CDPEND - PENDING FILE COULD NOT BE OPENED'
               DISPLAY 'CDPEND - FILE STATUS = ' WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MAINT-REQ-FILE.
           IF WS-MAINT-REQ-STATUS NOT = '00'
               DISPLAY 'CDPEND - REQUEST FILE COULD NOT BE OPENED'
               DISPLAY 'CDPEND - FILE STATUS = ' WS-MAINT-REQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 7200-WRITE-REGISTER-HEADERS THRU 7200-EXIT.
           PERFORM 1200-READ-REQUEST THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE REQUEST DATE IS THE CYCLE'S   *
      *    BUSINESS DATE FROM THE BUSDATE CONTROL SET BY CYCLCTL, NOT  *
      *    THE SYSTEM CLOCK.  REQUESTS ARE TAKEN DURING THE DAY,       *
      *    WHETHER THE CYCLE IS OPEN OR COMPLETE, SO A MISSING OR      *
      *    UNUSABLE CONTROL FALLS BACK TO THE CLOCK DATE WITH A        *
      *    CONSOLE NOTE RATHER THAN STOPPING THE RUN.                  *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTUAL-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'CDPEND - NO BUSDATE CONTROL - CLOCK DATE USED'
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
               DISPLAY 'CDPEND - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-READ-REQUEST - READ THE NEXT REQUEST AND EDIT IT.  A   *
      *    REQUEST THAT FAILS THE EDIT IS PRINTED AS REJECTED AND THE  *
      *    NEXT ONE IS READ, SO ONLY CLEAN REQUESTS ARE HELD FOR       *
      *    APPROVAL.                                                   *
      ******************************************************************
       1200-READ-REQUEST.
           READ MAINT-REQ-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           IF WS-REQ-EOF
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-REQS-READ.
           PERFORM 1250-EDIT-REQUEST THRU 1250-EXIT.
           IF WS-REQ-INVALID
               PERFORM 1300-REJECT-REQUEST THRU 1300-EXIT
               GO TO 1200-READ-REQUEST
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1250-EDIT-REQUEST - FIRST FAILURE WINS, WITH CDMAINT'S      *
      *    REASON CODES: THE CODE MUST BE PRESENT, THE ACTION MUST BE  *
      *    A, C, OR D, AN ADD OR CHANGE MUST CARRY A STATUS OF A OR I, *
      *    AND THE REQUEST MUST NAME ITS REQUESTER.  THE DATES AND     *
      *    CATEGORY ARE LEFT TO CDMAINT, WHICH EDITS THEM AGAINST THE  *
      *    MASTERS AS THEY STAND WHEN THE CHANGE IS APPLIED.           *
      ******************************************************************
       1250-EDIT-REQUEST.
           SET WS-REQ-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           MOVE SPACES TO WS-REJECT-REASON-TEXT.
           EVALUATE TRUE
               WHEN MT-CODE = SPACES
                   SET WS-REQ-INVALID TO TRUE
                   MOVE '32' TO WS-REJECT-REASON-CODE
                   MOVE 'MISSING CODE' TO WS-REJECT-REASON-TEXT
               WHEN NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
                   SET WS-REQ-INVALID TO TRUE
                   MOVE '30' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID ACTION CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN (MT-ADD OR MT-CHANGE)
                AND NOT MT-ACTIVE AND NOT MT-INACTIVE
                   SET WS-REQ-INVALID TO TRUE
                   MOVE '31' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID STATUS CODE'
                       TO WS-REJECT-REASON-TEXT
               WHEN MT-REQUESTER-ID = SPACES
                   SET WS-REQ-INVALID TO TRUE
                   MOVE '39' TO WS-REJECT-REASON-CODE
                   MOVE 'REQUESTER ID MISSING'
                       TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1250-EXIT.
           EXIT.
      *
       1300-REJECT-REQUEST.
           ADD 1 TO WS-REQS-REJECTED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACTION: ' MT-ACTION
               '  CODE: ' MT-CODE
               '  REQ: ' MT-REQUESTER-ID
               '  REJECTED ' WS-REJECT-REASON-CODE
               ' - ' WS-REJECT-REASON-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-REQUEST - HOLD THE CURRENT (ALREADY EDITED)    *
      *    REQUEST ON THE PENDING FILE, THEN READ THE NEXT ONE.        *
      ******************************************************************
       2000-PROCESS-REQUEST.
           PERFORM 2100-HOLD-REQUEST THRU 2100-EXIT.
           PERFORM 1200-READ-REQUEST THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-HOLD-REQUEST - BUILD THE PENDING ITEM AND WRITE IT     *
      *    UNDER THE FIRST FREE SEQUENCE FOR ITS CODE AND BUSINESS     *
      *    DATE - A DUPLICATE KEY (STATUS 22) MEANS AN EARLIER REQUEST *
      *    FOR THE SAME CODE TODAY ALREADY HAS THAT SEQUENCE, SO THE   *
      *    NEXT ONE IS TRIED.  ANY OTHER FAILURE IS COUNTED AND        *
      *    PRINTED; THE REQUEST MUST BE RESUBMITTED.                   *
      ******************************************************************
       2100-HOLD-REQUEST.
           MOVE SPACES          TO PENDING-MAINT-RECORD.
           MOVE MT-CODE         TO PM-CODE.
           MOVE WS-RUN-DATE     TO PM-REQ-DATE.
           MOVE ZERO            TO PM-REQ-SEQ.
           MOVE MT-ACTION       TO PM-ACTION.
           MOVE MT-STATUS       TO PM-STATUS.
           MOVE MT-DESC         TO PM-DESC.
           MOVE MT-CATEGORY     TO PM-CATEGORY.
           MOVE MT-EFF-FROM-X   TO PM-EFF-FROM.
           MOVE MT-EFF-TO-X     TO PM-EFF-TO.
           MOVE MT-REQUESTER-ID TO PM-REQUESTER-ID.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO PM-REQ-TIME.
           MOVE SPACES          TO PM-DECISION.
           MOVE SPACES          TO PM-APPROVER-ID.
           MOVE ZERO            TO PM-DECISION-DATE.
           MOVE '22' TO WS-PENDING-STATUS.
           PERFORM 2150-WRITE-PENDING THRU 2150-EXIT
               UNTIL WS-PENDING-STATUS NOT = '22'
                  OR PM-REQ-SEQ = 9999.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PENDING-STATUS = '00'
               ADD 1 TO WS-REQS-HELD
               STRING 'ACTION: ' MT-ACTION
                   '  CODE: ' MT-CODE
                   '  REQ: ' MT-REQUESTER-ID
                   '  HELD AS ' PM-CODE ' ' PM-REQ-DATE ' ' PM-REQ-SEQ
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-REQS-FAILED
               STRING 'ACTION: ' MT-ACTION
                   '  CODE: ' MT-CODE
                   '  REQ: ' MT-REQUESTER-ID
                   '  NOT HELD - PENDING FILE STATUS '
                   WS-PENDING-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       2100-EXIT.
           EXIT.
      *
       2150-WRITE-PENDING.
           ADD 1 TO PM-REQ-SEQ.
           WRITE PENDING-MAINT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2150-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7200-WRITE-REGISTER-HEADERS - TITLE AND DATE LINES.  THE    *
      *    BUSINESS DATE IS THE REQUEST DATE IN EVERY PENDING KEY; THE *
      *    RUN DATE IS WHEN THE CAPTURE ACTUALLY RAN.                  *
      ******************************************************************
       7200-WRITE-REGISTER-HEADERS.
           MOVE 'CDPEND PENDING MAINTENANCE CAPTURE REGISTER'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'PENDING KEY IS CODE, REQUEST DATE, SEQUENCE'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
       7200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7900-WRITE-REGISTER-FOOTER - END-OF-JOB TOTALS.  READ =     *
      *    HELD + REJECTED + FAILED.                                   *
      ******************************************************************
       7900-WRITE-REGISTER-FOOTER.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-REQS-READ TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REQUESTS READ..: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-REQS-HELD TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HELD PENDING...: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-REQS-REJECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REJECTED.......: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-REQS-FAILED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WRITE FAILED...: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 8 IF A PENDING WRITE FAILED, 4 IF    *
      *    ANY REQUEST WAS REJECTED, ELSE 0.  AN UNUSABLE FILE ALREADY *
      *    STOPPED THE RUN WITH 16.                                    *
      ******************************************************************
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-REQS-FAILED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REQS-REJECTED > ZERO
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
           CLOSE MAINT-REQ-FILE.
           CLOSE REGISTER-FILE.
       9999-EXIT.
           EXIT.
