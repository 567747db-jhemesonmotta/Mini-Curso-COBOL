      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    CDDIST                                       *
      *    DESCRIPTION.   DAILY CODE-CHANGE DISTRIBUTION EXTRACT FOR   *
      *                   THE BRANCH SYSTEMS.  WRITES EVERY CHANGE     *
      *                   APPLIED TO THE CODE MASTER SINCE THE LAST    *
      *                   EXTRACT (CHANGE LOG RESULT 00 FROM CDMAINT,  *
      *                   CDSYNC, AND CDINQ) TO A SEQUENCE-NUMBERED    *
      *                   HEADER / DETAIL / TRAILER FILE, OR ON        *
      *                   REQUEST THE WHOLE ACTIVE MASTER AS A FULL    *
      *                   REFRESH, AND PRINTS A CONTROL REPORT         *
      *                   RECONCILING THE EXTRACT AGAINST THE CHANGE   *
      *                   LOG.                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CDDIST.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  THE BRANCHES USED TO
      *                      LEARN OF A NEW, CHANGED, OR DEACTIVATED
      *                      CODE ONLY WHEN THEIR ORDERS STARTED
      *                      REJECTING.  THE WINDOW IS FROM THE END OF
      *                      THE LAST EXTRACT'S WINDOW (DSTCTL) TO THIS
      *                      RUN'S START, ON THE ACTUAL CLOCK LIKE THE
      *                      CHANGE LOG STAMPS, SO NO ENTRY IS SENT
      *                      TWICE OR MISSED HOWEVER THE RUNS FALL.
      *                      DSTPARM MODE: BLANK OR D DAILY, F FULL
      *                      REFRESH (NEXT SEQUENCE NUMBER; THE CHANGE
      *                      LOG WINDOW IS STILL REPORTED AND CLOSED,
      *                      SINCE THE REFRESH COVERS IT), R RE-CREATE
      *                      THE LAST EXTRACT UNDER ITS OWN SEQUENCE
      *                      NUMBER FROM ITS OWN WINDOW START.  THE
      *                      CONTROL RECORD IS ADVANCED ONLY WHEN THE
      *                      EXTRACT RECONCILES.  THE BUSINESS DATE IS
      *                      STAMPED ON THE HEADER BUT NOT ENFORCED - A
      *                      REFRESH MUST ALWAYS BE POSSIBLE.  RETURN
      *                      CODES: 0 - EXTRACT WRITTEN AND IN BALANCE
      *                      (SEND IT), 8 - OUT OF BALANCE OR A WRITE
      *                      FAILED (DO NOT SEND; THE JOB SCRATCHES IT
      *                      AND A RERUN STARTS FROM THE SAME POINT),
      *                      16 - A REQUIRED FILE UNUSABLE, PARM CARD
      *                      IN ERROR, OR NOTHING TO RE-CREATE.
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
           SELECT CHANGE-LOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT DIST-CONTROL-FILE ASSIGN TO DSTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-CONTROL-STATUS.
           SELECT DIST-PARM-FILE ASSIGN TO DSTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-PARM-STATUS.
           SELECT DISTRIBUTION-FILE ASSIGN TO DSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIBUTION-STATUS.
           SELECT DIST-RPT-FILE ASSIGN TO DSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CODE-MASTER-FILE
           COPY CODEREC.
      *
       FD  CHANGE-LOG-FILE
           COPY CHGLOG.
      *
       FD  DIST-CONTROL-FILE
           COPY DSTCTL.
      *
       FD  DIST-PARM-FILE
           COPY DSTPARM.
      *
       FD  DISTRIBUTION-FILE
           COPY DSTREC.
      *
       FD  DIST-RPT-FILE
           COPY RPTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-MASTER-SW    PIC X(01) VALUE 'N'.
               88  WS-EOF-MASTER            VALUE 'Y'.
           05  WS-EOF-CHGLOG-SW    PIC X(01) VALUE 'N'.
               88  WS-EOF-CHGLOG            VALUE 'Y'.
           05  WS-CONTROL-FOUND-SW PIC X(01) VALUE 'N'.
               88  WS-CONTROL-FOUND         VALUE 'Y'.
           05  WS-CHGLOG-FOUND-SW  PIC X(01) VALUE 'N'.
               88  WS-CHGLOG-FOUND          VALUE 'Y'.
           05  WS-RUN-MODE         PIC X(01) VALUE 'D'.
               88  WS-MODE-DAILY            VALUE 'D'.
               88  WS-MODE-FULL             VALUE 'F'.
           05  WS-RERUN-SW         PIC X(01) VALUE 'N'.
               88  WS-RERUN-REQUESTED       VALUE 'Y'.
           05  WS-IN-BALANCE-SW    PIC X(01) VALUE 'N'.
               88  WS-IN-BALANCE            VALUE 'Y'.
      *
       01  WS-CODE-MASTER-STATUS    PIC X(02) VALUE ZERO.
       01  WS-CHANGE-LOG-STATUS     PIC X(02) VALUE ZERO.
       01  WS-DIST-CONTROL-STATUS   PIC X(02) VALUE ZERO.
       01  WS-DIST-PARM-STATUS      PIC X(02) VALUE ZERO.
       01  WS-DISTRIBUTION-STATUS   PIC X(02) VALUE ZERO.
       01  WS-DIST-RPT-STATUS       PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
       01  WS-SEQUENCE-NO           PIC 9(07) VALUE ZERO.
       01  WS-LAST-SEQUENCE-NO      PIC 9(07) VALUE ZERO.
       01  WS-LAST-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-MODE-TEXT             PIC X(12) VALUE SPACES.
      *
      *    CHANGE-LOG WINDOW - AN ENTRY IS IN IT WHEN ITS DATE AND TIME
      *    ARE AFTER WS-FROM-STAMP AND NOT AFTER WS-TO-STAMP.  THE
      *    GROUPS ARE ALL DIGITS, SO THEY COMPARE AS STAMPS.
       01  WS-FROM-STAMP.
           05  WS-FROM-DATE        PIC 9(08) VALUE ZERO.
           05  WS-FROM-TIME        PIC 9(08) VALUE ZERO.
       01  WS-TO-STAMP.
           05  WS-TO-DATE          PIC 9(08) VALUE ZERO.
           05  WS-TO-TIME          PIC 9(08) VALUE ZERO.
       01  WS-LOG-STAMP.
           05  WS-LOG-DATE         PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME         PIC 9(08) VALUE ZERO.
      *
       01  WS-LOG-TOTALS.
           05  WS-LOG-READ         PIC 9(09) COMP VALUE ZERO.
           05  WS-LOG-BEFORE       PIC 9(09) COMP VALUE ZERO.
           05  WS-LOG-AFTER        PIC 9(09) COMP VALUE ZERO.
           05  WS-LOG-NOT-APPLIED  PIC 9(09) COMP VALUE ZERO.
           05  WS-LOG-ADDS         PIC 9(09) COMP VALUE ZERO.
           05  WS-LOG-CHANGES      PIC 9(09) COMP VALUE ZERO.
           05  WS-LOG-DELETES      PIC 9(09) COMP VALUE ZERO.
           05  WS-LOG-UNKNOWN      PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-EXTRACT-TOTALS.
           05  WS-MASTER-READ      PIC 9(09) COMP VALUE ZERO.
           05  WS-MASTER-ACTIVE    PIC 9(09) COMP VALUE ZERO.
           05  WS-DETAILS-WRITTEN  PIC 9(09) COMP VALUE ZERO.
           05  WS-ADDS-WRITTEN     PIC 9(09) COMP VALUE ZERO.
           05  WS-CHANGES-WRITTEN  PIC 9(09) COMP VALUE ZERO.
           05  WS-DELETES-WRITTEN  PIC 9(09) COMP VALUE ZERO.
           05  WS-WRITE-FAILURES   PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-COUNT-EDIT             PIC ZZZZZZZZ9.
       01  WS-COUNT-EDIT-2           PIC ZZZZZZZZ9.
       01  WS-COUNT-EDIT-3           PIC ZZZZZZZZ9.
       01  WS-SEQUENCE-EDIT          PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-SCAN-CHANGE-LOG    THRU 2000-EXIT.
           IF WS-MODE-FULL
               PERFORM 3000-UNLOAD-ACTIVE  THRU 3000-EXIT
           END-IF.
           PERFORM 4000-WRITE-TRAILER      THRU 4000-EXIT.
           PERFORM 5000-CHECK-BALANCE      THRU 5000-EXIT.
           PERFORM 7900-WRITE-CONTROL-REPORT THRU 7900-EXIT.
           IF WS-IN-BALANCE
               PERFORM 6000-WRITE-CONTROL  THRU 6000-EXIT
           END-IF.
           PERFORM 8000-DISPLAY-TOTALS     THRU 8000-EXIT.
           PERFORM 8500-SET-RETURN-CODE    THRU 8500-EXIT.
           PERFORM 9999-TERMINATE          THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - RUN MODE, LAST EXTRACT, AND THE WINDOW    *
      *    AND SEQUENCE NUMBER FOR THIS ONE; THEN THE FILES.  THE      *
      *    CHANGE LOG IS REQUIRED FOR A DAILY EXTRACT (IT IS THE       *
      *    EXTRACT) BUT NOT FOR A FULL REFRESH.  THE WINDOW CLOSES AT  *
      *    THIS RUN'S START, SO AN ENTRY LOGGED WHILE THE EXTRACT RUNS *
      *    GOES OUT TOMORROW.                                          *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-ACTUAL-DATE TO WS-TO-DATE.
           MOVE WS-RUN-TIME TO WS-TO-TIME.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           PERFORM 1300-SET-WINDOW THRU 1300-EXIT.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-STATUS = '00'
               SET WS-CHGLOG-FOUND TO TRUE
           ELSE
               IF WS-MODE-DAILY
                   DISPLAY 'CDDIST - CHANGE LOG COULD NOT BE OPENED'
                   DISPLAY 'CDDIST - FILE STATUS = '
                       WS-CHANGE-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODE-FULL
               OPEN INPUT CODE-MASTER-FILE
               IF WS-CODE-MASTER-STATUS NOT = '00'
                   DISPLAY 'CDDIST - CODE MASTER FILE COULD NOT BE'
                   DISPLAY 'CDDIST - OPENED, FILE STATUS = '
                       WS-CODE-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT DISTRIBUTION-FILE.
           IF WS-DISTRIBUTION-STATUS NOT = '00'
               DISPLAY 'CDDIST - DISTRIBUTION FILE COULD NOT BE OPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DIST-RPT-FILE.
           PERFORM 7800-WRITE-HEADERS THRU 7800-EXIT.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           MOVE '1' TO DST-RECORD-TYPE.
           MOVE WS-SEQUENCE-NO TO DST-SEQUENCE-NO.
           MOVE WS-RUN-MODE TO DST-EXTRACT-TYPE.
           MOVE WS-RUN-DATE TO DST-BUSINESS-DATE.
           MOVE WS-ACTUAL-DATE TO DST-CREATE-DATE.
           MOVE WS-RUN-TIME TO DST-CREATE-TIME.
           MOVE WS-FROM-DATE TO DST-FROM-DATE.
           MOVE WS-FROM-TIME TO DST-FROM-TIME.
           MOVE WS-TO-DATE TO DST-TO-DATE.
           MOVE WS-TO-TIME TO DST-TO-TIME.
           WRITE DISTRIBUTION-RECORD.
           IF WS-DISTRIBUTION-STATUS NOT = '00'
               ADD 1 TO WS-WRITE-FAILURES
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE BUSINESS DATE FROM THE        *
      *    BUSDATE CONTROL SET BY CYCLCTL IS STAMPED ON THE HEADER SO  *
      *    A BRANCH KNOWS WHICH DAY THE CHANGES BELONG TO.  A REFRESH  *
      *    MUST ALWAYS BE POSSIBLE, SO A MISSING OR UNUSABLE CONTROL   *
      *    FALLS BACK TO THE CLOCK DATE WITH A CONSOLE NOTE RATHER     *
      *    THAN STOPPING THE RUN.                                      *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTUAL-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'CDDIST - NO BUSDATE CONTROL - CLOCK DATE USED'
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
               DISPLAY 'CDDIST - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-READ-PARM-CARD - NO PARM FILE, AN EMPTY ONE, OR A      *
      *    BLANK MODE IS THE DAILY EXTRACT.  ANY MODE OTHER THAN D, F, *
      *    OR R IS OPERATOR ERROR AND STOPS THE RUN BEFORE ANYTHING IS *
      *    WRITTEN.                                                    *
      ******************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT DIST-PARM-FILE.
           IF WS-DIST-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           READ DIST-PARM-FILE
               AT END
                   CLOSE DIST-PARM-FILE
                   GO TO 1100-EXIT
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE DIST-PARM-FILE.
           IF NOT DSP-VALID-MODE
               DISPLAY 'CDDIST - DSTPARM MODE MUST BE BLANK, D, F, OR R'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DSP-FULL-REFRESH
               SET WS-MODE-FULL TO TRUE
           END-IF.
           IF DSP-RERUN
               SET WS-RERUN-REQUESTED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1200-READ-CONTROL.
           OPEN INPUT DIST-CONTROL-FILE.
           IF WS-DIST-CONTROL-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           READ DIST-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-CONTROL-FOUND TO TRUE
           END-READ.
           CLOSE DIST-CONTROL-FILE.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-SET-WINDOW - A NEW EXTRACT TAKES THE NEXT SEQUENCE     *
      *    NUMBER AND STARTS WHERE THE LAST ONE'S WINDOW ENDED (THE    *
      *    START OF THE LOG WHEN THERE HAS NEVER BEEN ONE).  A         *
      *    RE-CREATE TAKES THE LAST EXTRACT'S OWN SEQUENCE NUMBER,     *
      *    TYPE, AND WINDOW START, SO THE BRANCH RECEIVES THE SAME     *
      *    NUMBER AGAIN WITH EVERYTHING IT SHOULD HAVE HAD.            *
      ******************************************************************
       1300-SET-WINDOW.
           IF WS-CONTROL-FOUND
               MOVE DSC-LAST-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
               MOVE DSC-LAST-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
           END-IF.
           IF WS-RERUN-REQUESTED
               IF NOT WS-CONTROL-FOUND
                   DISPLAY 'CDDIST - NO PREVIOUS EXTRACT TO RE-CREATE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DSC-LAST-SEQUENCE-NO TO WS-SEQUENCE-NO
               MOVE DSC-LAST-TYPE TO WS-RUN-MODE
               MOVE DSC-FROM-DATE TO WS-FROM-DATE
               MOVE DSC-FROM-TIME TO WS-FROM-TIME
               GO TO 1300-EXIT
           END-IF.
           IF WS-CONTROL-FOUND
               COMPUTE WS-SEQUENCE-NO = DSC-LAST-SEQUENCE-NO + 1
               MOVE DSC-TO-DATE TO WS-FROM-DATE
               MOVE DSC-TO-TIME TO WS-FROM-TIME
           ELSE
               MOVE 1 TO WS-SEQUENCE-NO
               MOVE ZERO TO WS-FROM-DATE
               MOVE ZERO TO WS-FROM-TIME
           END-IF.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-SCAN-CHANGE-LOG - READ THE WHOLE CHANGE LOG AND SORT   *
      *    EVERY ENTRY INTO BEFORE THE WINDOW, AFTER IT, NOT APPLIED,  *
      *    OR APPLIED BY ACTION.  ON A DAILY EXTRACT EACH APPLIED      *
      *    ENTRY IS WRITTEN AS A DETAIL IN LOG ORDER; ON A FULL        *
      *    REFRESH THE COUNTS ARE ONLY REPORTED - THE REFRESH ALREADY  *
      *    CARRIES THEIR RESULT.                                       *
      ******************************************************************
       2000-SCAN-CHANGE-LOG.
           IF NOT WS-CHGLOG-FOUND
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-EOF-CHGLOG.
           CLOSE CHANGE-LOG-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-SCAN-ONE-ENTRY.
           READ CHANGE-LOG-FILE
               AT END
                   SET WS-EOF-CHGLOG TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ.
           MOVE CLG-DATE TO WS-LOG-DATE.
           MOVE CLG-TIME TO WS-LOG-TIME.
           IF WS-LOG-STAMP NOT > WS-FROM-STAMP
               ADD 1 TO WS-LOG-BEFORE
               GO TO 2100-EXIT
           END-IF.
           IF WS-LOG-STAMP > WS-TO-STAMP
               ADD 1 TO WS-LOG-AFTER
               GO TO 2100-EXIT
           END-IF.
           IF CLG-RESULT-CODE NOT = '00'
               ADD 1 TO WS-LOG-NOT-APPLIED
               GO TO 2100-EXIT
           END-IF.
           EVALUATE CLG-ACTION
               WHEN 'A'
                   ADD 1 TO WS-LOG-ADDS
               WHEN 'C'
                   ADD 1 TO WS-LOG-CHANGES
               WHEN 'D'
                   ADD 1 TO WS-LOG-DELETES
               WHEN OTHER
                   ADD 1 TO WS-LOG-UNKNOWN
                   PERFORM 2900-WRITE-UNKNOWN-LINE THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-EVALUATE.
           IF WS-MODE-DAILY
               PERFORM 2200-WRITE-CHANGE-DETAIL THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-WRITE-CHANGE-DETAIL - ONE DETAIL FROM ONE APPLIED      *
      *    ENTRY.  ADDS AND CHANGES CARRY THE AFTER IMAGE; A DELETE    *
      *    CARRIES THE BEFORE IMAGE SO THE BRANCH SEES WHAT IS GOING.  *
      *    A DETAIL COUNTS AS WRITTEN ONLY WHEN ITS WRITE COMES BACK   *
      *    CLEAN, PER THE CDUNLOAD PRECEDENT.                          *
      ******************************************************************
       2200-WRITE-CHANGE-DETAIL.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           MOVE '2' TO DST-RECORD-TYPE.
           MOVE CLG-ACTION TO DST-ACTION.
           MOVE CLG-CODE TO DST-CODE.
           IF CLG-ACTION = 'D'
               MOVE CLG-BEFORE-STATUS   TO DST-STATUS
               MOVE CLG-BEFORE-DESC     TO DST-DESC
               MOVE CLG-BEFORE-CATEGORY TO DST-CATEGORY
               MOVE CLG-BEFORE-EFF-FROM TO DST-EFF-FROM
               MOVE CLG-BEFORE-EFF-TO   TO DST-EFF-TO
           ELSE
               MOVE CLG-AFTER-STATUS    TO DST-STATUS
               MOVE CLG-AFTER-DESC      TO DST-DESC
               MOVE CLG-AFTER-CATEGORY  TO DST-CATEGORY
               MOVE CLG-AFTER-EFF-FROM  TO DST-EFF-FROM
               MOVE CLG-AFTER-EFF-TO    TO DST-EFF-TO
           END-IF.
           MOVE CLG-DATE TO DST-CHANGE-DATE.
           MOVE CLG-TIME TO DST-CHANGE-TIME.
           WRITE DISTRIBUTION-RECORD.
           IF WS-DISTRIBUTION-STATUS NOT = '00'
               ADD 1 TO WS-WRITE-FAILURES
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-DETAILS-WRITTEN.
           EVALUATE CLG-ACTION
               WHEN 'A'
                   ADD 1 TO WS-ADDS-WRITTEN
               WHEN 'C'
                   ADD 1 TO WS-CHANGES-WRITTEN
               WHEN OTHER
                   ADD 1 TO WS-DELETES-WRITTEN
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' DST-ACTION '  ' DST-CODE
               '  ' DST-STATUS '  ' DST-CATEGORY
               '  ' DST-EFF-FROM ' - ' DST-EFF-TO
               '  ' DST-DESC
               '  LOGGED ' DST-CHANGE-DATE ' ' DST-CHANGE-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
       2200-EXIT.
           EXIT.
      *
       2900-WRITE-UNKNOWN-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  NOT SENT - UNKNOWN ACTION ' CLG-ACTION
               ' FOR CODE ' CLG-CODE
               '  LOGGED ' CLG-DATE ' ' CLG-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-UNLOAD-ACTIVE - FULL REFRESH: ONE ADD DETAIL PER       *
      *    ACTIVE MASTER RECORD, IN KEY ORDER.  INACTIVE CODES ARE     *
      *    LEFT OUT - THE BRANCH REPLACES ITS WHOLE TABLE WITH WHAT IT *
      *    RECEIVES.                                                   *
      ******************************************************************
       3000-UNLOAD-ACTIVE.
           PERFORM 3100-UNLOAD-ONE-CODE THRU 3100-EXIT
               UNTIL WS-EOF-MASTER.
           CLOSE CODE-MASTER-FILE.
       3000-EXIT.
           EXIT.
      *
       3100-UNLOAD-ONE-CODE.
           READ CODE-MASTER-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-MASTER-READ.
           IF NOT CM-ACTIVE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-MASTER-ACTIVE.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           MOVE '2' TO DST-RECORD-TYPE.
           MOVE 'A' TO DST-ACTION.
           MOVE CM-CODE TO DST-CODE.
           MOVE CM-STATUS TO DST-STATUS.
           MOVE CM-DESC TO DST-DESC.
           MOVE CM-CATEGORY TO DST-CATEGORY.
           MOVE CM-EFF-FROM TO DST-EFF-FROM.
           MOVE CM-EFF-TO TO DST-EFF-TO.
           MOVE WS-ACTUAL-DATE TO DST-CHANGE-DATE.
           MOVE WS-RUN-TIME TO DST-CHANGE-TIME.
           WRITE DISTRIBUTION-RECORD.
           IF WS-DISTRIBUTION-STATUS = '00'
               ADD 1 TO WS-DETAILS-WRITTEN
               ADD 1 TO WS-ADDS-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-WRITE-TRAILER - THE CONTROL COUNTS THE BRANCH CHECKS   *
      *    BEFORE APPLYING THE FILE, AND THE SEQUENCE NUMBER AGAIN SO  *
      *    A FILE CUT SHORT CANNOT PASS FOR A COMPLETE ONE.            *
      ******************************************************************
       4000-WRITE-TRAILER.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           MOVE '9' TO DST-RECORD-TYPE.
           MOVE WS-DETAILS-WRITTEN TO DST-DETAIL-COUNT.
           MOVE WS-ADDS-WRITTEN TO DST-ADD-COUNT.
           MOVE WS-CHANGES-WRITTEN TO DST-CHANGE-COUNT.
           MOVE WS-DELETES-WRITTEN TO DST-DELETE-COUNT.
           MOVE WS-SEQUENCE-NO TO DST-TRAILER-SEQ-NO.
           WRITE DISTRIBUTION-RECORD.
           IF WS-DISTRIBUTION-STATUS NOT = '00'
               ADD 1 TO WS-WRITE-FAILURES
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-CHECK-BALANCE - A DAILY EXTRACT BALANCES WHEN EVERY    *
      *    APPLIED ADD, CHANGE, AND DELETE IN THE WINDOW WAS WRITTEN;  *
      *    A FULL REFRESH WHEN EVERY ACTIVE MASTER RECORD WAS.  AN     *
      *    ENTRY WITH AN UNKNOWN ACTION, OR ANY FAILED WRITE, MEANS    *
      *    THE FILE MUST NOT BE SENT.                                  *
      ******************************************************************
       5000-CHECK-BALANCE.
           IF WS-WRITE-FAILURES > ZERO OR WS-LOG-UNKNOWN > ZERO
               GO TO 5000-EXIT
           END-IF.
           IF WS-MODE-FULL
               IF WS-ADDS-WRITTEN = WS-MASTER-ACTIVE
                AND WS-DETAILS-WRITTEN = WS-MASTER-ACTIVE
                   SET WS-IN-BALANCE TO TRUE
               END-IF
               GO TO 5000-EXIT
           END-IF.
           IF WS-ADDS-WRITTEN = WS-LOG-ADDS
            AND WS-CHANGES-WRITTEN = WS-LOG-CHANGES
            AND WS-DELETES-WRITTEN = WS-LOG-DELETES
               SET WS-IN-BALANCE TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-WRITE-CONTROL - THE EXTRACT RECONCILED, SO RECORD ITS  *
      *    SEQUENCE NUMBER AND WINDOW FOR THE NEXT RUN.  A RE-CREATE   *
      *    REWRITES THE SAME SEQUENCE NUMBER WITH THE WIDER WINDOW IT  *
      *    ACTUALLY SENT.                                              *
      ******************************************************************
       6000-WRITE-CONTROL.
           OPEN OUTPUT DIST-CONTROL-FILE.
           MOVE WS-SEQUENCE-NO TO DSC-LAST-SEQUENCE-NO.
           MOVE WS-RUN-MODE    TO DSC-LAST-TYPE.
           MOVE WS-RUN-DATE    TO DSC-LAST-BUSINESS-DATE.
           MOVE WS-FROM-DATE   TO DSC-FROM-DATE.
           MOVE WS-FROM-TIME   TO DSC-FROM-TIME.
           MOVE WS-TO-DATE     TO DSC-TO-DATE.
           MOVE WS-TO-TIME     TO DSC-TO-TIME.
           WRITE DIST-CONTROL-RECORD.
           CLOSE DIST-CONTROL-FILE.
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7800-WRITE-HEADERS - TITLE, SEQUENCE NUMBER, MODE, AND THE  *
      *    CHANGE-LOG WINDOW, WRITTEN AT OPEN TIME BECAUSE A DAILY     *
      *    EXTRACT LISTS EACH CHANGE ON THE REPORT AS IT IS WRITTEN.   *
      ******************************************************************
       7800-WRITE-HEADERS.
           MOVE 'CDDIST CODE-CHANGE DISTRIBUTION CONTROL REPORT'
               TO WS-REPORT-LINE.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
           EVALUATE TRUE
               WHEN WS-RERUN-REQUESTED AND WS-MODE-FULL
                   MOVE 'REFRESH AGAIN' TO WS-MODE-TEXT
               WHEN WS-RERUN-REQUESTED
                   MOVE 'DAILY AGAIN' TO WS-MODE-TEXT
               WHEN WS-MODE-FULL
                   MOVE 'FULL REFRESH' TO WS-MODE-TEXT
               WHEN OTHER
                   MOVE 'DAILY' TO WS-MODE-TEXT
           END-EVALUATE.
           MOVE WS-SEQUENCE-NO TO WS-SEQUENCE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               '  TIME: ' WS-RUN-TIME
               '  SEQUENCE: ' WS-SEQUENCE-EDIT
               '  MODE: ' WS-MODE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHANGE LOG WINDOW: AFTER ' WS-FROM-DATE ' '
               WS-FROM-TIME '  THROUGH ' WS-TO-DATE ' ' WS-TO-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CONTROL-FOUND
               MOVE WS-LAST-SEQUENCE-NO TO WS-SEQUENCE-EDIT
               STRING 'LAST EXTRACT SENT: SEQUENCE ' WS-SEQUENCE-EDIT
                   '  BUSINESS DATE ' WS-LAST-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE 'NO PREVIOUS EXTRACT - FIRST SEQUENCE NUMBER'
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
           IF WS-MODE-DAILY
               MOVE 'CHANGES SENT:' TO WS-REPORT-LINE
               PERFORM 7950-WRITE-LINE THRU 7950-EXIT
           END-IF.
       7800-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7900-WRITE-CONTROL-REPORT - THE CHANGE LOG COUNTS FOR THE   *
      *    WINDOW, THE EXTRACT COUNTS, AND THE SEND / DO-NOT-SEND      *
      *    VERDICT.                                                    *
      ******************************************************************
       7900-WRITE-CONTROL-REPORT.
           IF WS-MODE-DAILY AND WS-DETAILS-WRITTEN = ZERO
               MOVE '  NONE - NO CHANGES APPLIED IN THE WINDOW'
                   TO WS-REPORT-LINE
               PERFORM 7950-WRITE-LINE THRU 7950-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
           IF WS-CHGLOG-FOUND
               MOVE WS-LOG-READ TO WS-COUNT-EDIT
               MOVE WS-LOG-BEFORE TO WS-COUNT-EDIT-2
               MOVE WS-LOG-AFTER TO WS-COUNT-EDIT-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CHANGE LOG ENTRIES READ: ' WS-COUNT-EDIT
                   '  BEFORE WINDOW: ' WS-COUNT-EDIT-2
                   '  AFTER WINDOW: ' WS-COUNT-EDIT-3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7950-WRITE-LINE THRU 7950-EXIT
               MOVE WS-LOG-NOT-APPLIED TO WS-COUNT-EDIT
               MOVE WS-LOG-UNKNOWN TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'IN WINDOW - NOT APPLIED: ' WS-COUNT-EDIT
                   '  UNKNOWN ACTION: ' WS-COUNT-EDIT-2
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7950-WRITE-LINE THRU 7950-EXIT
               MOVE WS-LOG-ADDS TO WS-COUNT-EDIT
               MOVE WS-LOG-CHANGES TO WS-COUNT-EDIT-2
               MOVE WS-LOG-DELETES TO WS-COUNT-EDIT-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'APPLIED (RESULT 00) - ADDS: ' WS-COUNT-EDIT
                   '  CHANGES: ' WS-COUNT-EDIT-2
                   '  DELETES: ' WS-COUNT-EDIT-3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7950-WRITE-LINE THRU 7950-EXIT
           ELSE
               MOVE 'CHANGE LOG NOT AVAILABLE - NO WINDOW COUNTS'
                   TO WS-REPORT-LINE
               PERFORM 7950-WRITE-LINE THRU 7950-EXIT
           END-IF.
           IF WS-MODE-FULL
               MOVE WS-MASTER-READ TO WS-COUNT-EDIT
               MOVE WS-MASTER-ACTIVE TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CODE MASTER READ: ' WS-COUNT-EDIT
                   '  ACTIVE: ' WS-COUNT-EDIT-2
                   '  (THE REFRESH CARRIES THE CHANGES ABOVE)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7950-WRITE-LINE THRU 7950-EXIT
           END-IF.
           MOVE WS-ADDS-WRITTEN TO WS-COUNT-EDIT.
           MOVE WS-CHANGES-WRITTEN TO WS-COUNT-EDIT-2.
           MOVE WS-DELETES-WRITTEN TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXTRACT DETAILS WRITTEN - ADDS: ' WS-COUNT-EDIT
               '  CHANGES: ' WS-COUNT-EDIT-2
               '  DELETES: ' WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
           IF WS-WRITE-FAILURES > ZERO
               MOVE WS-WRITE-FAILURES TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WRITE FAILURES: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7950-WRITE-LINE THRU 7950-EXIT
           END-IF.
           IF WS-IN-BALANCE
               MOVE 'EXTRACT RECONCILES - SEND TO THE BRANCHES'
                   TO WS-REPORT-LINE
           ELSE
               MOVE 'COUNTS DO NOT RECONCILE - DO NOT SEND THIS EXTRACT'
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 7950-WRITE-LINE THRU 7950-EXIT.
       7900-EXIT.
           EXIT.
      *
       7950-WRITE-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
       7950-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-DISPLAY-TOTALS - END-OF-JOB SUMMARY COUNTS.            *
      ******************************************************************
       8000-DISPLAY-TOTALS.
           DISPLAY 'CDDIST - SEQUENCE NUMBER....: ' WS-SEQUENCE-NO.
           DISPLAY 'CDDIST - EXTRACT TYPE.......: ' WS-RUN-MODE.
           DISPLAY 'CDDIST - DETAILS WRITTEN....: ' WS-DETAILS-WRITTEN.
           DISPLAY 'CDDIST - LOG ENTRIES READ...: ' WS-LOG-READ.
           IF NOT WS-IN-BALANCE
               DISPLAY 'CDDIST - EXTRACT DOES NOT RECONCILE - NOT SENT'
           END-IF.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 0 ONLY WHEN THE EXTRACT RECONCILES;  *
      *    THE JCL SEND AND SCRATCH STEPS CONDITION ON IT.             *
      ******************************************************************
       8500-SET-RETURN-CODE.
           IF WS-IN-BALANCE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9999-TERMINATE                                              *
      ******************************************************************
       9999-TERMINATE.
           CLOSE DISTRIBUTION-FILE.
           CLOSE DIST-RPT-FILE.
       9999-EXIT.
           EXIT.
