      *                   ADMINISTRATORS.  THE TOP CANDIDATES ALSO     *
      *                   GET SKELETON ADD TRANSACTIONS IN MAINT-      *
      *                   TRAN-RECORD LAYOUT, SO FIXING A CHRONIC      *
      *                   MISS IS COMPLETING A PRE-BUILT CARD AND      *
      *                   SUBMITTING IT ON MNTREQ WITH A REQUESTER     *
      *                   ID FOR CDPENDJ, THEN APPROVAL THROUGH        *
      *                   CDAPPRJ, INSTEAD OF KEYING IT.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *                      SKELETON ADDS CARRY STATUS A AND A
      *                      PLACEHOLDER DESCRIPTION - DATA CONTROL
      *                      FILLS IN THE REAL DESCRIPTION AND
      *                      CATEGORY, ADDS A REQUESTER ID, AND
      *                      SUBMITS THE CARD ON MNTREQ FOR CDPENDJ;
      *                      IT REACHES CDMAINT ONLY AFTER APPROVAL
      *                      THROUGH CDAPPRJ.  RETURN CODES FOLLOW THE
      *                      HELLO CONVENTION: 0 - REPORT PRODUCED, 4 -
      *                      PRODUCED BUT THE CODE TABLE OVERFLOWED
      *                      AND SOME CODES WERE NOT BROKEN OUT,
      *                      16 - AN OUTPUT FILE COULD NOT BE OPENED.
      *    2026-10-15  JAS   SUSPENSE AGING NOW COUNTS DAYS TO THE
      *                      CYCLE'S BUSINESS DATE FROM THE BUSDATE
      *                      CONTROL (SEE BUSDATE, SET BY CYCLCTL),
      *                      THE SAME DATE HELLO STAMPS NEW SUSPENSE
      *                      ENTRIES WITH, INSTEAD OF THE SYSTEM
      *                      CLOCK.  THE HEADING SHOWS THE BUSINESS
      *                      DATE AND THE ACTUAL RUN DATE.  THE
      *                      WORKBENCH IS NOT A NIGHTLY STEP, SO A
      *                      COMPLETED CYCLE OR A MISSING CONTROL DOES
      *                      NOT STOP THE RUN.
      *    2026-10-15  JAS   THE REPORT'S SKELETON-CARD LINE NOW SENDS
      *                      THE COMPLETED CARDS TO MNTREQ WITH A
      *                      REQUESTER ID FOR CDPENDJ AND APPROVAL
      *                      THROUGH CDAPPRJ - UNDER DUAL CONTROL
      *                      CDMAINT REJECTS A CARD FED TO IT BY HAND
      *                      WITHOUT A REQUESTER AND APPROVER (REASON
      *                      39).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SKELETON-TRAN-FILE ASSIGN TO WKBTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKELETON-TRAN-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  SKELETON-TRAN-FILE
           COPY MNTREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       77  WS-CODE-TABLE-MAX        PIC 9(04) COMP VALUE 500.
       01  WS-SKELETON-TRAN-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
       77  WS-RUN-DAY-INT           PIC 9(08) COMP VALUE ZERO.
       77  WS-SUSP-AGE              PIC S9(08) COMP VALUE ZERO.
      *
      *    TOLERATED INDIVIDUALLY BY THEIR OWN PARAGRAPHS.             *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN OUTPUT WORKBENCH-RPT-FILE.
           IF WS-WORKBENCH-RPT-STATUS NOT = '00'
               DISPLAY 'CDWKBNCH - REPORT FILE COULD NOT BE OPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
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
               DISPLAY 'CDWKBNCH - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'CDWKBNCH - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOAD-SUSPENSE - ONE TABLE ENTRY PER SUSPENDED KEY,     *
      *    CARRYING THE DATE FIRST SEEN AND THE RETRY COUNT.  NO       *
      *    SUSPENSE FILE JUST MEANS NO SUSPENSE EVIDENCE THIS WEEK.    *
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE
               '  RUN DATE: ' WS-ACTUAL-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-SKELETONS-WRITTEN TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SKELETON ADD CARDS WRITTEN: ' WS-COUNT-EDIT
               '  (COMPLETE, ADD REQUESTER ID, SUBMIT ON MNTREQ'
               ' TO CDPENDJ, APPROVE THROUGH CDAPPRJ)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
