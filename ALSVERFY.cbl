      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    ALSVERFY                                     *
      *    DESCRIPTION.   ALIAS CROSS-REFERENCE INTEGRITY CHECK.       *
      *                   READS THE LEGACY ALIAS FILE (SEE ALSREC)     *
      *                   AHEAD OF THE NIGHTLY HELLO LOOKUP STEP AND   *
      *                   LISTS EVERY ALIAS HELLO AND ORDEDIT WOULD    *
      *                   TRANSLATE INTO A CERTAIN FAILURE: ONE WHOSE  *
      *                   TARGET CODE IS NOT ON THE CODE MASTER, IS    *
      *                   INACTIVE, OR HAS EXPIRED, AND ONE WHOSE      *
      *                   TARGET IS ITSELF ANOTHER ALIAS (THE          *
      *                   TRANSLATION IS ONLY ONE HOP).  ON REQUEST IT *
      *                   ALSO WRITES THE ALSMAINT DELETE OR REPOINT   *
      *                   TRANSACTION THAT WOULD CLEAR EACH ONE, FOR   *
      *                   REVIEW BEFORE IT IS APPLIED.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ALSVERFY.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  ALSMAINT CHECKS AN
      *                      ALIAS'S TARGET ONLY WHEN THE ALIAS IS
      *                      ADDED OR CHANGED; A LATER CDMAINT OR
      *                      CDSYNC DELETE, A CDINQ STATUS FLIP, OR AN
      *                      EFFECTIVE-TO DATE PASSING LEAVES THE ALIAS
      *                      POINTING AT A CODE THAT IS GONE OR DEAD,
      *                      AND EVERY BRANCH KEY STILL SENT UNDER IT
      *                      FAILS.  EACH ALIAS'S TARGET IS FOLLOWED
      *                      THROUGH ANY CHAIN OF ALIASES TO THE CODE
      *                      IT ENDS AT, WHICH IS READ ON THE MASTER
      *                      AND CHECKED AS OF THE BUSINESS DATE THE
      *                      WAY HELLO CHECKS IT.  THE PROPOSED FIX IS
      *                      A REPOINT (C) TO THE END OF THE CHAIN WHEN
      *                      THAT CODE IS GOOD, A DELETE (D) OTHERWISE,
      *                      AND NOTHING FOR A CHAIN THAT LOOPS BACK ON
      *                      ITSELF - THAT ONE NEEDS A PERSON.  THE
      *                      ALVPARM CARD (OPTIONAL) SET TO G WRITES
      *                      THE PROPOSALS TO ALSGEN IN ALSTRN LAYOUT
      *                      AND OLD-CODE ORDER, READY FOR ALSMNTJ ONCE
      *                      REVIEWED; THE NIGHTLY RUN ONLY REPORTS.
      *                      RETURN CODES: 0 - EVERY ALIAS GOOD, 4 -
      *                      EXCEPTIONS LISTED (A WARNING - THE LOOKUP
      *                      STILL RUNS, THE AFFECTED KEYS JUST MISS),
      *                      16 - THE CODE MASTER COULD NOT BE OPENED,
      *                      THE ALIAS FILE IS TOO BIG FOR THE TABLE,
      *                      OR THE CARD IS BAD.  NO ALIAS FILE MEANS
      *                      NOTHING TO CHECK AND IS NOTED ON THE
      *                      REPORT.  THE BUSINESS DATE IS TAKEN FROM
      *                      BUSDATE WHEN PRESENT AND THE CLOCK
      *                      OTHERWISE - THE REVIEW RUN MAY BE
      *                      SUBMITTED OUTSIDE THE CYCLE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIAS-FILE ASSIGN TO ALIAS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ALS-OLD-CODE
               FILE STATUS IS WS-ALIAS-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CODE-MASTER-STATUS.
           SELECT ALIAS-PARM-FILE ASSIGN TO ALVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-PARM-STATUS.
           SELECT ALIAS-GEN-FILE ASSIGN TO ALSGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-GEN-STATUS.
           SELECT ALIAS-RPT-FILE ASSIGN TO ALVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-RPT-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STAT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ALIAS-FILE
           COPY ALSREC.
      *
       FD  CODE-MASTER-FILE
           COPY CODEREC.
      *
       FD  ALIAS-PARM-FILE
           COPY ALVPARM.
      *
       FD  ALIAS-GEN-FILE
           COPY ALSTRN.
      *
       FD  ALIAS-RPT-FILE
           COPY RPTREC.
      *
       FD  RUN-STAT-FILE
           COPY STATREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-ALIAS-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-ALIAS             VALUE 'Y'.
           05  WS-ALIAS-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-ALIAS-OPEN            VALUE 'Y'.
           05  WS-GENERATE-SW      PIC X(01) VALUE 'N'.
               88  WS-GENERATE              VALUE 'Y'.
           05  WS-CHAIN-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-CHAIN-DONE            VALUE 'Y'.
           05  WS-CHAIN-LOOP-SW    PIC X(01) VALUE 'N'.
               88  WS-CHAIN-LOOP            VALUE 'Y'.
           05  WS-TARGET-STATE-SW  PIC X(01) VALUE SPACE.
               88  WS-TARGET-GOOD           VALUE 'G'.
               88  WS-TARGET-MISSING        VALUE 'M'.
               88  WS-TARGET-INACTIVE       VALUE 'I'.
               88  WS-TARGET-EXPIRED        VALUE 'E'.
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
       77  WS-SCAN-IX               PIC 9(04) COMP VALUE ZERO.
       77  WS-HIT-IX                PIC 9(04) COMP VALUE ZERO.
       77  WS-HOPS                  PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-END-CODE              PIC X(08) VALUE SPACES.
       01  WS-PROBLEM-TEXT          PIC X(28) VALUE SPACES.
       01  WS-PROPOSAL-TEXT         PIC X(30) VALUE SPACES.
       01  WS-EFF-TO-NOTE           PIC X(17) VALUE SPACES.
      *
       01  WS-ALIAS-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-CODE-MASTER-STATUS    PIC X(02) VALUE ZERO.
       01  WS-ALIAS-PARM-STATUS     PIC X(02) VALUE ZERO.
       01  WS-ALIAS-GEN-STATUS      PIC X(02) VALUE ZERO.
       01  WS-ALIAS-RPT-STATUS      PIC X(02) VALUE ZERO.
       01  WS-RUN-STAT-STATUS       PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RERUN-NOTE            PIC X(07) VALUE SPACES.
       01  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-GOOD          PIC S9(09) COMP VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-ALIASES-CHECKED  PIC 9(05) COMP VALUE ZERO.
           05  WS-TARGETS-MISSING  PIC 9(05) COMP VALUE ZERO.
           05  WS-TARGETS-INACTIVE PIC 9(05) COMP VALUE ZERO.
           05  WS-TARGETS-EXPIRED  PIC 9(05) COMP VALUE ZERO.
           05  WS-ALIASES-CHAINED  PIC 9(05) COMP VALUE ZERO.
           05  WS-ALIAS-LOOPS      PIC 9(05) COMP VALUE ZERO.
           05  WS-TOTAL-EXCEPTIONS PIC 9(05) COMP VALUE ZERO.
           05  WS-DELETES-PROPOSED PIC 9(05) COMP VALUE ZERO.
           05  WS-REPOINTS-PROPOSED PIC 9(05) COMP VALUE ZERO.
           05  WS-TRANS-WRITTEN    PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-COUNT-EDIT             PIC ZZZZZZ9.
       01  WS-COUNT-EDIT-2           PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-CHECK-ALIAS      THRU 2000-EXIT
               VARYING WS-ALIAS-IX FROM 1 BY 1
               UNTIL WS-ALIAS-IX > WS-ALIAS-COUNT.
           PERFORM 7900-WRITE-SUMMARY    THRU 7900-EXIT.
           PERFORM 8000-DISPLAY-TOTALS   THRU 8000-EXIT.
           PERFORM 8500-SET-RETURN-CODE  THRU 8500-EXIT.
           PERFORM 8700-WRITE-RUN-STATS  THRU 8700-EXIT.
           PERFORM 9999-TERMINATE        THRU 9999-EXIT.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE RUN DATE AND MODE, OPEN THE    *
      *    CODE MASTER FOR KEYED READS AND THE REPORT, AND LOAD THE    *
      *    ALIAS FILE INTO ITS TABLE - A CHAIN IS FOLLOWED THROUGH THE *
      *    TABLE, NOT BY RE-READING THE FILE.  THE                     *
      *    GENERATED-TRANSACTION FILE IS ONLY OPENED WHEN THE CARD     *
      *    ASKS FOR IT.                                                *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'ALSVERFY - CODE MASTER FILE COULD NOT BE'
               DISPLAY 'ALSVERFY - OPENED, FILE STATUS = '
                   WS-CODE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GENERATE
               OPEN OUTPUT ALIAS-GEN-FILE
               IF WS-ALIAS-GEN-STATUS NOT = '00'
                   DISPLAY 'ALSVERFY - ALSGEN FILE COULD NOT BE OPENED'
                   DISPLAY 'ALSVERFY - FILE STATUS = '
                       WS-ALIAS-GEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT ALIAS-RPT-FILE.
           PERFORM 7000-WRITE-HEADERS THRU 7000-EXIT.
           PERFORM 1200-LOAD-ALIASES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-READ-BUSINESS-DATE - THE AS-OF DATE FOR THE EXPIRY     *
      *    CHECK IS THE CYCLE'S BUSINESS DATE FROM THE BUSDATE CONTROL *
      *    SET BY CYCLCTL, SO THE CHECK AGREES WITH THE HELLO RUN THAT *
      *    FOLLOWS IT.  THE REVIEW RUN CAN BE SUBMITTED OUTSIDE THE    *
      *    CYCLE, SO THE CHECK RUNS WHETHER THE CYCLE IS OPEN OR       *
      *    COMPLETE, AND A MISSING OR UNUSABLE CONTROL FALLS BACK TO   *
      *    THE CLOCK DATE WITH A CONSOLE NOTE RATHER THAN STOPPING THE *
      *    RUN.  THE ACTUAL CLOCK DATE IS KEPT FOR THE REPORT HEADING. *
      ******************************************************************
       1050-READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTUAL-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'ALSVERFY - NO BUSDATE CONTROL - CLOCK DATE '
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
               DISPLAY 'ALSVERFY - BUSDATE CONTROL UNUSABLE - CLOCK '
                   'DATE USED'
               GO TO 1050-EXIT
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
           IF BDT-RERUN
               MOVE '  RERUN' TO WS-RERUN-NOTE
           END-IF.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-READ-PARM-CARD - NO PARM FILE, AN EMPTY ONE, OR A      *
      *    BLANK MODE IS REPORT ONLY.  ANY MODE OTHER THAN R OR G IS   *
      *    OPERATOR ERROR AND STOPS THE RUN BEFORE ANYTHING IS         *
      *    WRITTEN.                                                    *
      ******************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT ALIAS-PARM-FILE.
           IF WS-ALIAS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           READ ALIAS-PARM-FILE
               AT END
                   CLOSE ALIAS-PARM-FILE
                   GO TO 1100-EXIT
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE ALIAS-PARM-FILE.
           IF NOT AVP-VALID-MODE
               DISPLAY 'ALSVERFY - ALVPARM MODE MUST BE BLANK, R, OR G'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF AVP-GENERATE
               SET WS-GENERATE TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-LOAD-ALIASES - LOAD THE ALIAS FILE INTO ITS TABLE IN   *
      *    OLD-CODE (KEY) ORDER, WHICH IS ALSO THE ORDER ALSMAINT      *
      *    WANTS ITS TRANSACTIONS IN.  NO ALIAS FILE MEANS NOTHING TO  *
      *    CHECK.  A FILE TOO BIG FOR THE TABLE STOPS THE RUN - A      *
      *    CHAIN THROUGH AN ALIAS THAT DID NOT LOAD WOULD BE MISSED,   *
      *    AND A REPOINT BUILT FROM A PARTIAL TABLE COULD BE WRONG.    *
      ******************************************************************
       1200-LOAD-ALIASES.
           OPEN INPUT ALIAS-FILE.
           IF WS-ALIAS-FILE-STATUS NOT = '00'
               DISPLAY 'ALSVERFY - NO ALIAS FILE - NOTHING TO CHECK'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ALIAS FILE NOT AVAILABLE (STATUS '
                   WS-ALIAS-FILE-STATUS
                   ') - NO ALIASES TO CHECK'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               GO TO 1200-EXIT
           END-IF.
           SET WS-ALIAS-OPEN TO TRUE.
           PERFORM 1210-LOAD-ONE-ALIAS THRU 1210-EXIT
               UNTIL WS-EOF-ALIAS.
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
                       DISPLAY 'ALSVERFY - ALIAS TABLE FULL - RAISE'
                       DISPLAY 'ALSVERFY - THE OCCURS - CHECK NOT RUN'
                       PERFORM 9999-TERMINATE THRU 9999-EXIT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-CHECK-ALIAS - FOLLOW ONE ALIAS'S TARGET THROUGH ANY    *
      *    CHAIN OF ALIASES TO THE CODE IT ENDS AT, CHECK THAT CODE ON *
      *    THE MASTER, AND LIST THE ALIAS WHEN IT CHAINS, LOOPS, OR    *
      *    ENDS AT A CODE HELLO WOULD NOT ACCEPT.  A GOOD DIRECT ALIAS *
      *    PRINTS NOTHING.                                             *
      ******************************************************************
       2000-CHECK-ALIAS.
           ADD 1 TO WS-ALIASES-CHECKED.
           MOVE AL-NEW-CODE(WS-ALIAS-IX) TO WS-END-CODE.
           MOVE ZERO TO WS-HOPS.
           MOVE 'N' TO WS-CHAIN-DONE-SW.
           MOVE 'N' TO WS-CHAIN-LOOP-SW.
           PERFORM 2100-FOLLOW-ONE-HOP THRU 2100-EXIT
               UNTIL WS-CHAIN-DONE.
           IF WS-CHAIN-LOOP
               ADD 1 TO WS-ALIAS-LOOPS
               MOVE 'ALIAS CHAIN LOOPS' TO WS-PROBLEM-TEXT
               MOVE 'NONE - RESOLVE BY HAND' TO WS-PROPOSAL-TEXT
               MOVE SPACES TO WS-EFF-TO-NOTE
               PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-CHECK-TARGET THRU 2200-EXIT.
           IF WS-TARGET-GOOD AND WS-HOPS = ZERO
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-CLASSIFY-EXCEPTION THRU 2300-EXIT.
           PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
           IF WS-GENERATE
               PERFORM 2400-WRITE-TRANSACTION THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-FOLLOW-ONE-HOP - IF THE CURRENT END CODE IS ITSELF THE *
      *    OLD CODE OF AN ALIAS, STEP TO THAT ALIAS'S TARGET.  A CHAIN *
      *    THAT COMES BACK TO THE ALIAS BEING CHECKED, OR RUNS LONGER  *
      *    THAN THE TABLE (A LOOP FURTHER DOWN THE CHAIN), IS A LOOP.  *
      ******************************************************************
       2100-FOLLOW-ONE-HOP.
           MOVE ZERO TO WS-HIT-IX.
           PERFORM 2110-SCAN-ALIAS THRU 2110-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-ALIAS-COUNT
                  OR WS-HIT-IX > ZERO.
           IF WS-HIT-IX = ZERO
               SET WS-CHAIN-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-HOPS.
           IF AL-NEW-CODE(WS-HIT-IX) = AL-OLD-CODE(WS-ALIAS-IX)
            OR WS-HOPS > WS-ALIAS-COUNT
               SET WS-CHAIN-LOOP TO TRUE
               SET WS-CHAIN-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE AL-NEW-CODE(WS-HIT-IX) TO WS-END-CODE.
       2100-EXIT.
           EXIT.
      *
       2110-SCAN-ALIAS.
           IF AL-OLD-CODE(WS-SCAN-IX) = WS-END-CODE
               MOVE WS-SCAN-IX TO WS-HIT-IX
           END-IF.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-CHECK-TARGET - READ THE CODE THE CHAIN ENDS AT AND     *
      *    CHECK IT THE WAY HELLO'S LOOKUP DOES: ON FILE, ACTIVE, AND  *
      *    NOT PAST ITS EFFECTIVE-TO DATE AS OF THE BUSINESS DATE      *
      *    (ZERO OR NON-NUMERIC IS OPEN).  A CODE NOT YET EFFECTIVE IS *
      *    NOT AN EXCEPTION - IT IS STAGED AND WILL GO LIVE ON ITS     *
      *    OWN.                                                        *
      ******************************************************************
       2200-CHECK-TARGET.
           MOVE WS-END-CODE TO CM-CODE.
           READ CODE-MASTER-FILE
               INVALID KEY
                   SET WS-TARGET-MISSING TO TRUE
                   GO TO 2200-EXIT
               NOT INVALID KEY
                   SET WS-TARGET-GOOD TO TRUE
           END-READ.
           IF NOT CM-ACTIVE
               SET WS-TARGET-INACTIVE TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF CM-EFF-TO IS NUMERIC
            AND CM-EFF-TO > ZERO
            AND CM-EFF-TO < WS-RUN-DATE
               SET WS-TARGET-EXPIRED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2300-CLASSIFY-EXCEPTION - COUNT THE ALIAS UNDER ITS PROBLEM *
      *    AND SETTLE THE PROPOSED FIX: A CHAIN THAT ENDS AT A GOOD    *
      *    CODE IS REPOINTED STRAIGHT TO IT; ANYTHING THAT ENDS AT A   *
      *    MISSING, INACTIVE, OR EXPIRED CODE IS DELETED - THE TARGET  *
      *    IS DEAD AND ONLY A PERSON KNOWS WHAT REPLACED IT.           *
      ******************************************************************
       2300-CLASSIFY-EXCEPTION.
           MOVE SPACES TO WS-EFF-TO-NOTE.
           IF WS-TARGET-GOOD
               ADD 1 TO WS-ALIASES-CHAINED
               ADD 1 TO WS-REPOINTS-PROPOSED
               MOVE 'CHAINS TO ANOTHER ALIAS' TO WS-PROBLEM-TEXT
               MOVE SPACES TO WS-PROPOSAL-TEXT
               STRING 'REPOINT TO ' WS-END-CODE
                   DELIMITED BY SIZE INTO WS-PROPOSAL-TEXT
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-DELETES-PROPOSED.
           MOVE 'DELETE' TO WS-PROPOSAL-TEXT.
           IF WS-HOPS > ZERO
               ADD 1 TO WS-ALIASES-CHAINED
           END-IF.
           EVALUATE TRUE
               WHEN WS-TARGET-MISSING AND WS-HOPS > ZERO
                   MOVE 'CHAIN ENDS AT MISSING CODE' TO WS-PROBLEM-TEXT
               WHEN WS-TARGET-MISSING
                   ADD 1 TO WS-TARGETS-MISSING
                   MOVE 'TARGET NOT ON MASTER' TO WS-PROBLEM-TEXT
               WHEN WS-TARGET-INACTIVE AND WS-HOPS > ZERO
                   MOVE 'CHAIN ENDS AT INACTIVE CODE'
                       TO WS-PROBLEM-TEXT
               WHEN WS-TARGET-INACTIVE
                   ADD 1 TO WS-TARGETS-INACTIVE
                   MOVE 'TARGET INACTIVE' TO WS-PROBLEM-TEXT
               WHEN WS-HOPS > ZERO
                   MOVE 'CHAIN ENDS AT EXPIRED CODE' TO WS-PROBLEM-TEXT
                   STRING '  EFF-TO ' CM-EFF-TO
                       DELIMITED BY SIZE INTO WS-EFF-TO-NOTE
               WHEN OTHER
                   ADD 1 TO WS-TARGETS-EXPIRED
                   MOVE 'TARGET EXPIRED' TO WS-PROBLEM-TEXT
                   STRING '  EFF-TO ' CM-EFF-TO
                       DELIMITED BY SIZE INTO WS-EFF-TO-NOTE
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2400-WRITE-TRANSACTION - WRITE THE PROPOSED FIX IN          *
      *    ALSMAINT'S OWN TRANSACTION LAYOUT.  THE TABLE IS IN         *
      *    OLD-CODE ORDER, SO THE FILE COMES OUT IN THE ASCENDING      *
      *    SEQUENCE ALSMAINT EDITS FOR.  A LOOP NEVER GETS HERE.       *
      ******************************************************************
       2400-WRITE-TRANSACTION.
           MOVE SPACES TO ALIAS-TRAN-RECORD.
           MOVE AL-OLD-CODE(WS-ALIAS-IX) TO AT-OLD-CODE.
           IF WS-TARGET-GOOD
               SET AT-CHANGE TO TRUE
               MOVE WS-END-CODE TO AT-NEW-CODE
           ELSE
               SET AT-DELETE TO TRUE
           END-IF.
           WRITE ALIAS-TRAN-RECORD.
           ADD 1 TO WS-TRANS-WRITTEN.
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-WRITE-HEADERS - TITLE AND DATE LINES.  THE BUSINESS    *
      *    DATE IS THE AS-OF DATE OF THE EXPIRY CHECK; THE RUN DATE IS *
      *    WHEN IT ACTUALLY RAN.                                       *
      ******************************************************************
       7000-WRITE-HEADERS.
           MOVE 'ALSVERFY ALIAS CROSS-REFERENCE INTEGRITY REPORT'
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
           IF WS-GENERATE
               MOVE 'MODE: G - PROPOSED FIXES WRITTEN TO ALSGEN'
                   TO RPT-RECORD
           ELSE
               MOVE 'MODE: REPORT ONLY - NO TRANSACTIONS WRITTEN'
                   TO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7100-WRITE-EXCEPTION - ONE LINE PER ALIAS IN TROUBLE: THE   *
      *    ALIAS, ITS TARGET, WHAT IS WRONG (WITH THE CODE THE CHAIN   *
      *    ENDS AT WHEN IT CHAINS), AND THE PROPOSED FIX.              *
      ******************************************************************
       7100-WRITE-EXCEPTION.
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-HOPS > ZERO AND NOT WS-CHAIN-LOOP
               STRING 'ALIAS: ' AL-OLD-CODE(WS-ALIAS-IX)
                   '  TO: ' AL-NEW-CODE(WS-ALIAS-IX)
                   '  ' WS-PROBLEM-TEXT
                   '  END: ' WS-END-CODE
                   WS-EFF-TO-NOTE
                   '  FIX: ' WS-PROPOSAL-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'ALIAS: ' AL-OLD-CODE(WS-ALIAS-IX)
                   '  TO: ' AL-NEW-CODE(WS-ALIAS-IX)
                   '  ' WS-PROBLEM-TEXT
                   WS-EFF-TO-NOTE
                   '  FIX: ' WS-PROPOSAL-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7900-WRITE-SUMMARY - COUNTS OF EVERYTHING CHECKED,          *
      *    EVERYTHING FOUND WRONG, AND THE FIXES PROPOSED AND WRITTEN. *
      ******************************************************************
       7900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ALIASES-CHECKED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ALIASES CHECKED......: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TARGETS-MISSING TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TARGET NOT ON MASTER.: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TARGETS-INACTIVE TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TARGET INACTIVE......: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-TARGETS-EXPIRED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TARGET EXPIRED.......: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ALIASES-CHAINED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHAINED TO AN ALIAS..: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ALIAS-LOOPS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHAIN LOOPS..........: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-DELETES-PROPOSED TO WS-COUNT-EDIT.
           MOVE WS-REPOINTS-PROPOSED TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DELETES PROPOSED.....: ' WS-COUNT-EDIT
               '  REPOINTS: ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-GENERATE
               MOVE WS-TRANS-WRITTEN TO WS-COUNT-EDIT
               STRING 'TRANSACTIONS TO ALSGEN: ' WS-COUNT-EDIT
                   '  REVIEW BEFORE RUNNING ALSMNTJ'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE 'TRANSACTIONS TO ALSGEN: NONE - REPORT ONLY'
                   TO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-DISPLAY-TOTALS - END-OF-JOB SUMMARY COUNTS.            *
      ******************************************************************
       8000-DISPLAY-TOTALS.
           DISPLAY 'ALSVERFY - ALIASES CHECKED: ' WS-ALIASES-CHECKED.
           DISPLAY 'ALSVERFY - EXCEPTIONS.....: ' WS-TOTAL-EXCEPTIONS.
           IF WS-GENERATE
               DISPLAY 'ALSVERFY - TRANS WRITTEN..: ' WS-TRANS-WRITTEN
           END-IF.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - 4 IF ANY ALIAS WAS LISTED, ELSE 0.   *
      *    A BROKEN ALIAS ONLY MAKES ITS OWN KEYS MISS, SO IT IS A     *
      *    WARNING - HELLOJOB STILL RUNS THE LOOKUP.  AN UNUSABLE      *
      *    MASTER, AN OVERFULL TABLE, OR A BAD CARD ALREADY STOPPED    *
      *    THE RUN WITH 16.                                            *
      ******************************************************************
       8500-SET-RETURN-CODE.
           IF WS-TOTAL-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8700-WRITE-RUN-STATS - APPEND THIS RUN'S TOTALS AND RETURN  *
      *    CODE TO THE SHARED RUN-STATISTICS HISTORY FILE FOR THE      *
      *    STATRPT TREND REPORT.  A STATS FILE THAT CANNOT BE WRITTEN  *
      *    IS NOTED ON THE CONSOLE BUT NEVER FAILS THE RUN.            *
      ******************************************************************
       8700-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STAT-FILE.
           IF WS-RUN-STAT-STATUS = '35'
               OPEN OUTPUT RUN-STAT-FILE
           END-IF.
           IF WS-RUN-STAT-STATUS NOT = '00'
               DISPLAY 'ALSVERFY - RUN STATS NOT WRITTEN, STATUS = '
                   WS-RUN-STAT-STATUS
               GO TO 8700-EXIT
           END-IF.
           MOVE 'ALSVERFY' TO STA-JOB-NAME.
           MOVE WS-RUN-DATE TO STA-RUN-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO STA-RUN-TIME.
           MOVE WS-ALIASES-CHECKED TO STA-RECORDS-READ.
           COMPUTE WS-RECORDS-GOOD =
               WS-ALIASES-CHECKED - WS-TOTAL-EXCEPTIONS.
           MOVE WS-RECORDS-GOOD     TO STA-RECORDS-GOOD.
           MOVE WS-TOTAL-EXCEPTIONS TO STA-RECORDS-REJECT.
           MOVE RETURN-CODE         TO STA-RETURN-CODE.
           WRITE RUN-STAT-RECORD.
           CLOSE RUN-STAT-FILE.
       8700-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9999-TERMINATE                                              *
      ******************************************************************
       9999-TERMINATE.
           CLOSE CODE-MASTER-FILE.
           IF WS-ALIAS-OPEN
               CLOSE ALIAS-FILE
           END-IF.
           IF WS-GENERATE
               CLOSE ALIAS-GEN-FILE
           END-IF.
           CLOSE ALIAS-RPT-FILE.
       9999-EXIT.
           EXIT.
