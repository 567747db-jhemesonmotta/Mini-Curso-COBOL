      ******************************************************************
      *                                                                *
      *    PROGRAM-ID.    CYCLCTL                                      *
      *    DESCRIPTION.   NIGHTLY CYCLE CONTROL.  OWNS THE BUSDATE     *
      *                   PROCESSING-DATE CONTROL RECORD THAT EVERY    *
      *                   NIGHTLY PROGRAM TAKES ITS RUN DATE FROM.     *
      *                   RUN WITH FUNCTION O AT START OF CYCLE IT     *
      *                   OPENS THE NEXT BUSINESS DATE - ONE DAY ON    *
      *                   FROM THE LAST ONE, OR THE DATE ON THE CARD - *
      *                   AND REFUSES A DATE THAT HAS ALREADY RUN      *
      *                   UNLESS THE CARD FLAGS A RERUN.  RUN WITH     *
      *                   FUNCTION C AT END OF CYCLE IT MARKS THE      *
      *                   OPEN DATE COMPLETE, AFTER WHICH THE NIGHTLY  *
      *                   PROGRAMS REFUSE TO RUN AGAIN FOR THAT DATE.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CYCLCTL.
       AUTHOR.         J A SMITH.
       INSTALLATION.   CORPORATE DATA CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JAS   ORIGINAL PROGRAM.  THE NIGHTLY PROGRAMS
      *                      EACH TOOK THEIR RUN DATE FROM THE SYSTEM
      *                      CLOCK, SO A CYCLE THAT RAN PAST MIDNIGHT
      *                      OR A FAILED NIGHT RERUN NEXT MORNING
      *                      STAMPED AUDIT, REJECT, SUMMARY, AND
      *                      RUN-STATISTICS RECORDS WITH THE WRONG
      *                      BUSINESS DATE.  RETURN CODES FOLLOW THE
      *                      HELLO CONVENTION: 0 - CONTROL RECORD
      *                      OPENED OR CLOSED, 4 - CLOSE OF A CYCLE
      *                      ALREADY CLOSED (NOTHING CHANGED), 16 -
      *                      THE CARD OR CONTROL RECORD IS MISSING OR
      *                      UNUSABLE, OR THE REQUESTED DATE WAS
      *                      REFUSED - THE CONTROL RECORD IS NOT
      *                      TOUCHED AND THE CYCLE MUST NOT START.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-PARM-FILE ASSIGN TO CYCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-PARM-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-PARM-FILE
           COPY CYCPARM.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CONTROL-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-CONTROL-FOUND            VALUE 'Y'.
           05  WS-RERUN-SW             PIC X(01) VALUE 'N'.
               88  WS-RERUN-CYCLE              VALUE 'Y'.
      *
       01  WS-CYCLE-PARM-STATUS        PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS     PIC X(02) VALUE ZERO.
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
       01  WS-ACTUAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-TIME              PIC 9(08) VALUE ZERO.
       01  WS-TARGET-DATE              PIC 9(08) VALUE ZERO.
       01  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
       01  WS-HIGH-DATE                PIC 9(08) VALUE ZERO.
       01  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
      *
      *    THE CONTROL RECORD AS READ, KEPT SO A CLOSE CAN WRITE IT
      *    BACK WITH ONLY THE STATUS AND CLOSED STAMPS CHANGED.
      *
       01  WS-SAVED-CONTROL            PIC X(58) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           IF CYP-OPEN-CYCLE
               PERFORM 3000-OPEN-CYCLE    THRU 3000-EXIT
           ELSE
               PERFORM 4000-CLOSE-CYCLE   THRU 4000-EXIT
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      *    1000-INITIALIZE - TAKE THE ACTUAL CLOCK FOR THE OPENED AND  *
      *    CLOSED STAMPS, READ THE REQUIRED FUNCTION CARD, AND PICK   *
      *    UP THE CURRENT CONTROL RECORD IF THERE IS ONE.              *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACTUAL-TIME FROM TIME.
           MOVE 0 TO RETURN-CODE.
           PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
           PERFORM 1300-READ-CONTROL   THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-READ-PARM-CARD - THE FUNCTION CARD IS REQUIRED.  A     *
      *    MISSING OR EMPTY CARD, OR A FUNCTION OTHER THAN O OR C,     *
      *    STOPS THE RUN - GUESSING WHICH END OF THE CYCLE WAS MEANT   *
      *    COULD OPEN A DATE TWICE OR CLOSE ONE THAT NEVER RAN.        *
      ******************************************************************
       1200-READ-PARM-CARD.
           OPEN INPUT CYCLE-PARM-FILE.
           IF WS-CYCLE-PARM-STATUS NOT = '00'
               DISPLAY 'CYCLCTL - CYCPARM FUNCTION CARD IS MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-PARM-FILE
               AT END
                   DISPLAY 'CYCLCTL - CYCPARM FUNCTION CARD IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   CONTINUE
           END-READ.
           IF NOT CYP-OPEN-CYCLE AND NOT CYP-CLOSE-CYCLE
               DISPLAY 'CYCLCTL - CYCPARM FUNCTION MUST BE O OR C'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CYP-RERUN
               SET WS-RERUN-CYCLE TO TRUE
           END-IF.
           CLOSE CYCLE-PARM-FILE.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-READ-CONTROL - READ THE ONE-RECORD BUSDATE CONTROL.    *
      *    NOT THERE AT ALL (STATUS 35) OR EMPTY IS THE FIRST CYCLE;   *
      *    A RECORD WHOSE DATES ARE NOT NUMERIC IS DAMAGED AND STOPS   *
      *    THE RUN RATHER THAN BE ROLLED FORWARD FROM GARBAGE.         *
      ******************************************************************
       1300-READ-CONTROL.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS = '35'
               GO TO 1300-EXIT
           END-IF.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'CYCLCTL - BUSDATE CONTROL COULD NOT BE OPENED'
               DISPLAY 'CYCLCTL - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-CONTROL-FOUND TO TRUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF NOT WS-CONTROL-FOUND
               GO TO 1300-EXIT
           END-IF.
           IF BDT-BUSINESS-DATE-X IS NOT NUMERIC
            OR BDT-HIGH-DATE IS NOT NUMERIC
               DISPLAY 'CYCLCTL - BUSDATE CONTROL RECORD IS DAMAGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-LAST-DATE.
           MOVE BDT-HIGH-DATE     TO WS-HIGH-DATE.
           MOVE BUSINESS-DATE-RECORD TO WS-SAVED-CONTROL.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-OPEN-CYCLE - START OF CYCLE.  WORK OUT THE BUSINESS    *
      *    DATE TO OPEN, REFUSE IT IF IT MAY NOT RUN, AND WRITE THE    *
      *    NEW CONTROL RECORD.  THE RULES, FIRST FAILURE WINS:         *
      *      - THE CURRENT DATE MUST BE CLOSED FIRST UNLESS THIS IS A  *
      *        FLAGGED RERUN (A FAILED NIGHT IS REOPENED AS A RERUN);  *
      *      - A DATE ON THE CARD MUST BE A REAL CALENDAR DATE;        *
      *      - NO DATE ON THE CARD MEANS THE HIGH DATE PLUS ONE DAY,   *
      *        OR ON A RERUN THE CURRENT DATE AGAIN;                   *
      *      - THE FIRST CYCLE MUST NAME ITS DATE ON THE CARD;         *
      *      - A DATE ON OR BEFORE THE HIGH DATE HAS ALREADY RUN AND   *
      *        NEEDS THE RERUN FLAG, AND A RERUN MAY ONLY NAME A DATE  *
      *        THAT HAS ALREADY RUN;                                   *
      *      - THE DATE MAY NOT BE AHEAD OF THE ACTUAL CLOCK.          *
      ******************************************************************
       3000-OPEN-CYCLE.
           IF WS-CONTROL-FOUND
            AND BDT-CYCLE-OPEN
            AND NOT WS-RERUN-CYCLE
               DISPLAY 'CYCLCTL - CYCLE FOR ' WS-LAST-DATE
                   ' IS STILL OPEN - CLOSE IT OR FLAG A RERUN'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-TARGET-DATE.
           IF CYP-BUSINESS-DATE-X NOT = SPACES
               IF CYP-BUSINESS-DATE-X IS NOT NUMERIC
                   DISPLAY 'CYCLCTL - CYCPARM BUSINESS DATE IS NOT '
                       'NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
               END-IF
               MOVE CYP-BUSINESS-DATE TO WS-EDIT-DATE
               PERFORM 3100-EDIT-ONE-DATE THRU 3100-EXIT
               IF WS-DATE-INVALID OR WS-EDIT-DATE = ZERO
                   DISPLAY 'CYCLCTL - CYCPARM BUSINESS DATE '
                       CYP-BUSINESS-DATE-X ' IS NOT ON THE CALENDAR'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
               END-IF
               MOVE CYP-BUSINESS-DATE TO WS-TARGET-DATE
           END-IF.
           IF NOT WS-CONTROL-FOUND
            AND WS-TARGET-DATE = ZERO
               DISPLAY 'CYCLCTL - NO BUSDATE CONTROL YET - THE FIRST '
                   'CYCLE MUST NAME ITS BUSINESS DATE'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-TARGET-DATE = ZERO
               IF WS-RERUN-CYCLE
                   MOVE WS-LAST-DATE TO WS-TARGET-DATE
               ELSE
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-HIGH-DATE) + 1
                   COMPUTE WS-TARGET-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               END-IF
           END-IF.
           IF WS-TARGET-DATE NOT > WS-HIGH-DATE
            AND NOT WS-RERUN-CYCLE
               DISPLAY 'CYCLCTL - BUSINESS DATE ' WS-TARGET-DATE
                   ' HAS ALREADY RUN - FLAG A RERUN TO RUN IT AGAIN'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-TARGET-DATE > WS-HIGH-DATE
            AND WS-RERUN-CYCLE
               DISPLAY 'CYCLCTL - BUSINESS DATE ' WS-TARGET-DATE
                   ' HAS NEVER RUN - A RERUN MUST NAME A PAST DATE'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-TARGET-DATE > WS-ACTUAL-DATE
               DISPLAY 'CYCLCTL - BUSINESS DATE ' WS-TARGET-DATE
                   ' IS AHEAD OF THE ACTUAL DATE ' WS-ACTUAL-DATE
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO BUSINESS-DATE-RECORD.
           MOVE WS-TARGET-DATE TO BDT-BUSINESS-DATE.
           SET BDT-CYCLE-OPEN TO TRUE.
           IF WS-RERUN-CYCLE
               SET BDT-RERUN TO TRUE
           ELSE
               MOVE 'N' TO BDT-RERUN-SW
           END-IF.
           MOVE WS-LAST-DATE TO BDT-PRIOR-DATE.
           IF WS-TARGET-DATE > WS-HIGH-DATE
               MOVE WS-TARGET-DATE TO BDT-HIGH-DATE
           ELSE
               MOVE WS-HIGH-DATE TO BDT-HIGH-DATE
           END-IF.
           MOVE WS-ACTUAL-DATE TO BDT-OPENED-DATE.
           MOVE WS-ACTUAL-TIME TO BDT-OPENED-TIME.
           MOVE ZERO TO BDT-CLOSED-DATE.
           MOVE ZERO TO BDT-CLOSED-TIME.
           PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT.
           DISPLAY 'CYCLCTL - CYCLE OPENED FOR BUSINESS DATE '
               BDT-BUSINESS-DATE.
           DISPLAY 'CYCLCTL - PRIOR BUSINESS DATE ......... '
               BDT-PRIOR-DATE.
           IF BDT-RERUN
               DISPLAY 'CYCLCTL - OPENED AS A FLAGGED RERUN'
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3100-EDIT-ONE-DATE - IS WS-EDIT-DATE A REAL CALENDAR DATE?  *
      *    THE LEAP-YEAR RULE IS THE FULL ONE - DIVISIBLE BY 4,        *
      *    EXCEPT CENTURIES NOT DIVISIBLE BY 400 (SAME EDIT AS         *
      *    CDMAINT'S EFFECTIVE DATES).                                 *
      ******************************************************************
       3100-EDIT-ONE-DATE.
           SET WS-DATE-VALID TO TRUE.
           IF WS-EDIT-DATE = ZERO
               GO TO 3100-EXIT
           END-IF.
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               SET WS-DATE-INVALID TO TRUE
               GO TO 3100-EXIT
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
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-CLOSE-CYCLE - END OF CYCLE.  MARK THE OPEN BUSINESS    *
      *    DATE COMPLETE AND STAMP WHEN.  NO CONTROL RECORD IS AN      *
      *    ERROR; CLOSING A DATE ALREADY CLOSED CHANGES NOTHING AND    *
      *    ENDS RC 4 SO OPERATIONS CAN SEE THE DOUBLE SUBMISSION.      *
      ******************************************************************
       4000-CLOSE-CYCLE.
           IF NOT WS-CONTROL-FOUND
               DISPLAY 'CYCLCTL - NO BUSDATE CONTROL RECORD TO CLOSE'
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           IF BDT-CYCLE-CLOSED
               DISPLAY 'CYCLCTL - CYCLE FOR ' WS-LAST-DATE
                   ' IS ALREADY CLOSED - NOTHING CHANGED'
               MOVE 4 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-SAVED-CONTROL TO BUSINESS-DATE-RECORD.
           SET BDT-CYCLE-CLOSED TO TRUE.
           MOVE WS-ACTUAL-DATE TO BDT-CLOSED-DATE.
           MOVE WS-ACTUAL-TIME TO BDT-CLOSED-TIME.
           PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT.
           DISPLAY 'CYCLCTL - CYCLE CLOSED FOR BUSINESS DATE '
               BDT-BUSINESS-DATE.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-WRITE-CONTROL - REPLACE THE ONE-RECORD CONTROL FILE    *
      *    WITH THE RECORD BUILT BY THE CALLER.  A CONTROL THAT        *
      *    CANNOT BE WRITTEN LEAVES THE CYCLE IN AN UNKNOWN STATE AND  *
      *    STOPS THE RUN.                                              *
      ******************************************************************
       5000-WRITE-CONTROL.
           MOVE BUSINESS-DATE-RECORD TO WS-SAVED-CONTROL.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'CYCLCTL - BUSDATE CONTROL COULD NOT BE WRITTEN'
               DISPLAY 'CYCLCTL - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SAVED-CONTROL TO BUSINESS-DATE-RECORD.
           WRITE BUSINESS-DATE-RECORD.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'CYCLCTL - BUSDATE CONTROL COULD NOT BE WRITTEN'
               DISPLAY 'CYCLCTL - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
       5000-EXIT.
           EXIT.
