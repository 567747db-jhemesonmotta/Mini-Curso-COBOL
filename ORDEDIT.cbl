      *                      RUNSTATS HISTORY FILE FOR THE STATRPT
      *                      TREND REPORT.  A STATS WRITE FAILURE
      *                      NEVER FAILS THE RUN.
      *    2026-10-15  JAS   THE RUN DATE NOW COMES FROM THE CYCLE'S
      *                      BUSDATE CONTROL (SEE BUSDATE, SET BY
      *                      CYCLCTL) INSTEAD OF THE SYSTEM CLOCK, SO
      *                      THE EFFECTIVE-DATE CHECK, THE ORDREJ
      *                      DATE, AND THE RUN-STATISTICS DATE ARE
      *                      THE BUSINESS DATE EVEN WHEN THE CYCLE
      *                      RUNS PAST MIDNIGHT OR IS RERUN NEXT
      *                      MORNING.  THE RUN STOPS WITH RC 16 IF THE
      *                      CONTROL IS MISSING OR THE CYCLE IS NOT
      *                      OPEN.  THE REGISTER HEADING SHOWS THE
      *                      BUSINESS DATE, THE ACTUAL RUN DATE, AND
      *                      A RERUN FLAG.
      *    2026-10-15  JAS   EACH ACCEPTED ORDER IS NOW PRICED FROM THE
      *                      CODE PRICE FILE (SEE PRCREC, MAINTAINED BY
      *                      PRCMAINT) - THE UNIT PRICE IN EFFECT FOR
      *                      THE TRANSLATED CODE ON THE ORDER DATE, AND
      *                      THE EXTENDED VALUE (QUANTITY TIMES PRICE),
      *                      BOTH CARRIED ON ORDACC FOR ORDSUMM.  THE
      *                      ORDER DATE IS THE BATCH TRANSMISSION DATE
      *                      FROM THE *H HEADER, OR THE BUSINESS DATE
      *                      WHEN THE HEADER DATE IS NOT USABLE.  A
      *                      CODE WITH NO PRICE IN EFFECT ON THAT DATE
      *                      REJECTS THE ORDER WITH REASON 07 - AN
      *                      UNVALUED ORDER WOULD UNDERSTATE EVERY
      *                      TOTAL DOWNSTREAM.  THE PRICE FILE IS
      *                      REQUIRED (RC 16 IF IT CANNOT BE OPENED).
      *                      THE BATCH HOLD TABLE STILL KEEPS ONLY THE
      *                      25 BYTES THE BRANCH SENDS.  THE REGISTER
      *                      SHOWS PRICE AND VALUE ON EACH ACCEPTED
      *                      ORDER AND THE VALUE ACCEPTED IN THE
      *                      FOOTER.
      *    2026-10-15  JAS   EACH ORDER'S BRANCH IS NOW CHECKED AGAINST
      *                      THE BRANCH MASTER (SEE BRNREC, MAINTAINED
      *                      BY BRNMAINT) AS OF THE ORDER DATE: A
      *                      BRANCH NOT ON FILE REJECTS WITH REASON 08,
      *                      A CLOSED ONE WITH 09, AND AN ORDER FOR A
      *                      CATEGORY THE BRANCH IS NOT AUTHORIZED TO
      *                      ORDER WITH 10.  A WHOLE BATCH WHOSE *H
      *                      HEADER NAMES AN UNKNOWN OR CLOSED BRANCH
      *                      IS REJECTED TO ORDREJ ORDER BY ORDER WITH
      *                      THE SAME REASON, BALANCED OR NOT, INSTEAD
      *                      OF BEING HELD - HOLDING IT WOULD STOP THE
      *                      DAY'S DOWNSTREAM WITH RC 12 FOR A BATCH
      *                      THAT CAN NEVER BE RELEASED.  THE BRANCH
      *                      MASTER IS REQUIRED (RC 16 IF IT CANNOT BE
      *                      OPENED).  THE ORDER-DATE SETTING MOVED OUT
      *                      OF THE PRICING INTO THE BATCH VERIFY, SO
      *                      THE BRANCH CHECKS SEE IT TOO.
      *    2026-10-15  JAS   EVERY ACCEPTED ORDER IS NOW RECORDED ON
      *                      THE ORDER-NUMBER HISTORY (SEE ORDHIST)
      *                      UNDER ITS BRANCH AND ORDER NUMBER WITH THE
      *                      BUSINESS DATE IT WAS FIRST ACCEPTED.  AN
      *                      ORDER NUMBER ALREADY ON THE HISTORY FOR
      *                      ITS BRANCH REJECTS WITH REASON 11 AND THE
      *                      REGISTER SHOWS WHEN IT WAS FIRST ACCEPTED
      *                      - A BRANCH RESENDING YESTERDAY'S FILE USED
      *                      TO DOUBLE-COUNT IN ORDACC AND ORDSUMM.  A
      *                      BALANCED BATCH WHOSE EVERY ORDER IS
      *                      ALREADY ON THE HISTORY WITH THE SAME CODE
      *                      AND QUANTITY IS AN EXACT RETRANSMISSION -
      *                      IT IS HELD OUT WHOLE AND FLAGGED ON THE
      *                      REGISTER, BUT ENDS THE RUN WITH RC 4, NOT
      *                      12: NOTHING IS MISSING FROM THE DAY, SO
      *                      THERE IS NO REASON TO STOP THE DOWNSTREAM
      *                      STEP.  ENTRIES WRITTEN UNDER TODAY'S
      *                      BUSINESS DATE BY AN EARLIER ATTEMPT AT
      *                      THIS EDIT ARE NOT REPEATS, SO A RERUN IS
      *                      SAFE.  THE HISTORY IS REQUIRED (CREATED
      *                      EMPTY ON FIRST USE); A FAILED HISTORY
      *                      WRITE IS COUNTED AND ENDS THE RUN WITH AT
      *                      LEAST RC 4.  ORDPURGE AGES OLD ENTRIES
      *                      OFF.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ALS-OLD-CODE
               FILE STATUS IS WS-ALIAS-FILE-STATUS.
           SELECT PRICE-FILE ASSIGN TO PRICEMST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PRICE-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BR-BRANCH
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ORDER-HIST-STATUS.
           SELECT ORDER-IN-FILE ASSIGN TO ORDERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-IN-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STAT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ALIAS-FILE
           COPY ALSREC.
      *
       FD  PRICE-FILE
           COPY PRCREC.
      *
       FD  BRANCH-FILE
           COPY BRNREC.
      *
       FD  ORDER-HISTORY-FILE
           COPY ORDHIST.
      *
       FD  ORDER-IN-FILE
           COPY ORDREC.
                         ORD-BRANCH   BY OAC-BRANCH
                         ORD-CODE     BY OAC-CODE
                         ORD-QTY      BY OAC-QTY
                         ORD-QTY-X    BY OAC-QTY-X
                         ORD-UNIT-PRICE BY OAC-UNIT-PRICE
                         ORD-EXT-VALUE  BY OAC-EXT-VALUE.
      *
       FD  REJECT-ORDER-FILE
           COPY ORDREJ.
      *
       FD  RUN-STAT-FILE
           COPY STATREC.
      *
       FD  BUSINESS-DATE-FILE
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       77  WS-TABLE-MAX             PIC 9(04) COMP VALUE 1000.
       77  WS-BATCH-HASH            PIC 9(09) COMP VALUE ZERO.
       01  WS-BATCH-BRANCH          PIC X(04) VALUE SPACES.
       01  WS-BATCH-TRANS-DATE      PIC X(08) VALUE SPACES.
       01  WS-BATCH-TRANS-DATE-N REDEFINES WS-BATCH-TRANS-DATE
                                    PIC 9(08).
       01  WS-HOLD-REASON           PIC X(30) VALUE SPACES.
      *
       01  WS-SWITCHES.
               88  WS-EOF-ALIAS             VALUE 'Y'.
           05  WS-ALIAS-USED-SW    PIC X(01) VALUE 'N'.
               88  WS-ALIAS-USED            VALUE 'Y'.
           05  WS-PRICE-FOUND-SW   PIC X(01) VALUE 'N'.
               88  WS-PRICE-FOUND           VALUE 'Y'.
           05  WS-PRICE-EOF-SW     PIC X(01) VALUE 'N'.
               88  WS-PRICE-EOF             VALUE 'Y'.
           05  WS-BRANCH-STATE-SW  PIC X(01) VALUE 'U'.
               88  WS-BRANCH-USABLE         VALUE 'O'.
               88  WS-BRANCH-UNKNOWN        VALUE 'U'.
               88  WS-BRANCH-SHUT           VALUE 'C'.
           05  WS-CATEGORY-AUTH-SW PIC X(01) VALUE 'N'.
               88  WS-CATEGORY-AUTHORIZED   VALUE 'Y'.
           05  WS-HISTORY-SW       PIC X(01) VALUE 'N'.
               88  WS-ORDER-NEW             VALUE 'N'.
               88  WS-ORDER-REPEATED        VALUE 'R'.
               88  WS-ORDER-REDONE          VALUE 'D'.
      *
       01  WS-REJECT-REASON.
           05  WS-REJECT-REASON-CODE   PIC X(02) VALUE SPACES.
           05  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
      *
       01  WS-BRANCH-REASON.
           05  WS-BRANCH-REASON-CODE   PIC X(02) VALUE SPACES.
           05  WS-BRANCH-REASON-TEXT   PIC X(30) VALUE SPACES.
       01  WS-CHECK-BRANCH          PIC X(04) VALUE SPACES.
       77  WS-AUTH-IX               PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-STAMP-DATE   PIC 9(08) VALUE ZERO.
           05  WS-RUN-STAMP-TIME   PIC 9(08) VALUE ZERO.
       01  WS-FIRST-ACCEPTED        PIC 9(08) VALUE ZERO.
       77  WS-REPEAT-COUNT          PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-FOUND-INDEX           PIC 9(04) VALUE ZERO.
       01  WS-FOUND-DESC            PIC X(30) VALUE SPACES.
       01  WS-FOUND-CATEGORY        PIC X(08) VALUE SPACES.
      *
       01  WS-ORDER-DATE            PIC 9(08) VALUE ZERO.
       01  WS-UNIT-PRICE            PIC 9(05)V99 VALUE ZERO.
       01  WS-EXT-VALUE             PIC 9(10)V99 VALUE ZERO.
      *
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD.
           05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YYYYMMDD
                                 PIC 9(08).
           05  WS-RUN-DATE-EDIT     PIC X(10).
      *
       01  WS-ACTUAL-DATE-FIELDS.
           05  WS-ACTUAL-DATE.
               10  WS-ACTUAL-CCYY   PIC 9(04).
               10  WS-ACTUAL-MM     PIC 9(02).
               10  WS-ACTUAL-DD     PIC 9(02).
           05  WS-ACTUAL-DATE-EDIT  PIC X(10).
       01  WS-RERUN-NOTE            PIC X(07) VALUE SPACES.
      *
       01  WS-CURRENT-TIME          PIC 9(08) VALUE ZERO.
       01  WS-CODE-MASTER-STATUS    PIC X(02) VALUE ZERO.
       01  WS-ALIAS-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-PRICE-FILE-STATUS     PIC X(02) VALUE ZERO.
       01  WS-BRANCH-FILE-STATUS    PIC X(02) VALUE ZERO.
       01  WS-ORDER-HIST-STATUS     PIC X(02) VALUE ZERO.
       01  WS-ORDER-IN-STATUS       PIC X(02) VALUE ZERO.
       01  WS-ACCEPT-ORDER-STATUS   PIC X(02) VALUE ZERO.
       01  WS-REJECT-ORDER-STATUS   PIC X(02) VALUE ZERO.
       01  WS-REGISTER-STATUS       PIC X(02) VALUE ZERO.
       01  WS-RUN-STAT-STATUS       PIC X(02) VALUE ZERO.
       01  WS-BUSINESS-DATE-STATUS  PIC X(02) VALUE ZERO.
      *
       01  WS-REPORT-LINE           PIC X(132).
      *
       01  WS-COUNT-EDIT             PIC ZZZZZZ9.
       01  WS-HASH-EDIT              PIC ZZZZZZZZ9.
       01  WS-PRICE-EDIT             PIC ZZ,ZZ9.99.
       01  WS-VALUE-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-VALUE-EDIT       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTALS.
           05  WS-ORDERS-READ      PIC 9(07) COMP VALUE ZERO.
           05  WS-BATCHES-READ     PIC 9(05) COMP VALUE ZERO.
           05  WS-BATCHES-RELEASED PIC 9(05) COMP VALUE ZERO.
           05  WS-BATCHES-HELD     PIC 9(05) COMP VALUE ZERO.
           05  WS-BATCHES-REJECTED PIC 9(05) COMP VALUE ZERO.
           05  WS-BATCHES-RETRANS  PIC 9(05) COMP VALUE ZERO.
           05  WS-ORDERS-RETRANS   PIC 9(07) COMP VALUE ZERO.
           05  WS-ORDERS-DUPLICATE PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-FAILURES PIC 9(07) COMP VALUE ZERO.
           05  WS-VALUE-ACCEPTED   PIC 9(13)V99 COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *
      ******************************************************************
      *    1000-INITIALIZE - LOAD THE CODE TABLE FROM THE CODE MASTER  *
      *    FILE EXACTLY AS HELLO DOES, THEN OPEN THE KEYED PRICE AND   *
      *    BRANCH MASTERS, THE ORDER-NUMBER HISTORY (CREATED EMPTY THE *
      *    FIRST TIME), THE ORDER INPUT, AND THE THREE OUTPUT FILES.   *
      *    A MISSING OR UNREADABLE MASTER, HISTORY, OR ORDER FILE      *
      *    ABORTS THE RUN WITH RETURN-CODE 16 RATHER THAN A RAW        *
      *    RUNTIME ABEND.  THE BUSINESS DATE IS SETTLED FIRST - THE    *
      *    TABLE LOAD FILTERS ON IT, AND A COMPLETED CYCLE STOPS THE   *
      *    RUN BEFORE ANY FILE IS OPENED.                              *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = '00'
               DISPLAY 'ORDEDIT - CODE MASTER FILE COULD NOT BE OPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING WS-RUN-MM   '/' WS-RUN-DD '/' WS-RUN-CCYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT.
           STRING WS-ACTUAL-MM '/' WS-ACTUAL-DD '/' WS-ACTUAL-CCYY
               DELIMITED BY SIZE INTO WS-ACTUAL-DATE-EDIT.
           PERFORM 1100-LOAD-TABLE THRU 1100-EXIT
               UNTIL WS-EOF-MASTER.
           CLOSE CODE-MASTER-FILE.
           PERFORM 1200-LOAD-ALIASES THRU 1200-EXIT.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-FILE-STATUS NOT = '00'
               DISPLAY 'ORDEDIT - PRICE FILE COULD NOT BE OPENED'
               DISPLAY 'ORDEDIT - FILE STATUS = ' WS-PRICE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS NOT = '00'
               DISPLAY 'ORDEDIT - BRANCH FILE COULD NOT BE OPENED'
               DISPLAY 'ORDEDIT - FILE STATUS = ' WS-BRANCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ORDER-HISTORY-FILE.
           IF WS-ORDER-HIST-STATUS = '35'
               OPEN OUTPUT ORDER-HISTORY-FILE
               CLOSE ORDER-HISTORY-FILE
               OPEN I-O ORDER-HISTORY-FILE
           END-IF.
           IF WS-ORDER-HIST-STATUS NOT = '00'
               DISPLAY 'ORDEDIT - ORDER HISTORY FILE COULD NOT BE '
                   'OPENED'
               DISPLAY 'ORDEDIT - FILE STATUS = ' WS-ORDER-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ORDER-IN-FILE.
           IF WS-ORDER-IN-STATUS NOT = '00'
               DISPLAY 'ORDEDIT - ORDER INPUT FILE COULD NOT BE OPENED'
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
           MOVE WS-ACTUAL-DATE TO WS-RUN-STAMP-DATE.
           ACCEPT WS-RUN-STAMP-TIME FROM TIME.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'ORDEDIT - BUSDATE CONTROL COULD NOT BE OPENED'
               DISPLAY 'ORDEDIT - FILE STATUS = '
                   WS-BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'ORDEDIT - BUSDATE CONTROL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-BUSINESS-DATE-X IS NOT NUMERIC
               DISPLAY 'ORDEDIT - BUSDATE BUSINESS DATE IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BDT-CYCLE-OPEN
               DISPLAY 'ORDEDIT - CYCLE FOR ' BDT-BUSINESS-DATE
                   ' IS NOT OPEN - RUN CYCLCTL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE-NUM.
           IF BDT-RERUN
               MOVE '  RERUN' TO WS-RERUN-NOTE
           END-IF.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-LOAD-TABLE - ONE MASTER RECORD INTO THE TABLE.  ONLY   *
      *    ACTIVE CODES EFFECTIVE AS OF THE RUN DATE ARE LOADED, SO A  *
      *    NOT-YET-EFFECTIVE OR EXPIRED CODE REJECTS AS NOT ON THE     *
      *    2400-VERIFY-BATCH - BALANCE THE OPEN BATCH AGAINST ITS *T   *
      *    TRAILER: SAME BRANCH, NUMERIC CONTROLS, AND THE RECORD      *
      *    COUNT AND HASHED QUANTITY TOTAL BOTH MATCHING.  A BALANCED  *
      *    BATCH IS RELEASED TO THE EDIT UNLESS IT IS AN EXACT         *
      *    RETRANSMISSION OF ORDERS ALREADY ACCEPTED, WHICH IS HELD    *
      *    AND FLAGGED; ANYTHING ELSE IS HELD OUT WHOLE WITH           *
      *    EXPECTED-VERSUS-ACTUAL ON THE REGISTER.  A BATCH FROM A     *
      *    BRANCH NOT ON THE BRANCH MASTER, OR CLOSED ON THE ORDER     *
      *    DATE, IS REJECTED WHOLE BEFORE ITS BALANCE IS LOOKED AT -   *
      *    IT COULD NEVER BE RELEASED, SO HOLDING IT FOR A RESEND ONLY *
      *    STOPS THE DAY.                                              *
      ******************************************************************
       2400-VERIFY-BATCH.
           IF NOT WS-BATCH-OPEN
               WRITE RPT-RECORD
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2450-SET-ORDER-DATE THRU 2450-EXIT.
           MOVE WS-BATCH-BRANCH TO WS-CHECK-BRANCH.
           PERFORM 3420-CHECK-BRANCH THRU 3420-EXIT.
           EVALUATE TRUE
               WHEN WS-BATCH-NO-HEADER
                   MOVE 'NO BATCH HEADER' TO WS-HOLD-REASON
               WHEN BCT-BRANCH NOT = WS-BATCH-BRANCH
                   MOVE 'TRAILER BRANCH MISMATCH' TO WS-HOLD-REASON
                   PERFORM 2700-HOLD-BATCH THRU 2700-EXIT
               WHEN NOT WS-BRANCH-USABLE
                   PERFORM 2550-REJECT-BATCH THRU 2550-EXIT
               WHEN BCT-RECORD-COUNT-X IS NOT NUMERIC
                OR BCT-HASH-TOTAL-X IS NOT NUMERIC
                   MOVE 'TRAILER CONTROLS NOT NUMERIC'
                   PERFORM 2750-WRITE-BALANCE-LINE THRU 2750-EXIT
                   PERFORM 2700-HOLD-BATCH THRU 2700-EXIT
               WHEN OTHER
                   PERFORM 2420-CHECK-RETRANSMISSION THRU 2420-EXIT
                   IF WS-REPEAT-COUNT = WS-BATCH-COUNT
                    AND WS-BATCH-COUNT > ZERO
                       PERFORM 2800-HOLD-RETRANSMISSION THRU 2800-EXIT
                   ELSE
                       PERFORM 2500-RELEASE-BATCH THRU 2500-EXIT
                   END-IF
           END-EVALUATE.
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2420-CHECK-RETRANSMISSION - COUNT THE BATCH'S ORDERS        *
      *    ALREADY ON THE ORDER-NUMBER HISTORY FOR THE SAME BRANCH     *
      *    WITH THE SAME CODE AND QUANTITY.  WHEN EVERY ORDER IS, THE  *
      *    BATCH IS AN EXACT RETRANSMISSION OF ONE ALREADY EDITED.     *
      ******************************************************************
       2420-CHECK-RETRANSMISSION.
           MOVE ZERO TO WS-REPEAT-COUNT.
           PERFORM 2430-CHECK-ONE-REPEAT THRU 2430-EXIT
               VARYING WS-BATCH-IX FROM 1 BY 1
               UNTIL WS-BATCH-IX > WS-BATCH-COUNT.
       2420-EXIT.
           EXIT.
      *
       2430-CHECK-ONE-REPEAT.
           MOVE WS-BATCH-ORDER(WS-BATCH-IX) TO ORDER-RECORD.
           IF ORD-ORDER-NO = SPACES
               GO TO 2430-EXIT
           END-IF.
           PERFORM 3300-CHECK-HISTORY THRU 3300-EXIT.
           IF WS-ORDER-REPEATED
            AND OH-CODE = ORD-CODE
            AND OH-QTY-X = ORD-QTY-X
               ADD 1 TO WS-REPEAT-COUNT
               MOVE OH-FIRST-DATE TO WS-FIRST-ACCEPTED
           END-IF.
       2430-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2450-SET-ORDER-DATE - THE ORDER DATE FOR EVERY ORDER IN THE *
      *    BATCH IS ITS TRANSMISSION DATE FROM THE *H HEADER, OR THE   *
      *    BUSINESS DATE WHEN THE HEADER DATE IS NOT USABLE.  THE      *
      *    BRANCH CHECKS AND THE PRICING BOTH WORK AS OF IT.           *
      ******************************************************************
       2450-SET-ORDER-DATE.
           IF WS-BATCH-TRANS-DATE IS NUMERIC
            AND WS-BATCH-TRANS-DATE-N > ZERO
               MOVE WS-BATCH-TRANS-DATE-N TO WS-ORDER-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-ORDER-DATE
           END-IF.
       2450-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2500-RELEASE-BATCH - THE BATCH BALANCED: RUN EVERY          *
      *    BUFFERED ORDER THROUGH THE EDIT AND ITS NORMAL ACCEPT OR    *
      *    REJECT DISPOSITION, THEN CLOSE THE BATCH.                   *
           EXIT.
      *
      ******************************************************************
      *    2550-REJECT-BATCH - THE BATCH'S BRANCH IS NOT ON THE BRANCH *
      *    MASTER OR IS CLOSED.  EVERY ORDER IN IT GOES TO ORDREJ WITH *
      *    THE BRANCH REASON, SO THE BRANCH (OR WHOEVER KEYED THE      *
      *    HEADER) HEARS ABOUT EACH ONE, AND THE BATCH IS CLOSED.      *
      ******************************************************************
       2550-REJECT-BATCH.
           ADD 1 TO WS-BATCHES-REJECTED.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BATCH-COUNT TO WS-COUNT-EDIT.
           STRING '** BATCH ' WS-BATCH-BRANCH
               ' REJECTED - ' WS-BRANCH-REASON-TEXT
               ' - ' WS-COUNT-EDIT
               ' ORDERS TO ORDREJ **'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 2560-REJECT-ONE-ORDER THRU 2560-EXIT
               VARYING WS-BATCH-IX FROM 1 BY 1
               UNTIL WS-BATCH-IX > WS-BATCH-COUNT.
           PERFORM 2600-CLOSE-BATCH THRU 2600-EXIT.
       2550-EXIT.
           EXIT.
      *
       2560-REJECT-ONE-ORDER.
           MOVE WS-BATCH-ORDER(WS-BATCH-IX) TO ORDER-RECORD.
           MOVE ORD-CODE TO WS-EDIT-CODE.
           MOVE 'N' TO WS-ALIAS-USED-SW.
           SET WS-ORDER-INVALID TO TRUE.
           MOVE WS-BRANCH-REASON TO WS-REJECT-REASON.
           PERFORM 4500-WRITE-REJECTED-ORDER THRU 4500-EXIT.
           PERFORM 7100-WRITE-REGISTER-DETAIL THRU 7100-EXIT.
       2560-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2600-CLOSE-BATCH - RESET THE BATCH STATE FOR THE NEXT       *
      *    HEADER.                                                     *
      ******************************************************************
           EXIT.
      *
      ******************************************************************
      *    2800-HOLD-RETRANSMISSION - THE BATCH REPEATS, ORDER FOR     *
      *    ORDER, ONE ALREADY ACCEPTED.  IT IS HELD OUT WHOLE -        *
      *    NOTHING FROM IT REACHES ORDACC OR ORDREJ - AND FLAGGED ON   *
      *    THE REGISTER WITH THE DATE THE ORDERS WERE FIRST ACCEPTED.  *
      *    UNLIKE AN OUT-OF-BALANCE HOLD NOTHING IS MISSING FROM THE   *
      *    DAY, SO IT DOES NOT DRIVE RETURN-CODE 12.                   *
      ******************************************************************
       2800-HOLD-RETRANSMISSION.
           ADD 1 TO WS-BATCHES-RETRANS.
           ADD WS-BATCH-COUNT TO WS-ORDERS-RETRANS.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BATCH-COUNT TO WS-COUNT-EDIT.
           STRING '** BATCH ' WS-BATCH-BRANCH
               ' HELD - EXACT RETRANSMISSION - ' WS-COUNT-EDIT
               ' ORDERS ALREADY ACCEPTED **'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   FIRST ACCEPTED: ' WS-FIRST-ACCEPTED
               '  - CONFIRM WITH THE BRANCH THAT TODAY''S FILE WAS SENT'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           DISPLAY 'ORDEDIT - BATCH ' WS-BATCH-BRANCH
               ' HELD AS AN EXACT RETRANSMISSION'.
           PERFORM 2600-CLOSE-BATCH THRU 2600-EXIT.
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2900-BATCH-TABLE-ABEND - A BATCH BIGGER THAN THE HOLD       *
      *    TABLE CANNOT BE PROVED WHOLE, SO THE RUN STOPS WITH 16      *
      *    RATHER THAN RELEASING AN UNPROVEN TAIL - THE SAME           *
      ******************************************************************
      *    3000-EDIT-ORDER - FIELD EDITS IN COLUMN ORDER, FIRST        *
      *    FAILURE WINS: ORDER NUMBER AND BRANCH MUST BE PRESENT, THE  *
      *    QUANTITY MUST BE NUMERIC AND NONZERO, THE ORDER NUMBER MUST *
      *    NOT ALREADY BE ON THE ORDER-NUMBER HISTORY FOR THE BRANCH,  *
      *    THE BRANCH MUST BE ON THE BRANCH MASTER AND OPEN ON THE     *
      *    ORDER DATE, AND THE CODE MUST BE ON THE CODE MASTER         *
      *    (VALIDATED THROUGH CDLOOKUP AGAINST THE MASTER-LOADED       *
      *    TABLE), IN A CATEGORY THE BRANCH IS AUTHORIZED TO ORDER,    *
      *    WITH A PRICE IN EFFECT ON THE ORDER DATE.                   *
      ******************************************************************
       3000-EDIT-ORDER.
           SET WS-ORDER-VALID TO TRUE.
                   MOVE '05' TO WS-REJECT-REASON-CODE
                   MOVE 'ZERO QUANTITY' TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   PERFORM 3300-CHECK-HISTORY THRU 3300-EXIT
                   IF WS-ORDER-REPEATED
                       SET WS-ORDER-INVALID TO TRUE
                       ADD 1 TO WS-ORDERS-DUPLICATE
                       MOVE OH-FIRST-DATE TO WS-FIRST-ACCEPTED
                       MOVE '11' TO WS-REJECT-REASON-CODE
                       MOVE 'DUPLICATE ORDER NUMBER'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       PERFORM 3400-VALIDATE-BRANCH THRU 3400-EXIT
                   END-IF
                   IF WS-ORDER-VALID
                       PERFORM 3500-VALIDATE-CODE THRU 3500-EXIT
                   END-IF
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3300-CHECK-HISTORY - LOOK THE ORDER UP ON THE ORDER-NUMBER  *
      *    HISTORY BY BRANCH AND ORDER NUMBER.  NOT ON FILE IS NEW.    *
      *    AN ENTRY FIRST ACCEPTED ON TODAY'S BUSINESS DATE BY A       *
      *    DIFFERENT RUN WAS LEFT BY AN EARLIER ATTEMPT AT TODAY'S     *
      *    EDIT - THIS RUN REDOES IT, SO IT IS NOT A REPEAT.  ANYTHING *
      *    ELSE ON FILE (INCLUDING AN ORDER ACCEPTED EARLIER IN THIS   *
      *    SAME RUN) IS A REPEAT.  THE ENTRY STAYS IN THE RECORD AREA  *
      *    FOR THE CALLER.                                             *
      ******************************************************************
       3300-CHECK-HISTORY.
           SET WS-ORDER-NEW TO TRUE.
           MOVE ORD-BRANCH   TO OH-BRANCH.
           MOVE ORD-ORDER-NO TO OH-ORDER-NO.
           READ ORDER-HISTORY-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           IF OH-FIRST-DATE = WS-RUN-DATE-NUM
            AND OH-RUN-STAMP NOT = WS-RUN-STAMP
               SET WS-ORDER-REDONE TO TRUE
           ELSE
               SET WS-ORDER-REPEATED TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3400-VALIDATE-BRANCH - THE ORDER'S OWN BRANCH MUST BE ON    *
      *    THE BRANCH MASTER AND OPEN ON THE ORDER DATE.  ITS RECORD   *
      *    STAYS IN THE BRANCH FILE'S BUFFER FOR THE CATEGORY          *
      *    AUTHORIZATION CHECK.                                        *
      ******************************************************************
       3400-VALIDATE-BRANCH.
           MOVE ORD-BRANCH TO WS-CHECK-BRANCH.
           PERFORM 3420-CHECK-BRANCH THRU 3420-EXIT.
           IF NOT WS-BRANCH-USABLE
               SET WS-ORDER-INVALID TO TRUE
               MOVE WS-BRANCH-REASON TO WS-REJECT-REASON
           END-IF.
       3400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3420-CHECK-BRANCH - KEYED READ OF THE BRANCH MASTER FOR     *
      *    WS-CHECK-BRANCH.  THE BRANCH IS CLOSED FOR THE ORDER DATE   *
      *    WHEN ITS STATUS IS CLOSED, WHEN IT OPENS AFTER THE DATE, OR *
      *    WHEN ITS CLOSE DATE IS ON OR BEFORE IT; ZERO DATES ARE      *
      *    OPEN-ENDED.  THE REASON IS LEFT READY FOR AN ORDER OR A     *
      *    WHOLE BATCH.                                                *
      ******************************************************************
       3420-CHECK-BRANCH.
           MOVE 'O' TO WS-BRANCH-STATE-SW.
           MOVE SPACES TO WS-BRANCH-REASON.
           MOVE WS-CHECK-BRANCH TO BR-BRANCH.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE 'U' TO WS-BRANCH-STATE-SW
                   MOVE '08' TO WS-BRANCH-REASON-CODE
                   MOVE 'BRANCH NOT ON BRANCH MASTER'
                       TO WS-BRANCH-REASON-TEXT
                   GO TO 3420-EXIT
           END-READ.
           IF BR-CLOSED
            OR (BR-OPEN-DATE > ZERO AND BR-OPEN-DATE > WS-ORDER-DATE)
            OR (BR-CLOSE-DATE > ZERO
                AND BR-CLOSE-DATE NOT > WS-ORDER-DATE)
               MOVE 'C' TO WS-BRANCH-STATE-SW
               MOVE '09' TO WS-BRANCH-REASON-CODE
               MOVE 'BRANCH CLOSED' TO WS-BRANCH-REASON-TEXT
           END-IF.
       3420-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3500-VALIDATE-CODE - TRANSLATE THE ORDER'S CODE THROUGH    *
      *    THE LEGACY ALIAS TABLE, THEN LOOK IT UP THROUGH THE         *
      *    SHARED CDLOOKUP SUBPROGRAM.  A CODE THAT IS NOT ON THE      *
      *    MASTER-LOADED TABLE REJECTS THE ORDER; ONE THAT IS MUST BE  *
      *    IN A CATEGORY THE BRANCH MAY ORDER, AND IS THEN PRICED.     *
      ******************************************************************
       3500-VALIDATE-CODE.
           PERFORM 3600-TRANSLATE-ALIAS THRU 3600-EXIT.
               MOVE '06' TO WS-REJECT-REASON-CODE
               MOVE 'CODE NOT ON CODE MASTER'
                   TO WS-REJECT-REASON-TEXT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3550-CHECK-CATEGORY-AUTH THRU 3550-EXIT.
           IF WS-ORDER-INVALID
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3700-PRICE-ORDER THRU 3700-EXIT.
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3550-CHECK-CATEGORY-AUTH - THE CODE'S CATEGORY MUST BE ON   *
      *    THE BRANCH'S AUTHORIZED LIST (THE BRANCH RECORD READ BY     *
      *    3400 IS STILL IN THE BUFFER).  A BRANCH WITH NO LIST MAY    *
      *    ORDER ANY CATEGORY.                                         *
      ******************************************************************
       3550-CHECK-CATEGORY-AUTH.
           IF BR-AUTH-COUNT = ZERO
               GO TO 3550-EXIT
           END-IF.
           MOVE 'N' TO WS-CATEGORY-AUTH-SW.
           PERFORM 3560-SCAN-AUTH-LIST THRU 3560-EXIT
               VARYING WS-AUTH-IX FROM 1 BY 1
               UNTIL WS-AUTH-IX > BR-AUTH-COUNT
                  OR WS-CATEGORY-AUTHORIZED.
           IF NOT WS-CATEGORY-AUTHORIZED
               SET WS-ORDER-INVALID TO TRUE
               MOVE '10' TO WS-REJECT-REASON-CODE
               MOVE 'CATEGORY NOT AUTHORIZED' TO WS-REJECT-REASON-TEXT
           END-IF.
       3550-EXIT.
           EXIT.
      *
       3560-SCAN-AUTH-LIST.
           IF BR-AUTH-CATEGORY(WS-AUTH-IX) = WS-FOUND-CATEGORY
               SET WS-CATEGORY-AUTHORIZED TO TRUE
           END-IF.
       3560-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3600-TRANSLATE-ALIAS - SCAN THE ALIAS TABLE FOR THE CODE    *
      *    AS RECEIVED.  A HIT REPLACES THE CODE BEING EDITED (AND     *
      *    WRITTEN TO ORDACC); ORD-CODE KEEPS WHAT THE BRANCH SENT     *
           EXIT.
      *
      ******************************************************************
      *    3700-PRICE-ORDER - FIND THE PRICE PERIOD IN EFFECT FOR THE  *
      *    TRANSLATED CODE ON THE ORDER DATE AND EXTEND THE ORDER.     *
      *    THE ORDER DATE WAS SET FOR THE BATCH BY 2450.  THE          *
      *    CODE'S PERIODS ARE BROWSED IN FROM-DATE ORDER; PRCMAINT     *
      *    KEEPS THEM FROM OVERLAPPING, SO THE FIRST ONE COVERING THE  *
      *    DATE IS THE ONLY ONE.  NO PRICE IN EFFECT REJECTS THE       *
      *    ORDER.                                                      *
      ******************************************************************
       3700-PRICE-ORDER.
           MOVE 'N' TO WS-PRICE-FOUND-SW.
           MOVE 'N' TO WS-PRICE-EOF-SW.
           MOVE ZERO TO WS-UNIT-PRICE.
           MOVE ZERO TO WS-EXT-VALUE.
           MOVE WS-EDIT-CODE TO PR-CODE.
           MOVE ZERO TO PR-EFF-FROM.
           START PRICE-FILE KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   SET WS-PRICE-EOF TO TRUE
           END-START.
           PERFORM 3710-CHECK-PRICE-PERIOD THRU 3710-EXIT
               UNTIL WS-PRICE-EOF OR WS-PRICE-FOUND.
           IF NOT WS-PRICE-FOUND
               SET WS-ORDER-INVALID TO TRUE
               MOVE '07' TO WS-REJECT-REASON-CODE
               MOVE 'NO PRICE IN EFFECT'
                   TO WS-REJECT-REASON-TEXT
               GO TO 3700-EXIT
           END-IF.
           COMPUTE WS-EXT-VALUE = ORD-QTY * WS-UNIT-PRICE.
       3700-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3710-CHECK-PRICE-PERIOD - ONE PERIOD OF THE CODE.  A PERIOD *
      *    STARTING AFTER THE ORDER DATE ENDS THE BROWSE - EVERY LATER *
      *    ONE STARTS LATER STILL.  A ZERO TO DATE IS OPEN-ENDED.      *
      ******************************************************************
       3710-CHECK-PRICE-PERIOD.
           READ PRICE-FILE NEXT RECORD
               AT END
                   SET WS-PRICE-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ.
           IF PR-CODE NOT = WS-EDIT-CODE
            OR PR-EFF-FROM > WS-ORDER-DATE
               SET WS-PRICE-EOF TO TRUE
               GO TO 3710-EXIT
           END-IF.
           IF PR-EFF-TO = ZERO
            OR PR-EFF-TO NOT < WS-ORDER-DATE
               SET WS-PRICE-FOUND TO TRUE
               MOVE PR-UNIT-PRICE TO WS-UNIT-PRICE
           END-IF.
       3710-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-WRITE-ACCEPTED-ORDER - COPY THE GOOD ORDER TO THE      *
      *    ACCEPTED-ORDERS FILE FOR DOWNSTREAM ORDER PROCESSING, WITH  *
      *    ITS UNIT PRICE AND EXTENDED VALUE, AND RECORD IT ON THE     *
      *    ORDER-NUMBER HISTORY.                                       *
      ******************************************************************
       4000-WRITE-ACCEPTED-ORDER.
           ADD 1 TO WS-ORDERS-ACCEPTED.
           ADD WS-EXT-VALUE TO WS-VALUE-ACCEPTED.
           MOVE ORD-ORDER-NO TO OAC-ORDER-NO.
           MOVE ORD-BRANCH   TO OAC-BRANCH.
           MOVE WS-EDIT-CODE TO OAC-CODE.
           MOVE ORD-QTY-X    TO OAC-QTY-X.
           MOVE WS-UNIT-PRICE TO OAC-UNIT-PRICE.
           MOVE WS-EXT-VALUE  TO OAC-EXT-VALUE.
           WRITE ACCEPT-ORDER-RECORD.
           PERFORM 4100-RECORD-HISTORY THRU 4100-EXIT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4100-RECORD-HISTORY - ADD THE ACCEPTED ORDER TO THE         *
      *    ORDER-NUMBER HISTORY, STAMPED WITH TODAY'S BUSINESS DATE    *
      *    AND THIS RUN.  AN ENTRY LEFT BY AN EARLIER ATTEMPT AT       *
      *    TODAY'S EDIT IS REWRITTEN.  A FAILED WRITE IS COUNTED AND   *
      *    NOTED ON THE CONSOLE - THE ORDER IS ALREADY ON ORDACC, BUT  *
      *    A RESEND OF IT WOULD NOT BE CAUGHT.                         *
      ******************************************************************
       4100-RECORD-HISTORY.
           MOVE ORD-BRANCH      TO OH-BRANCH.
           MOVE ORD-ORDER-NO    TO OH-ORDER-NO.
           MOVE WS-RUN-DATE-NUM TO OH-FIRST-DATE.
           MOVE WS-ORDER-DATE   TO OH-ORDER-DATE.
           MOVE ORD-CODE        TO OH-CODE.
           MOVE ORD-QTY-X       TO OH-QTY-X.
           MOVE WS-RUN-STAMP    TO OH-RUN-STAMP.
           IF WS-ORDER-REDONE
               REWRITE ORDER-HISTORY-RECORD
           ELSE
               WRITE ORDER-HISTORY-RECORD
           END-IF.
           IF WS-ORDER-HIST-STATUS NOT = '00'
               ADD 1 TO WS-HISTORY-FAILURES
               DISPLAY 'ORDEDIT - ORDER HISTORY NOT UPDATED FOR '
                   ORD-BRANCH ' ' ORD-ORDER-NO
                   ', STATUS = ' WS-ORDER-HIST-STATUS
           END-IF.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4500-WRITE-REJECTED-ORDER - ROUTE THE BAD ORDER TO THE      *
      *    REJECTED-ORDERS FILE WITH ITS REASON CODE AND TEXT.         *
      ******************************************************************
           EXIT.
      *
      ******************************************************************
      *    7000-WRITE-REGISTER-HEADERS - TITLE AND DATE LINES.  THE    *
      *    BUSINESS DATE IS THE DATE THE WORK BELONGS TO; THE RUN      *
      *    DATE IS WHEN IT ACTUALLY RAN.                               *
      ******************************************************************
       7000-WRITE-REGISTER-HEADERS.
           MOVE 'ORDEDIT ORDER ENTRY EDIT REGISTER' TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-RUN-DATE-EDIT
               '  RUN DATE: ' WS-ACTUAL-DATE-EDIT
               WS-RERUN-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       7100-WRITE-REGISTER-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-ORDER-VALID
               MOVE WS-UNIT-PRICE TO WS-PRICE-EDIT
               MOVE WS-EXT-VALUE TO WS-VALUE-EDIT
               STRING 'ORDER: ' ORD-ORDER-NO
                   '  BRANCH: ' ORD-BRANCH
                   '  CODE: ' ORD-CODE
                   '  QTY: ' ORD-QTY-X
                   '  ACCEPTED'
                   '  PRICE: ' WS-PRICE-EDIT
                   '  VALUE: ' WS-VALUE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'ORDER: ' ORD-ORDER-NO
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF WS-ORDER-INVALID
            AND WS-REJECT-REASON-CODE = '11'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     FIRST ACCEPTED: ' WS-FIRST-ACCEPTED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       7100-EXIT.
           EXIT.
      *
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-VALUE-ACCEPTED TO WS-TOTAL-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'VALUE ACCEPTED: ' WS-TOTAL-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ORDERS-REJECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ORDERS REJECTED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-BATCHES-REJECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BATCHES REJECTED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-BATCHES-RETRANS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BATCHES HELD AS RETRANSMISSIONS: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ORDERS-RETRANS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ORDERS IN RETRANSMISSIONS: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-ORDERS-DUPLICATE TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DUPLICATE ORDERS REJECTED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-HISTORY-FAILURES > ZERO
               MOVE WS-HISTORY-FAILURES TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** ORDER HISTORY WRITE FAILURES: ' WS-COUNT-EDIT
                   ' **'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       7900-EXIT.
           EXIT.
      *
       8000-DISPLAY-TOTALS.
           DISPLAY 'ORDEDIT - ORDERS READ.....: ' WS-ORDERS-READ.
           DISPLAY 'ORDEDIT - ORDERS ACCEPTED.: ' WS-ORDERS-ACCEPTED.
           MOVE WS-VALUE-ACCEPTED TO WS-TOTAL-VALUE-EDIT.
           DISPLAY 'ORDEDIT - VALUE ACCEPTED..: ' WS-TOTAL-VALUE-EDIT.
           DISPLAY 'ORDEDIT - ORDERS REJECTED.: ' WS-ORDERS-REJECTED.
           DISPLAY 'ORDEDIT - ORDERS HELD.....: ' WS-ORDERS-HELD.
           DISPLAY 'ORDEDIT - BATCHES READ....: ' WS-BATCHES-READ.
           DISPLAY 'ORDEDIT - BATCHES RELEASED: ' WS-BATCHES-RELEASED.
           DISPLAY 'ORDEDIT - BATCHES HELD....: ' WS-BATCHES-HELD.
           DISPLAY 'ORDEDIT - BATCHES REJECTED: ' WS-BATCHES-REJECTED.
           DISPLAY 'ORDEDIT - BATCHES RETRANS.: ' WS-BATCHES-RETRANS.
           DISPLAY 'ORDEDIT - DUPLICATE ORDERS: ' WS-ORDERS-DUPLICATE.
           IF WS-HISTORY-FAILURES > ZERO
               DISPLAY 'ORDEDIT - HISTORY FAILURES: '
                   WS-HISTORY-FAILURES
           END-IF.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-SET-RETURN-CODE - TELL THE JCL STEP HOW THE RUN WENT:  *
      *    12 IF ANY BATCH WAS HELD OUT OF BALANCE (ORDERJ STOPS THE   *
      *    DOWNSTREAM STEP ON IT), ELSE 4 IF ANY ORDER OR BATCH WAS    *
      *    REJECTED, A BATCH WAS HELD AS A RETRANSMISSION, OR THE      *
      *    ORDER HISTORY COULD NOT BE UPDATED, ELSE 0.  A FILE THAT    *
      *    COULD NOT BE OPENED OR A BATCH TOO BIG TO PROVE ALREADY     *
      *    STOPPED THE RUN WITH 16.                                    *
      ******************************************************************
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-BATCHES-HELD > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ORDERS-REJECTED > ZERO
                OR WS-BATCHES-REJECTED > ZERO
                OR WS-BATCHES-RETRANS > ZERO
                OR WS-HISTORY-FAILURES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
      *    9999-TERMINATE                                              *
      ******************************************************************
       9999-TERMINATE.
           CLOSE PRICE-FILE.
           CLOSE BRANCH-FILE.
           CLOSE ORDER-HISTORY-FILE.
           CLOSE ORDER-IN-FILE.
           CLOSE ACCEPT-ORDER-FILE.
           CLOSE REJECT-ORDER-FILE.
