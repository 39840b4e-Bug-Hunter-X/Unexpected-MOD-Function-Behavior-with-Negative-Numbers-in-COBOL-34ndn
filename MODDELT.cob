       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODDELT.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODDELT - DAY-OVER-DAY BUCKET CHANGE DELTA FROM
      *  MOD-EXTRACT-FILE.
      *
      *  DOWNSTREAM ALLOCATION USED TO RELOAD THE WHOLE OF MODEXTR
      *  EVERY NIGHT, EVEN THOUGH MOST ACCOUNTS LAND IN THE SAME
      *  BUCKET AS YESTERDAY.  THIS STEP COMPARES TODAY'S EXTRACT
      *  (MODEXTR) WITH THE PRIOR BUSINESS DATE'S (MODEXTP - THE
      *  PREVIOUS GENERATION, SUPPLIED BY JCL) ACCOUNT BY ACCOUNT AND
      *  WRITES:
      *
      *    MODDLTA - THE DELTA FEED: ONE RECORD PER ACCOUNT WHOSE
      *    BUCKET OR DIVISOR CHANGED, PER NEW ACCOUNT AND PER DROPPED
      *    ACCOUNT, OLD AND NEW VALUES SIDE BY SIDE (SEE MODDLTA.CPY).
      *
      *    MODDRPT - THE SUMMARY: ACCOUNTS ON EACH SIDE, HOW MANY
      *    STAYED PUT, MOVED BUCKET, CHANGED DIVISOR, APPEARED AND
      *    DROPPED OUT, AND THE MOVED ACCOUNTS BROKEN DOWN BY
      *    OLD-TO-NEW DIVISOR - SO ON THE MORNING AN EFFECTIVE-DATED
      *    DIVISOR KICKS IN, OPERATIONS CAN SEE AT A GLANCE WHETHER THE
      *    NUMBER OF ACCOUNTS THAT MOVED IS WHAT THE PARAMETER CHANGE
      *    PREDICTED.
      *
      *  MODEXTR CAN CARRY MORE THAN ONE RECORD FOR AN ACCOUNT -
      *  A DUPLICATE BUCKETED UNDER REPORT-ONLY DISPOSITION, OR A
      *  CORRECTION, RESUBMISSION OR SUSPENSE RELEASE APPENDED AFTER
      *  THE DETAIL RECORD.  BOTH SIDES ARE SORTED ON ACCOUNT WITH
      *  DUPLICATES KEPT IN FILE ORDER, AND THE ACCOUNT'S LAST RECORD
      *  - THE MOST RECENT ASSIGNMENT WRITTEN FOR IT THAT DAY - IS
      *  THE ONE COMPARED.  THE SUMMARY COUNTS HOW MANY ACCOUNTS HAD
      *  MORE THAN ONE RECORD ON EACH SIDE.
      *
      *  A MISSING OR EMPTY MODEXTP (THE VERY FIRST RUN) SIMPLY MAKES
      *  EVERY ACCOUNT NEW - DOWNSTREAM GETS A FULL LOAD, WHICH IS
      *  EXACTLY WHAT IT NEEDS THAT DAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOD-EXTRACT-FILE ASSIGN TO MODEXTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PRIOR-FILE ASSIGN TO MODEXTP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-CURSRT-FILE ASSIGN TO "MODSRT03".

           SELECT MOD-PRVSRT-FILE ASSIGN TO "MODSRT07".

           SELECT MOD-CURSEQ-FILE ASSIGN TO MODXCUR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PRVSEQ-FILE ASSIGN TO MODXPRV
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-DELTA-FILE ASSIGN TO MODDLTA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-REPORT-FILE ASSIGN TO MODDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY MODEXTR.

       FD  MOD-PRIOR-FILE
           RECORDING MODE IS F.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD== BY ==MOD-PRIOR-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==PX-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==PX-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==PX-DIVISOR==
                     ==MX-QUOTIENT==         BY ==PX-QUOTIENT==
                     ==MX-AMOUNT==           BY ==PX-AMOUNT==.

      ******************************************************************
      *  SCRATCH SDS AND SORTED WORK FILES, THE SAME ARRANGEMENT
      *  MODRECN USES: EACH EXTRACT IS SORTED ON ACCOUNT INTO ITS
      *  WORK FILE AND THE TWO WORK FILES ARE MERGED SEQUENTIALLY.
      *  EACH RECORD IS A COPY OF MOD-EXTRACT-RECORD RENAMED SO THE
      *  01-LEVELS CAN COEXIST.
      ******************************************************************
       SD  MOD-CURSRT-FILE.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD== BY ==MOD-CURSRT-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==XC-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==XC-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==XC-DIVISOR==
                     ==MX-QUOTIENT==         BY ==XC-QUOTIENT==
                     ==MX-AMOUNT==           BY ==XC-AMOUNT==.

       SD  MOD-PRVSRT-FILE.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD== BY ==MOD-PRVSRT-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==XP-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==XP-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==XP-DIVISOR==
                     ==MX-QUOTIENT==         BY ==XP-QUOTIENT==
                     ==MX-AMOUNT==           BY ==XP-AMOUNT==.

       FD  MOD-CURSEQ-FILE
           RECORDING MODE IS F.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD== BY ==MOD-CURSEQ-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==CU-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==CU-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==CU-DIVISOR==
                     ==MX-QUOTIENT==         BY ==CU-QUOTIENT==
                     ==MX-AMOUNT==           BY ==CU-AMOUNT==.

       FD  MOD-PRVSEQ-FILE
           RECORDING MODE IS F.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD== BY ==MOD-PRVSEQ-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==PV-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==PV-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==PV-DIVISOR==
                     ==MX-QUOTIENT==         BY ==PV-QUOTIENT==
                     ==MX-AMOUNT==           BY ==PV-AMOUNT==.

       FD  MOD-DELTA-FILE
           RECORDING MODE IS F.
       COPY MODDLTA.

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  WS-CUR-ACCOUNT-FIELDS AND WS-PRV-ACCOUNT-FIELDS HOLD ONE
      *  ACCOUNT'S STANDING ASSIGNMENT ON EACH SIDE - THE LAST RECORD
      *  OF THE ACCOUNT'S GROUP IN THE SORTED WORK FILE (SEE
      *  0820-NEXT-CUR-ACCOUNT).  THE DONE SWITCH SAYS THE SIDE HAS
      *  NO MORE ACCOUNTS; THE EOF SWITCH UNDER WS-FILE-FLAGS ONLY
      *  SAYS THE WORK FILE ITSELF HAS BEEN READ TO THE END, WHICH
      *  HAPPENS ONE ACCOUNT EARLIER.
      ******************************************************************
       01  WS-CUR-ACCOUNT-FIELDS.
           05  WS-CUR-ACCOUNT      PIC 9(7)       VALUE ZERO.
           05  WS-CUR-BUCKET       PIC 9(5)       VALUE ZERO.
           05  WS-CUR-DIVISOR      PIC 9(5)       VALUE ZERO.
           05  WS-CUR-AMOUNT       PIC S9(9)V99   COMP-3 VALUE ZERO.
           05  WS-CUR-DONE-SW      PIC X          VALUE 'N'.
               88  WS-CUR-DONE                   VALUE 'Y'.
               88  WS-CUR-NOT-DONE                VALUE 'N'.

       01  WS-PRV-ACCOUNT-FIELDS.
           05  WS-PRV-ACCOUNT      PIC 9(7)       VALUE ZERO.
           05  WS-PRV-BUCKET       PIC 9(5)       VALUE ZERO.
           05  WS-PRV-DIVISOR      PIC 9(5)       VALUE ZERO.
           05  WS-PRV-AMOUNT       PIC S9(9)V99   COMP-3 VALUE ZERO.
           05  WS-PRV-DONE-SW      PIC X          VALUE 'N'.
               88  WS-PRV-DONE                   VALUE 'Y'.
               88  WS-PRV-NOT-DONE                VALUE 'N'.

       01  WS-MATCH-FIELDS.
           05  WS-COMPARE-RESULT   PIC X          VALUE 'E'.
               88  WS-CURRENT-LOW                VALUE 'L'.
               88  WS-KEYS-EQUAL                 VALUE 'E'.
               88  WS-PRIOR-LOW                  VALUE 'G'.

      ******************************************************************
      *  WS-TRANSITION-TABLE COUNTS THE ACCOUNTS THAT CHANGED DIVISOR
      *  BY OLD-TO-NEW DIVISOR PAIR, FOR THE "DID THE PARAMETER CHANGE
      *  MOVE WHAT WE EXPECTED" BREAKDOWN ON THE SUMMARY.  A NIGHT
      *  WITH MORE DISTINCT PAIRS THAN THE TABLE HOLDS STILL COUNTS
      *  EVERY ACCOUNT IN THE TOTALS; THE OVERFLOW IS SHOWN AS ONE
      *  LINE.
      ******************************************************************
       01  WS-TRANSITION-TABLE.
           05  WS-TRANS-COUNT      PIC 9(3)       VALUE ZERO.
           05  WS-TRANS-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-TRANS-COUNT
                   INDEXED BY WS-TR-IDX.
               10  WS-TR-OLD-DIVISOR   PIC 9(5).
               10  WS-TR-NEW-DIVISOR   PIC 9(5).
               10  WS-TR-ACCOUNTS      PIC 9(7).
           05  WS-TRANS-OVERFLOW   PIC 9(7)       VALUE ZERO.
           05  WS-TRANS-FOUND-SW   PIC X          VALUE 'N'.
               88  WS-TRANS-FOUND                VALUE 'Y'.
               88  WS-TRANS-NOT-FOUND             VALUE 'N'.

       01  WS-FILE-FLAGS.
           05  WS-CURSEQ-EOF-SW    PIC X          VALUE 'N'.
               88  WS-CURSEQ-EOF                 VALUE 'Y'.
               88  WS-CURSEQ-NOT-EOF              VALUE 'N'.
           05  WS-PRVSEQ-EOF-SW    PIC X          VALUE 'N'.
               88  WS-PRVSEQ-EOF                 VALUE 'Y'.
               88  WS-PRVSEQ-NOT-EOF              VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-CUR-RECORDS      PIC 9(7)       VALUE ZERO.
           05  WS-PRV-RECORDS      PIC 9(7)       VALUE ZERO.
           05  WS-CUR-ACCOUNTS     PIC 9(7)       VALUE ZERO.
           05  WS-PRV-ACCOUNTS     PIC 9(7)       VALUE ZERO.
           05  WS-CUR-MULTI-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-PRV-MULTI-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-UNCHANGED-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-BUCKET-MOVED-COUNT PIC 9(7)     VALUE ZERO.
           05  WS-DIVISOR-MOVED-COUNT PIC 9(7)    VALUE ZERO.
           05  WS-NEW-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-DROPPED-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-MOVED-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-DELTA-WRITTEN    PIC 9(7)       VALUE ZERO.
           05  WS-GROUP-RECORDS    PIC 9(7)       VALUE ZERO.
           05  WS-MOVED-PCT        PIC 9(3)V9     VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-DIVISOR-1     PIC ZZZZ9.
           05  WS-RL-DIVISOR-2     PIC ZZZZ9.
           05  WS-RL-PCT           PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-MATCH-ACCOUNTS
               UNTIL WS-CUR-DONE AND WS-PRV-DONE
           PERFORM 0900-TERMINATE
           STOP RUN.

      ******************************************************************
      *  0100-INITIALIZE SORTS EACH EXTRACT ON ACCOUNT INTO ITS WORK
      *  FILE - DUPLICATES IN ORDER, SO AN ACCOUNT'S RECORDS STAY IN
      *  THE ORDER MODCALC AND MODSUSR WROTE THEM AND ITS LAST RECORD
      *  REALLY IS ITS LATEST ASSIGNMENT - THEN OPENS BOTH WORK FILES
      *  AND PRIMES THE FIRST ACCOUNT ON EACH SIDE.
      ******************************************************************
       0100-INITIALIZE.
           SORT MOD-CURSRT-FILE
               ON ASCENDING KEY XC-ACCOUNT-NUMBER
               WITH DUPLICATES IN ORDER
               USING MOD-EXTRACT-FILE
               GIVING MOD-CURSEQ-FILE
           SORT MOD-PRVSRT-FILE
               ON ASCENDING KEY XP-ACCOUNT-NUMBER
               WITH DUPLICATES IN ORDER
               USING MOD-PRIOR-FILE
               GIVING MOD-PRVSEQ-FILE
           OPEN INPUT MOD-CURSEQ-FILE
           OPEN INPUT MOD-PRVSEQ-FILE
           OPEN OUTPUT MOD-DELTA-FILE
           OPEN OUTPUT MOD-REPORT-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0800-READ-CURSEQ
           PERFORM 0810-READ-PRVSEQ
           PERFORM 0820-NEXT-CUR-ACCOUNT
           PERFORM 0830-NEXT-PRV-ACCOUNT.

      ******************************************************************
      *  0200-MATCH-ACCOUNTS IS THE SAME BALANCED-LINE MERGE AS
      *  MODRECN'S 0200-MATCH-RECORDS, KEYED ON ACCOUNT ALONE: AN
      *  ACCOUNT ONLY TODAY IS NEW, ONE ONLY YESTERDAY HAS DROPPED
      *  OUT, AND ONE ON BOTH SIDES IS COMPARED.
      ******************************************************************
       0200-MATCH-ACCOUNTS.
           IF WS-CUR-NOT-DONE AND WS-PRV-NOT-DONE
               PERFORM 0250-COMPARE-KEYS
           END-IF
           EVALUATE TRUE
               WHEN WS-PRV-DONE AND WS-CUR-NOT-DONE
               WHEN WS-CUR-NOT-DONE AND WS-PRV-NOT-DONE
                       AND WS-CURRENT-LOW
                   PERFORM 0420-WRITE-NEW-ACCOUNT
                   PERFORM 0820-NEXT-CUR-ACCOUNT
               WHEN WS-CUR-DONE AND WS-PRV-NOT-DONE
               WHEN WS-CUR-NOT-DONE AND WS-PRV-NOT-DONE
                       AND WS-PRIOR-LOW
                   PERFORM 0430-WRITE-DROPPED-ACCOUNT
                   PERFORM 0830-NEXT-PRV-ACCOUNT
               WHEN OTHER
                   PERFORM 0400-COMPARE-ASSIGNMENT
                   PERFORM 0820-NEXT-CUR-ACCOUNT
                   PERFORM 0830-NEXT-PRV-ACCOUNT
           END-EVALUATE.

       0250-COMPARE-KEYS.
           EVALUATE TRUE
               WHEN WS-CUR-ACCOUNT < WS-PRV-ACCOUNT
                   SET WS-CURRENT-LOW TO TRUE
               WHEN WS-CUR-ACCOUNT > WS-PRV-ACCOUNT
                   SET WS-PRIOR-LOW TO TRUE
               WHEN OTHER
                   SET WS-KEYS-EQUAL TO TRUE
           END-EVALUATE.

       0300-WRITE-HEADER.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODDELT DAY-OVER-DAY BUCKET CHANGE SUMMARY"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0400-COMPARE-ASSIGNMENT DECIDES WHAT HAPPENED TO AN ACCOUNT
      *  PRESENT ON BOTH SIDES.  A DIVISOR CHANGE IS REPORTED AS SUCH
      *  EVEN WHEN THE BUCKET NUMBER HAPPENS TO COME OUT THE SAME -
      *  BUCKET 7 OF 1000 AND BUCKET 7 OF 500 ARE NOT THE SAME BUCKET.
      ******************************************************************
       0400-COMPARE-ASSIGNMENT.
           EVALUATE TRUE
               WHEN WS-CUR-DIVISOR NOT = WS-PRV-DIVISOR
                   ADD 1 TO WS-DIVISOR-MOVED-COUNT
                   PERFORM 0450-COUNT-TRANSITION
                   MOVE SPACES TO MOD-DELTA-RECORD
                   SET DL-DIVISOR-CHANGED TO TRUE
                   PERFORM 0440-WRITE-DELTA
               WHEN WS-CUR-BUCKET NOT = WS-PRV-BUCKET
                   ADD 1 TO WS-BUCKET-MOVED-COUNT
                   MOVE SPACES TO MOD-DELTA-RECORD
                   SET DL-BUCKET-CHANGED TO TRUE
                   PERFORM 0440-WRITE-DELTA
               WHEN OTHER
                   ADD 1 TO WS-UNCHANGED-COUNT
           END-EVALUATE.

       0420-WRITE-NEW-ACCOUNT.
           ADD 1 TO WS-NEW-COUNT
           MOVE SPACES TO MOD-DELTA-RECORD
           SET DL-NEW-ACCOUNT TO TRUE
           MOVE WS-CUR-ACCOUNT TO DL-ACCOUNT-NUMBER
           MOVE ZERO           TO DL-OLD-BUCKET
           MOVE ZERO           TO DL-OLD-DIVISOR
           MOVE WS-CUR-BUCKET  TO DL-NEW-BUCKET
           MOVE WS-CUR-DIVISOR TO DL-NEW-DIVISOR
           MOVE ZERO           TO DL-OLD-AMOUNT
           MOVE WS-CUR-AMOUNT  TO DL-NEW-AMOUNT
           WRITE MOD-DELTA-RECORD
           ADD 1 TO WS-DELTA-WRITTEN.

       0430-WRITE-DROPPED-ACCOUNT.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE SPACES TO MOD-DELTA-RECORD
           SET DL-DROPPED-ACCOUNT TO TRUE
           MOVE WS-PRV-ACCOUNT TO DL-ACCOUNT-NUMBER
           MOVE WS-PRV-BUCKET  TO DL-OLD-BUCKET
           MOVE WS-PRV-DIVISOR TO DL-OLD-DIVISOR
           MOVE ZERO           TO DL-NEW-BUCKET
           MOVE ZERO           TO DL-NEW-DIVISOR
           MOVE WS-PRV-AMOUNT  TO DL-OLD-AMOUNT
           MOVE ZERO           TO DL-NEW-AMOUNT
           WRITE MOD-DELTA-RECORD
           ADD 1 TO WS-DELTA-WRITTEN.

      ******************************************************************
      *  0440-WRITE-DELTA WRITES ONE MODDLTA RECORD FOR AN ACCOUNT ON
      *  BOTH SIDES FROM THE TWO STANDING ASSIGNMENTS; THE CALLER HAS
      *  ALREADY SET THE CHANGE TYPE.
      ******************************************************************
       0440-WRITE-DELTA.
           MOVE WS-CUR-ACCOUNT TO DL-ACCOUNT-NUMBER
           MOVE WS-PRV-BUCKET  TO DL-OLD-BUCKET
           MOVE WS-PRV-DIVISOR TO DL-OLD-DIVISOR
           MOVE WS-CUR-BUCKET  TO DL-NEW-BUCKET
           MOVE WS-CUR-DIVISOR TO DL-NEW-DIVISOR
           MOVE WS-PRV-AMOUNT  TO DL-OLD-AMOUNT
           MOVE WS-CUR-AMOUNT  TO DL-NEW-AMOUNT
           WRITE MOD-DELTA-RECORD
           ADD 1 TO WS-DELTA-WRITTEN.

       0450-COUNT-TRANSITION.
           SET WS-TRANS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRANS-COUNT OR WS-TRANS-FOUND
               IF WS-TR-OLD-DIVISOR(WS-TR-IDX) = WS-PRV-DIVISOR
                       AND WS-TR-NEW-DIVISOR(WS-TR-IDX) = WS-CUR-DIVISOR
                   ADD 1 TO WS-TR-ACCOUNTS(WS-TR-IDX)
                   SET WS-TRANS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-TRANS-NOT-FOUND
               IF WS-TRANS-COUNT >= 100
                   ADD 1 TO WS-TRANS-OVERFLOW
               ELSE
                   ADD 1 TO WS-TRANS-COUNT
                   MOVE WS-PRV-DIVISOR
                       TO WS-TR-OLD-DIVISOR(WS-TRANS-COUNT)
                   MOVE WS-CUR-DIVISOR
                       TO WS-TR-NEW-DIVISOR(WS-TRANS-COUNT)
                   MOVE 1 TO WS-TR-ACCOUNTS(WS-TRANS-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      *  0500-WRITE-SUMMARY PRINTS THE COUNTS.  "MOVED" IS EVERY
      *  ACCOUNT ON BOTH SIDES WHOSE BUCKET OR DIVISOR CHANGED, AND
      *  THE PERCENTAGE IS OF THE ACCOUNTS ON BOTH SIDES - NEW AND
      *  DROPPED ACCOUNTS ARE SHOWN SEPARATELY SINCE NO PARAMETER
      *  CHANGE PREDICTS THEM.  THE TRAILER PROVES ITSELF: ACCOUNTS
      *  TODAY = UNCHANGED + MOVED + NEW, AND ACCOUNTS PRIOR =
      *  UNCHANGED + MOVED + DROPPED.
      ******************************************************************
       0500-WRITE-SUMMARY.
           COMPUTE WS-MOVED-COUNT = WS-BUCKET-MOVED-COUNT
               + WS-DIVISOR-MOVED-COUNT
           IF WS-UNCHANGED-COUNT + WS-MOVED-COUNT > 0
               COMPUTE WS-MOVED-PCT ROUNDED = WS-MOVED-COUNT * 100
                   / (WS-UNCHANGED-COUNT + WS-MOVED-COUNT)
           END-IF
           MOVE WS-PRV-RECORDS TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "PRIOR EXTRACT RECORDS:     " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-PRV-ACCOUNTS TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "PRIOR ACCOUNTS:            " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-PRV-MULTI-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  WITH MORE THAN 1 RECORD: " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-CUR-RECORDS TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TODAY'S EXTRACT RECORDS:   " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-CUR-ACCOUNTS TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TODAY'S ACCOUNTS:          " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-CUR-MULTI-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  WITH MORE THAN 1 RECORD: " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-UNCHANGED-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "UNCHANGED:                 " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-BUCKET-MOVED-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MOVED BUCKET, SAME DIVISOR:" DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-DIVISOR-MOVED-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "DIVISOR CHANGED:           " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-MOVED-COUNT TO WS-RL-COUNT
           MOVE WS-MOVED-PCT TO WS-RL-PCT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TOTAL MOVED:               " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-RL-PCT DELIMITED BY SIZE
               "% OF ACCOUNTS ON BOTH DAYS)" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-NEW-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "NEW ACCOUNTS:              " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-DROPPED-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "DROPPED ACCOUNTS:          " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-DELTA-WRITTEN TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "DELTA RECORDS WRITTEN:     " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           PERFORM 0520-WRITE-TRANSITIONS.

       0520-WRITE-TRANSITIONS.
           IF WS-TRANS-COUNT > 0
               MOVE SPACES TO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "DIVISOR CHANGES (OLD -> NEW)      ACCOUNTS"
                   DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRANS-COUNT
               MOVE WS-TR-OLD-DIVISOR(WS-TR-IDX) TO WS-RL-DIVISOR-1
               MOVE WS-TR-NEW-DIVISOR(WS-TR-IDX) TO WS-RL-DIVISOR-2
               MOVE WS-TR-ACCOUNTS(WS-TR-IDX)    TO WS-RL-COUNT
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  DIVISOR " DELIMITED BY SIZE
                   WS-RL-DIVISOR-1 DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-RL-DIVISOR-2 DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-PERFORM
           IF WS-TRANS-OVERFLOW > 0
               MOVE WS-TRANS-OVERFLOW TO WS-RL-COUNT
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  ALL OTHER DIVISOR CHANGES         "
                   DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF.

       0800-READ-CURSEQ.
           READ MOD-CURSEQ-FILE
               AT END
                   SET WS-CURSEQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUR-RECORDS
           END-READ.

       0810-READ-PRVSEQ.
           READ MOD-PRVSEQ-FILE
               AT END
                   SET WS-PRVSEQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PRV-RECORDS
           END-READ.

      ******************************************************************
      *  0820-NEXT-CUR-ACCOUNT AND 0830-NEXT-PRV-ACCOUNT CONSUME ONE
      *  WHOLE ACCOUNT GROUP FROM THEIR SORTED WORK FILE, LEAVING THE
      *  GROUP'S LAST RECORD AS THE ACCOUNT'S STANDING ASSIGNMENT AND
      *  THE FIRST RECORD OF THE NEXT ACCOUNT ALREADY READ AHEAD.
      ******************************************************************
       0820-NEXT-CUR-ACCOUNT.
           IF WS-CURSEQ-EOF
               SET WS-CUR-DONE TO TRUE
           ELSE
               ADD 1 TO WS-CUR-ACCOUNTS
               MOVE ZERO TO WS-GROUP-RECORDS
               MOVE CU-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
               PERFORM UNTIL WS-CURSEQ-EOF
                       OR CU-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
                   ADD 1 TO WS-GROUP-RECORDS
                   MOVE CU-BUCKET-NUMBER TO WS-CUR-BUCKET
                   MOVE CU-DIVISOR       TO WS-CUR-DIVISOR
                   MOVE CU-AMOUNT        TO WS-CUR-AMOUNT
                   PERFORM 0800-READ-CURSEQ
               END-PERFORM
               IF WS-GROUP-RECORDS > 1
                   ADD 1 TO WS-CUR-MULTI-COUNT
               END-IF
           END-IF.

       0830-NEXT-PRV-ACCOUNT.
           IF WS-PRVSEQ-EOF
               SET WS-PRV-DONE TO TRUE
           ELSE
               ADD 1 TO WS-PRV-ACCOUNTS
               MOVE ZERO TO WS-GROUP-RECORDS
               MOVE PV-ACCOUNT-NUMBER TO WS-PRV-ACCOUNT
               PERFORM UNTIL WS-PRVSEQ-EOF
                       OR PV-ACCOUNT-NUMBER NOT = WS-PRV-ACCOUNT
                   ADD 1 TO WS-GROUP-RECORDS
                   MOVE PV-BUCKET-NUMBER TO WS-PRV-BUCKET
                   MOVE PV-DIVISOR       TO WS-PRV-DIVISOR
                   MOVE PV-AMOUNT        TO WS-PRV-AMOUNT
                   PERFORM 0810-READ-PRVSEQ
               END-PERFORM
               IF WS-GROUP-RECORDS > 1
                   ADD 1 TO WS-PRV-MULTI-COUNT
               END-IF
           END-IF.

       0900-TERMINATE.
           PERFORM 0500-WRITE-SUMMARY
           CLOSE MOD-CURSEQ-FILE
           CLOSE MOD-PRVSEQ-FILE
           CLOSE MOD-DELTA-FILE
           CLOSE MOD-REPORT-FILE
           DISPLAY "Prior accounts:    " WS-PRV-ACCOUNTS
           DISPLAY "Today's accounts:  " WS-CUR-ACCOUNTS
           DISPLAY "Unchanged:         " WS-UNCHANGED-COUNT
           DISPLAY "Moved:             " WS-MOVED-COUNT
           DISPLAY "New:               " WS-NEW-COUNT
           DISPLAY "Dropped:           " WS-DROPPED-COUNT
           DISPLAY "Delta records:     " WS-DELTA-WRITTEN.
