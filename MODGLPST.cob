       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODGLPST.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODGLPST - GENERAL-LEDGER POSTING FROM THE RUN'S BUCKET
      *  ASSIGNMENTS.
      *
      *  FINANCE USED TO REKEY THE BUCKET TOTALS OFF THE MODBRPT
      *  LISTING INTO THE LEDGER BY HAND.  THIS PROGRAM BUILDS THE
      *  JOURNAL INSTEAD, FROM THE SAME MOD-EXTRACT-FILE THE LISTING
      *  IS BUILT FROM - MODCALC'S DETAILS, APPLIED CORRECTIONS AND
      *  APPLIED RESUBMISSIONS, PLUS THE SUSPENSE RELEASES MODSUSR
      *  APPENDS:
      *
      *    THE EXTRACT IS SORTED BY DIVISOR AND BUCKET AND SUMMED PER
      *    BUCKET.  EACH BUCKET WITH A NON-ZERO NET AMOUNT POSTS ONE
      *    DEBIT/CREDIT PAIR TO THE GL ACCOUNTS AND COST CENTERS THE
      *    MODGLMP MAPPING FILE NAMES FOR IT (SEE MODGLMP.CPY), INSIDE
      *    A HEADER/TRAILER ENVELOPE CARRYING THE BATCH TOTALS (SEE
      *    MODGLJR.CPY).
      *
      *    BEFORE A SINGLE JOURNAL LINE IS WRITTEN, THE EXTRACT'S
      *    RECORD COUNT AND NET AMOUNT MUST TIE TO THE RECONCILIATION
      *    FIGURES MODCALC AND MODSUSR LEFT ON MODRCTL (SEE
      *    MODRCTL.CPY), MODCALC'S OWN RECONCILIATION MUST NOT HAVE
      *    BEEN OUT OF BALANCE, AND EVERY BUCKET MUST HAVE A MAPPING.
      *    IF ANY OF THAT FAILS THE REPORT SAYS WHICH, NO JOURNAL IS
      *    WRITTEN AND THE STEP ENDS WITH RETURN CODE 12 - FINANCE IS
      *    NEVER HANDED NUMBERS THAT DIFFER FROM WHAT THE ALLOCATION
      *    RUN ACTUALLY PRODUCED.
      *
      *  THE EXTRACT IS READ TWICE - ONCE TO SUM AND CHECK, ONCE TO
      *  POST - RATHER THAN HELD IN A TABLE, SO THE NUMBER OF BUCKETS
      *  IS NOT CAPPED BY WORKING STORAGE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOD-EXTRACT-FILE ASSIGN TO MODEXTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-RECON-CTL-FILE ASSIGN TO MODRCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-GL-MAP-FILE ASSIGN TO MODGLMP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-GLSRT-FILE ASSIGN TO "MODSRT08".

           SELECT MOD-SORTED-FILE ASSIGN TO MODGSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-JOURNAL-FILE ASSIGN TO MODGLJR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-REPORT-FILE ASSIGN TO MODGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY MODEXTR.

       FD  MOD-RECON-CTL-FILE
           RECORDING MODE IS F.
       COPY MODRCTL.

       FD  MOD-GL-MAP-FILE
           RECORDING MODE IS F.
       COPY MODGLMP.

      ******************************************************************
      *  MOD-GLSRT-FILE IS A SCRATCH SD THAT PUTS THE EXTRACT INTO
      *  DIVISOR/BUCKET ORDER, GIVING MOD-SORTED-FILE FOR THE TWO
      *  SEQUENTIAL PASSES.  BOTH RECORDS ARE COPIES OF
      *  MOD-EXTRACT-RECORD RENAMED SO THE 01-LEVELS CAN COEXIST.
      ******************************************************************
       SD  MOD-GLSRT-FILE.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD== BY ==MOD-GLSRT-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==GS-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==GS-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==GS-DIVISOR==
                     ==MX-QUOTIENT==         BY ==GS-QUOTIENT==
                     ==MX-AMOUNT==           BY ==GS-AMOUNT==.

       FD  MOD-SORTED-FILE
           RECORDING MODE IS F.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD== BY ==MOD-SORTED-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==GX-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==GX-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==GX-DIVISOR==
                     ==MX-QUOTIENT==         BY ==GX-QUOTIENT==
                     ==MX-AMOUNT==           BY ==GX-AMOUNT==.

       FD  MOD-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY MODGLJR.

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  WS-GL-MAP-TABLE HOLDS THE MAPPING FILE IN ITS OWN ASCENDING
      *  DIVISOR/BUCKET ORDER FOR SEARCH ALL.  AN OUT-OF-SEQUENCE OR
      *  DUPLICATE KEY ABENDS THE RUN, AS AN OUT-OF-SEQUENCE MASTER
      *  DOES IN MODAMNT - WHICH OF TWO MAPPINGS A BUCKET POSTS TO
      *  MUST NEVER BE A MATTER OF CHANCE.
      ******************************************************************
       01  WS-GL-MAP-TABLE.
           05  WS-MAP-COUNT        PIC 9(5)       COMP VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-MAP-COUNT
                   ASCENDING KEY IS WS-MP-KEY
                   INDEXED BY WS-MP-IDX.
               10  WS-MP-KEY           PIC X(10).
               10  WS-MP-DEBIT-ACCOUNT PIC X(10).
               10  WS-MP-DEBIT-CC      PIC X(6).
               10  WS-MP-CREDIT-ACCOUNT PIC X(10).
               10  WS-MP-CREDIT-CC     PIC X(6).

       01  WS-MAP-FIELDS.
           05  WS-PREV-MAP-KEY     PIC X(10)      VALUE LOW-VALUES.
           05  WS-MAP-FOUND-SW     PIC X          VALUE 'N'.
               88  WS-MAP-FOUND                  VALUE 'Y'.
               88  WS-MAP-NOT-FOUND               VALUE 'N'.

      ******************************************************************
      *  WS-GROUP-FIELDS HOLD ONE BUCKET'S TOTALS WHILE 0820-NEXT-
      *  BUCKET-GROUP CONSUMES ITS RECORDS.  WS-GRP-KEY HAS THE SAME
      *  SHAPE AS GM-KEY ON THE MAPPING RECORD.
      ******************************************************************
       01  WS-GROUP-FIELDS.
           05  WS-GRP-KEY.
               10  WS-GRP-DIVISOR      PIC 9(5)   VALUE ZERO.
               10  WS-GRP-BUCKET       PIC 9(5)   VALUE ZERO.
           05  WS-GRP-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-GRP-AMOUNT       PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-GRP-ABS-AMOUNT   PIC S9(11)V99  COMP-3 VALUE ZERO.

      ******************************************************************
      *  WS-CONTROL-FIELDS CARRY WHAT MODRCTL SAYS THE EXTRACT SHOULD
      *  HOLD: MODCALC'S RECORD (EXACTLY ONE IS EXPECTED) AND THE SUM
      *  OF ANY MODSUSR RECORDS APPENDED BEHIND IT.
      ******************************************************************
       01  WS-CONTROL-FIELDS.
           05  WS-BUSINESS-DATE    PIC X(8)       VALUE SPACES.
           05  WS-CALC-CTL-RECORDS PIC 9(3)       VALUE ZERO.
           05  WS-CALC-CTL-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-CALC-CTL-AMOUNT  PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-CALC-CTL-STATUS  PIC X(1)       VALUE SPACES.
           05  WS-SUSR-CTL-RECORDS PIC 9(3)       VALUE ZERO.
           05  WS-SUSR-CTL-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-SUSR-CTL-AMOUNT  PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-EXPECTED-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-EXPECTED-AMOUNT  PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-BATCH-ID         PIC X(12)      VALUE SPACES.

       01  WS-POSTING-FLAGS.
           05  WS-POSTING-SW       PIC X          VALUE 'Y'.
               88  WS-POSTING-OK                 VALUE 'Y'.
               88  WS-POSTING-HELD               VALUE 'N'.
           05  WS-HOLD-REASON      PIC X(50)      VALUE SPACES.

       01  WS-JOURNAL-LINE-FIELDS.
           05  WS-JL-SIDE          PIC X(1)       VALUE SPACES.
           05  WS-JL-ACCOUNT       PIC X(10)      VALUE SPACES.
           05  WS-JL-COST-CENTER   PIC X(6)       VALUE SPACES.

       01  WS-FILE-FLAGS.
           05  WS-SORTED-EOF-SW    PIC X          VALUE 'N'.
               88  WS-SORTED-EOF                 VALUE 'Y'.
               88  WS-SORTED-NOT-EOF              VALUE 'N'.
           05  WS-MAP-EOF-SW       PIC X          VALUE 'N'.
               88  WS-MAP-EOF                    VALUE 'Y'.
               88  WS-MAP-NOT-EOF                 VALUE 'N'.
           05  WS-RCTL-EOF-SW      PIC X          VALUE 'N'.
               88  WS-RCTL-EOF                   VALUE 'Y'.
               88  WS-RCTL-NOT-EOF                VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ     PIC 9(7)       VALUE ZERO.
           05  WS-BUCKET-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-ZERO-BUCKET-COUNT PIC 9(7)      VALUE ZERO.
           05  WS-UNMAPPED-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-POSTED-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-POSTED-AMOUNT    PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-LINE-COUNT       PIC 9(7)       VALUE ZERO.
           05  WS-DEBIT-TOTAL      PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-CREDIT-TOTAL     PIC S9(11)V99  COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-DIVISOR       PIC ZZZZ9.
           05  WS-RL-BUCKET-NO     PIC ZZZZ9.
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-AMOUNT        PIC -(9)9.99.
           05  WS-RL-BIG-1         PIC -(11)9.99.

       01  WS-AUDIT-FIELDS.
           05  WS-JOB-NAME         PIC X(8)       VALUE "MODGLPST".
           05  WS-AUDIT-TIMESTAMP  PIC X(21).
           05  WS-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SUMMARIZE-BUCKET UNTIL WS-SORTED-EOF
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 0120-LOAD-GL-MAP
           PERFORM 0140-READ-RECON-CONTROL
           SORT MOD-GLSRT-FILE
               ON ASCENDING KEY GS-DIVISOR GS-BUCKET-NUMBER
               USING MOD-EXTRACT-FILE
               GIVING MOD-SORTED-FILE
           OPEN OUTPUT MOD-REPORT-FILE
           PERFORM 0300-WRITE-HEADER
           OPEN INPUT MOD-SORTED-FILE
           PERFORM 0800-READ-SORTED.

       0120-LOAD-GL-MAP.
           OPEN INPUT MOD-GL-MAP-FILE
           PERFORM UNTIL WS-MAP-EOF
               READ MOD-GL-MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       PERFORM 0130-ADD-MAP-ENTRY
               END-READ
           END-PERFORM
           CLOSE MOD-GL-MAP-FILE.

       0130-ADD-MAP-ENTRY.
           IF GM-DIVISOR NOT NUMERIC OR GM-BUCKET-NUMBER NOT NUMERIC
               DISPLAY "MODGLPST0130E MAPPING KEY '" GM-KEY
                   "' NOT NUMERIC - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GM-KEY NOT > WS-PREV-MAP-KEY
               DISPLAY "MODGLPST0130E MAPPING OUT OF SEQUENCE AT "
                   "DIVISOR " GM-DIVISOR " BUCKET " GM-BUCKET-NUMBER
                   " - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MAP-COUNT >= 5000
               DISPLAY "MODGLPST0130E MAPPING TABLE FULL AT DIVISOR "
                   GM-DIVISOR " BUCKET " GM-BUCKET-NUMBER
                   " - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GM-KEY              TO WS-MP-KEY(WS-MAP-COUNT)
           MOVE GM-DEBIT-ACCOUNT    TO WS-MP-DEBIT-ACCOUNT(WS-MAP-COUNT)
           MOVE GM-DEBIT-COST-CENTER
               TO WS-MP-DEBIT-CC(WS-MAP-COUNT)
           MOVE GM-CREDIT-ACCOUNT
               TO WS-MP-CREDIT-ACCOUNT(WS-MAP-COUNT)
           MOVE GM-CREDIT-COST-CENTER
               TO WS-MP-CREDIT-CC(WS-MAP-COUNT)
           MOVE GM-KEY TO WS-PREV-MAP-KEY.

      ******************************************************************
      *  0140-READ-RECON-CONTROL PICKS UP THE FIGURES MODCALC AND
      *  MODSUSR LEFT ON MODRCTL.  A RECORD FROM ANY OTHER JOB IS
      *  LOGGED AND IGNORED.  A MISSING FILE IS NOT AN ABEND HERE -
      *  0500-RECONCILE REPORTS "NO MODCALC CONTROL RECORD" AND HOLDS
      *  THE POSTING, WHICH IS THE SAME OUTCOME WITH A BETTER REASON
      *  ON THE REPORT.
      ******************************************************************
       0140-READ-RECON-CONTROL.
           OPEN INPUT MOD-RECON-CTL-FILE
           PERFORM UNTIL WS-RCTL-EOF
               READ MOD-RECON-CTL-FILE
                   AT END
                       SET WS-RCTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 0150-APPLY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-RECON-CTL-FILE.

       0150-APPLY-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN RT-EXTRACT-COUNT NOT NUMERIC
                       OR RT-EXTRACT-AMOUNT NOT NUMERIC
                   DISPLAY "MODGLPST0150W MODRCTL RECORD FOR "
                       RT-JOB-NAME " NOT NUMERIC - RECORD IGNORED"
               WHEN RT-JOB-NAME = "MODCALC"
                   ADD 1 TO WS-CALC-CTL-RECORDS
                   MOVE RT-BUSINESS-DATE  TO WS-BUSINESS-DATE
                   MOVE RT-EXTRACT-COUNT  TO WS-CALC-CTL-COUNT
                   MOVE RT-EXTRACT-AMOUNT TO WS-CALC-CTL-AMOUNT
                   MOVE RT-BALANCE-STATUS TO WS-CALC-CTL-STATUS
               WHEN RT-JOB-NAME = "MODSUSR"
                   ADD 1 TO WS-SUSR-CTL-RECORDS
                   ADD RT-EXTRACT-COUNT  TO WS-SUSR-CTL-COUNT
                   ADD RT-EXTRACT-AMOUNT TO WS-SUSR-CTL-AMOUNT
               WHEN OTHER
                   DISPLAY "MODGLPST0150W MODRCTL RECORD FOR UNKNOWN "
                       "JOB " RT-JOB-NAME " - RECORD IGNORED"
           END-EVALUATE.

      ******************************************************************
      *  0200-SUMMARIZE-BUCKET IS THE FIRST PASS: ONE BUCKET'S
      *  RECORDS ARE SUMMED, ITS MAPPING LOOKED UP, AND ITS LINE
      *  WRITTEN TO THE REPORT.  NOTHING IS POSTED YET.
      ******************************************************************
       0200-SUMMARIZE-BUCKET.
           PERFORM 0820-NEXT-BUCKET-GROUP
           PERFORM 0250-FIND-MAPPING
           ADD 1 TO WS-BUCKET-COUNT
           ADD WS-GRP-COUNT  TO WS-POSTED-COUNT
           ADD WS-GRP-AMOUNT TO WS-POSTED-AMOUNT
           IF WS-MAP-NOT-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               IF WS-GRP-AMOUNT = ZERO
                   ADD 1 TO WS-ZERO-BUCKET-COUNT
               END-IF
           END-IF
           PERFORM 0400-WRITE-BUCKET-LINE.

       0250-FIND-MAPPING.
           SET WS-MAP-NOT-FOUND TO TRUE
           IF WS-MAP-COUNT > 0
               SEARCH ALL WS-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MP-KEY(WS-MP-IDX) = WS-GRP-KEY
                       SET WS-MAP-FOUND TO TRUE
               END-SEARCH
           END-IF.

       0300-WRITE-HEADER.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODGLPST GENERAL LEDGER POSTING REPORT"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO WS-BATCH-ID
           STRING "MOD" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-BATCH-ID
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "   BATCH: " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  DIV  BUCKET   ITEMS     NET AMOUNT  DR ACCOUNT "
               DELIMITED BY SIZE
               "DR CC  CR ACCOUNT CR CC" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0400-WRITE-BUCKET-LINE.
           MOVE WS-GRP-DIVISOR TO WS-RL-DIVISOR
           MOVE WS-GRP-BUCKET  TO WS-RL-BUCKET-NO
           MOVE WS-GRP-COUNT   TO WS-RL-COUNT
           MOVE WS-GRP-AMOUNT  TO WS-RL-AMOUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-MAP-NOT-FOUND
                   STRING WS-RL-DIVISOR DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-BUCKET-NO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-COUNT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-AMOUNT DELIMITED BY SIZE
                       "  *** NO GL MAPPING ***" DELIMITED BY SIZE
                       INTO MOD-REPORT-RECORD
               WHEN WS-GRP-AMOUNT = ZERO
                   STRING WS-RL-DIVISOR DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-BUCKET-NO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-COUNT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-AMOUNT DELIMITED BY SIZE
                       "  NET ZERO - NOTHING TO POST" DELIMITED BY SIZE
                       INTO MOD-REPORT-RECORD
               WHEN OTHER
                   STRING WS-RL-DIVISOR DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-BUCKET-NO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-COUNT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RL-AMOUNT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-MP-DEBIT-ACCOUNT(WS-MP-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MP-DEBIT-CC(WS-MP-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MP-CREDIT-ACCOUNT(WS-MP-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MP-CREDIT-CC(WS-MP-IDX) DELIMITED BY SIZE
                       INTO MOD-REPORT-RECORD
           END-EVALUATE
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0500-RECONCILE DECIDES WHETHER THE JOURNAL MAY BE WRITTEN.
      *  THE EXTRACT IS EXPECTED TO HOLD EXACTLY WHAT MODCALC WROTE
      *  PLUS WHAT EVERY MODSUSR RUN SINCE APPENDED - NO MORE (A
      *  DOUBLED EXTEND, A STALE EXTRACT) AND NO LESS (A TRUNCATED
      *  COPY).  EVERY REASON TO HOLD IS LISTED, NOT JUST THE FIRST,
      *  SO ONE FAILED NIGHT NEEDS ONE INVESTIGATION.
      ******************************************************************
       0500-RECONCILE.
           COMPUTE WS-EXPECTED-COUNT =
               WS-CALC-CTL-COUNT + WS-SUSR-CTL-COUNT
           COMPUTE WS-EXPECTED-AMOUNT =
               WS-CALC-CTL-AMOUNT + WS-SUSR-CTL-AMOUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "RECONCILIATION:                 RECORDS"
               DELIMITED BY SIZE
               "            AMOUNT" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-POSTED-COUNT  TO WS-RL-COUNT
           MOVE WS-POSTED-AMOUNT TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  EXTRACT TO BE POSTED:         " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-CALC-CTL-COUNT  TO WS-RL-COUNT
           MOVE WS-CALC-CTL-AMOUNT TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  MODCALC RECONCILIATION:       " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-SUSR-CTL-COUNT  TO WS-RL-COUNT
           MOVE WS-SUSR-CTL-AMOUNT TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  MODSUSR RELEASES:             " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-EXPECTED-COUNT  TO WS-RL-COUNT
           MOVE WS-EXPECTED-AMOUNT TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  EXPECTED ON EXTRACT:          " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           IF WS-CALC-CTL-RECORDS = 0
               MOVE "NO MODCALC RECORD ON MODRCTL" TO WS-HOLD-REASON
               PERFORM 0520-HOLD-POSTING
           END-IF
           IF WS-CALC-CTL-RECORDS > 1
               MOVE "MORE THAN ONE MODCALC RECORD ON MODRCTL"
                   TO WS-HOLD-REASON
               PERFORM 0520-HOLD-POSTING
           END-IF
           IF WS-CALC-CTL-STATUS = 'O'
               MOVE "MODCALC RUN WAS OUT OF BALANCE"
                   TO WS-HOLD-REASON
               PERFORM 0520-HOLD-POSTING
           END-IF
           IF WS-POSTED-COUNT NOT = WS-EXPECTED-COUNT
               MOVE "EXTRACT RECORD COUNT DOES NOT TIE"
                   TO WS-HOLD-REASON
               PERFORM 0520-HOLD-POSTING
           END-IF
           IF WS-POSTED-AMOUNT NOT = WS-EXPECTED-AMOUNT
               MOVE "EXTRACT AMOUNT DOES NOT TIE" TO WS-HOLD-REASON
               PERFORM 0520-HOLD-POSTING
           END-IF
           IF WS-UNMAPPED-COUNT > 0
               MOVE WS-UNMAPPED-COUNT TO WS-RL-COUNT
               MOVE SPACES TO WS-HOLD-REASON
               STRING WS-RL-COUNT DELIMITED BY SIZE
                   " BUCKET(S) WITH NO GL MAPPING" DELIMITED BY SIZE
                   INTO WS-HOLD-REASON
               PERFORM 0520-HOLD-POSTING
           END-IF
           MOVE SPACES TO MOD-REPORT-RECORD
           IF WS-POSTING-OK
               STRING "  STATUS: IN BALANCE - JOURNAL WRITTEN"
                   DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           ELSE
               STRING "  STATUS: *** NOT POSTED - NO JOURNAL "
                   DELIMITED BY SIZE
                   "WRITTEN ***" DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           END-IF
           WRITE MOD-REPORT-RECORD.

       0520-HOLD-POSTING.
           SET WS-POSTING-HELD TO TRUE
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  *** " DELIMITED BY SIZE
               WS-HOLD-REASON DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           DISPLAY "MODGLPST0520W " WS-HOLD-REASON.

      ******************************************************************
      *  0580-SIGNAL-NOT-POSTED TELLS THE SCHEDULER THE LEDGER WAS
      *  NOT FED: RETURN CODE 12, THE SAME "HOLD THE NEXT STEP" CODE
      *  MODCALC AND MODRECN USE FOR AN OUT-OF-BALANCE RUN.
      ******************************************************************
       0580-SIGNAL-NOT-POSTED.
           DISPLAY "MODGLPST0580E JOURNAL NOT WRITTEN FOR BUSINESS "
               "DATE " WS-BUSINESS-DATE " - SEE MODGRPT"
           MOVE 12 TO RETURN-CODE.

      ******************************************************************
      *  0600-WRITE-JOURNAL IS THE SECOND PASS, RUN ONLY ONCE
      *  0500-RECONCILE HAS PASSED EVERYTHING: THE SORTED EXTRACT IS
      *  READ AGAIN FROM THE TOP AND EACH NON-ZERO BUCKET POSTS ITS
      *  PAIR, INSIDE THE HEADER AND TRAILER.
      ******************************************************************
       0600-WRITE-JOURNAL.
           OPEN INPUT MOD-SORTED-FILE
           SET WS-SORTED-NOT-EOF TO TRUE
           PERFORM 0800-READ-SORTED
           OPEN OUTPUT MOD-JOURNAL-FILE
           MOVE SPACES TO MOD-GL-JOURNAL-RECORD
           SET GJ-HEADER-RECORD TO TRUE
           MOVE WS-BATCH-ID        TO GJ-BATCH-ID
           MOVE WS-BUSINESS-DATE   TO GJ-BUSINESS-DATE
           MOVE WS-AUDIT-TIMESTAMP TO GJ-CREATED-TIMESTAMP
           MOVE "MODCALC"          TO GJ-SOURCE-SYSTEM
           WRITE MOD-GL-JOURNAL-RECORD
           PERFORM 0620-POST-BUCKET UNTIL WS-SORTED-EOF
           MOVE SPACES TO MOD-GL-JOURNAL-RECORD
           SET GJ-TRAILER-RECORD TO TRUE
           MOVE WS-LINE-COUNT      TO GJ-LINE-COUNT
           MOVE WS-DEBIT-TOTAL     TO GJ-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL    TO GJ-CREDIT-TOTAL
           MOVE WS-POSTED-COUNT    TO GJ-CONTROL-COUNT
           MOVE WS-POSTED-AMOUNT   TO GJ-CONTROL-AMOUNT
           WRITE MOD-GL-JOURNAL-RECORD
           CLOSE MOD-JOURNAL-FILE
           CLOSE MOD-SORTED-FILE
           PERFORM 0650-WRITE-JOURNAL-TOTALS.

      ******************************************************************
      *  0620-POST-BUCKET POSTS ONE BUCKET.  A POSITIVE NET DEBITS
      *  THE BUCKET'S ALLOCATION ACCOUNT AND CREDITS ITS CLEARING
      *  ACCOUNT; A NEGATIVE NET (CORRECTIONS OUTWEIGHING THE DAY'S
      *  ITEMS) POSTS THE SAME PAIR THE OTHER WAY ROUND, SO EVERY
      *  JOURNAL AMOUNT IS POSITIVE AS THE LEDGER LOAD EXPECTS.
      ******************************************************************
       0620-POST-BUCKET.
           PERFORM 0820-NEXT-BUCKET-GROUP
           IF WS-GRP-AMOUNT NOT = ZERO
               PERFORM 0250-FIND-MAPPING
               IF WS-GRP-AMOUNT > ZERO
                   MOVE WS-GRP-AMOUNT TO WS-GRP-ABS-AMOUNT
                   MOVE 'D' TO WS-JL-SIDE
                   MOVE WS-MP-DEBIT-ACCOUNT(WS-MP-IDX) TO WS-JL-ACCOUNT
                   MOVE WS-MP-DEBIT-CC(WS-MP-IDX) TO WS-JL-COST-CENTER
                   PERFORM 0640-WRITE-JOURNAL-LINE
                   MOVE 'C' TO WS-JL-SIDE
                   MOVE WS-MP-CREDIT-ACCOUNT(WS-MP-IDX)
                       TO WS-JL-ACCOUNT
                   MOVE WS-MP-CREDIT-CC(WS-MP-IDX) TO WS-JL-COST-CENTER
                   PERFORM 0640-WRITE-JOURNAL-LINE
               ELSE
                   COMPUTE WS-GRP-ABS-AMOUNT = 0 - WS-GRP-AMOUNT
                   MOVE 'D' TO WS-JL-SIDE
                   MOVE WS-MP-CREDIT-ACCOUNT(WS-MP-IDX)
                       TO WS-JL-ACCOUNT
                   MOVE WS-MP-CREDIT-CC(WS-MP-IDX) TO WS-JL-COST-CENTER
                   PERFORM 0640-WRITE-JOURNAL-LINE
                   MOVE 'C' TO WS-JL-SIDE
                   MOVE WS-MP-DEBIT-ACCOUNT(WS-MP-IDX) TO WS-JL-ACCOUNT
                   MOVE WS-MP-DEBIT-CC(WS-MP-IDX) TO WS-JL-COST-CENTER
                   PERFORM 0640-WRITE-JOURNAL-LINE
               END-IF
           END-IF.

       0640-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO MOD-GL-JOURNAL-RECORD
           SET GJ-DETAIL-RECORD TO TRUE
           MOVE WS-LINE-COUNT      TO GJ-LINE-NUMBER
           MOVE WS-JL-SIDE         TO GJ-DEBIT-CREDIT
           MOVE WS-JL-ACCOUNT      TO GJ-GL-ACCOUNT
           MOVE WS-JL-COST-CENTER  TO GJ-COST-CENTER
           MOVE WS-GRP-ABS-AMOUNT  TO GJ-AMOUNT
           MOVE WS-GRP-DIVISOR     TO GJ-DIVISOR
           MOVE WS-GRP-BUCKET      TO GJ-BUCKET-NUMBER
           MOVE WS-GRP-COUNT       TO GJ-ITEM-COUNT
           WRITE MOD-GL-JOURNAL-RECORD
           IF GJ-DEBIT
               ADD WS-GRP-ABS-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-GRP-ABS-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       0650-WRITE-JOURNAL-TOTALS.
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-LINE-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "JOURNAL LINES WRITTEN:          " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-DEBIT-TOTAL TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TOTAL DEBITS:                   " DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-CREDIT-TOTAL TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TOTAL CREDITS:                  " DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0800-READ-SORTED.
           READ MOD-SORTED-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      ******************************************************************
      *  0820-NEXT-BUCKET-GROUP CONSUMES EVERY SORTED EXTRACT RECORD
      *  OF ONE DIVISOR/BUCKET, LEAVING ITS COUNT AND NET AMOUNT IN
      *  WS-GROUP-FIELDS AND THE NEXT BUCKET'S FIRST RECORD READ
      *  AHEAD.  BOTH PASSES GROUP THROUGH HERE, SO THEY CANNOT
      *  DISAGREE ABOUT WHAT A BUCKET HOLDS.
      ******************************************************************
       0820-NEXT-BUCKET-GROUP.
           MOVE GX-DIVISOR       TO WS-GRP-DIVISOR
           MOVE GX-BUCKET-NUMBER TO WS-GRP-BUCKET
           MOVE ZERO TO WS-GRP-COUNT
           MOVE ZERO TO WS-GRP-AMOUNT
           PERFORM UNTIL WS-SORTED-EOF
                   OR GX-DIVISOR NOT = WS-GRP-DIVISOR
                   OR GX-BUCKET-NUMBER NOT = WS-GRP-BUCKET
               ADD 1 TO WS-GRP-COUNT
               ADD GX-AMOUNT TO WS-GRP-AMOUNT
               PERFORM 0800-READ-SORTED
           END-PERFORM.

       0900-TERMINATE.
           CLOSE MOD-SORTED-FILE
           PERFORM 0500-RECONCILE
           IF WS-POSTING-OK
               PERFORM 0600-WRITE-JOURNAL
           ELSE
               PERFORM 0580-SIGNAL-NOT-POSTED
           END-IF
           CLOSE MOD-REPORT-FILE
           DISPLAY "Extract records:   " WS-POSTED-COUNT
           DISPLAY "Buckets:           " WS-BUCKET-COUNT
           DISPLAY "Unmapped buckets:  " WS-UNMAPPED-COUNT
           DISPLAY "Journal lines:     " WS-LINE-COUNT.
