       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODPMRG.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODPMRG - MERGES THE PARTITIONED MODCALC RUNS BACK INTO ONE
      *  NIGHT'S RESULT AND ENDS THE MODCALC CYCLE STEP.
      *
      *  MODPSPL SPLITS MODIN BY ACCOUNT RANGE AND STARTS THE STEP;
      *  ONE MODCALC RUNS PER PARTITION WITH OUTPUTS OF ITS OWN (SEE
      *  MODPSPL FOR THE WHOLE SCHEME).  THIS PROGRAM READS THOSE
      *  OUTPUTS, CONCATENATED IN PARTITION ORDER UNDER THE DD NAMES
      *  BELOW, AND WRITES THE FILES ONE MODCALC OVER THE WHOLE NIGHT
      *  WOULD HAVE WRITTEN, SO NOTHING DOWNSTREAM KNOWS OR CARES
      *  THAT THE NIGHT WAS SPLIT:
      *
      *    MODPXTR -> MODEXTR   EXTRACT, REWRITTEN
      *    MODPAUD -> MODAUDT   AUDIT TRAIL, APPENDED
      *    MODPERR -> MODERR    REJECTS, REWRITTEN, ME-REJECT-SEQ
      *                         RENUMBERED 1-UP ACROSS THE NIGHT SO
      *                         MODFIX AND MODRSUB STILL TIE TO ONE
      *                         REJECT BY RUN DATE AND SEQUENCE
      *    MODPSUS -> MODSUSP   SUSPENSE HOLDS, APPENDED
      *    MODPDUP -> MODDUP    DUPLICATE ACCOUNTS, REWRITTEN
      *
      *  THEN, ONCE, ON THE MERGED TOTALS: THE MODRPT TRAILER, THE
      *  RECONCILIATION AGAINST THE MODPARM CONTROL TOTAL (WITH THE
      *  MODHOLD HOLD AND RETURN CODE 12 WHEN IT IS OUT OF BALANCE),
      *  THE BUCKET HISTOGRAM, THE MODSTAT STATISTICS, THE MODRCTL
      *  RECONCILIATION CONTROL AND THE MODBRPT BUCKET LISTING - ALL
      *  AS MODCALC WRITES THEM, UNDER JOB NAME MODCALC.  EACH
      *  PARTITION'S OWN MODRPT KEEPS ITS DETAIL LINES AND EACH
      *  PARTITION'S MODCVIO ITS CONTROL VIOLATIONS.
      *
      *  NOTHING IS WRITTEN UNTIL EVERY PARTITION IS PROVED COMPLETE
      *  AND CURRENT: MODPCTL (FROM THE SPLIT) MUST BE FOR THE CYCLE
      *  DATE, EVERY PARTITION MUST HAVE LEFT ITS MODPTOT TOTALS FOR
      *  THAT DATE, HAVING READ EXACTLY WHAT THE SPLIT GAVE IT, UNDER
      *  THE SAME PARAMETERS AS THE OTHERS, AND EVERY CONCATENATED
      *  OUTPUT MUST HOLD EXACTLY THE RECORDS THE TOTALS ACCOUNT FOR.
      *  ANY FAILURE ENDS THE RUN WITH RETURN CODE 16 BUT LEAVES THE
      *  MODCALC STEP OPEN: THE FAILING PARTITION IS RERUN ON ITS OWN,
      *  THEN THIS MERGE, AND THE PARTITIONS THAT WORKED ARE NEVER
      *  RUN TWICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOD-PARM-FILE ASSIGN TO MODPARM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PART-CONTROL-FILE ASSIGN TO MODPCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PART-TOTALS-FILE ASSIGN TO MODPTOT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PART-EXTRACT-FILE ASSIGN TO MODPXTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PART-AUDIT-FILE ASSIGN TO MODPAUD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PART-ERROR-FILE ASSIGN TO MODPERR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PART-SUSPENSE-FILE ASSIGN TO MODPSUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PART-DUPLICATE-FILE ASSIGN TO MODPDUP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-EXTRACT-FILE ASSIGN TO MODEXTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-AUDIT-FILE ASSIGN TO MODAUDT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-ERROR-FILE  ASSIGN TO MODERR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-SUSPENSE-FILE ASSIGN TO MODSUSP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-DUPLICATE-FILE ASSIGN TO MODDUP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-REPORT-FILE ASSIGN TO MODRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-HOLD-FILE ASSIGN TO MODHOLD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-STATS-FILE ASSIGN TO MODSTAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-RECON-CTL-FILE ASSIGN TO MODRCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-BUCKET-REPORT-FILE ASSIGN TO MODBRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-BKTSRT-FILE ASSIGN TO "MODSRT10".

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-PARM-FILE
           RECORDING MODE IS F.
       COPY MODPARM.

       FD  MOD-PART-CONTROL-FILE
           RECORDING MODE IS F.
       COPY MODPCTL.

       FD  MOD-PART-TOTALS-FILE
           RECORDING MODE IS F.
       COPY MODPTOT.

      ******************************************************************
      *  THE PARTITION OUTPUTS ARE PLAIN BUFFERS OF THE MODCALC RECORD
      *  LENGTHS.  EACH IS READ INTO THE MATCHING MERGED RECORD (OR,
      *  FOR THE EXTRACT PRE-PASS, WS-PART-EXTRACT-RECORD) SO THE
      *  FIELDS ARE ONLY EVER NAMED ONCE.
      ******************************************************************
       FD  MOD-PART-EXTRACT-FILE
           RECORDING MODE IS F.
       01  MOD-PART-EXTRACT-RECORD     PIC X(52).

       FD  MOD-PART-AUDIT-FILE
           RECORDING MODE IS F.
       01  MOD-PART-AUDIT-RECORD       PIC X(70).

       FD  MOD-PART-ERROR-FILE
           RECORDING MODE IS F.
       01  MOD-PART-ERROR-RECORD       PIC X(88).

       FD  MOD-PART-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  MOD-PART-SUSPENSE-RECORD    PIC X(65).

       FD  MOD-PART-DUPLICATE-FILE
           RECORDING MODE IS F.
       01  MOD-PART-DUPLICATE-RECORD   PIC X(83).

       FD  MOD-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY MODEXTR.

       FD  MOD-AUDIT-FILE
           RECORDING MODE IS F.
       COPY MODAUDT.

       FD  MOD-ERROR-FILE
           RECORDING MODE IS F.
       COPY MODERR.

       FD  MOD-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY MODSUSP.

       FD  MOD-DUPLICATE-FILE
           RECORDING MODE IS F.
       COPY MODDUPR.

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       FD  MOD-HOLD-FILE
           RECORDING MODE IS F.
       COPY MODHOLD.

       FD  MOD-STATS-FILE
           RECORDING MODE IS F.
       COPY MODSTAT.

       FD  MOD-RECON-CTL-FILE
           RECORDING MODE IS F.
       COPY MODRCTL.

       FD  MOD-BUCKET-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-BUCKET-REPORT-RECORD   PIC X(80).

      ******************************************************************
      *  MOD-BKTSRT-FILE IS THE SCRATCH SD 0570-WRITE-BUCKET-LISTING
      *  SORTS THE MERGED MODEXTR THROUGH, AS IN MODCALC.
      ******************************************************************
       SD  MOD-BKTSRT-FILE.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD== BY ==MOD-BKTSRT-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==MB-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==MB-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==MB-DIVISOR==
                     ==MX-QUOTIENT==         BY ==MB-QUOTIENT==
                     ==MX-AMOUNT==           BY ==MB-AMOUNT==.

       WORKING-STORAGE SECTION.
       COPY MODEXTR
           REPLACING ==MOD-EXTRACT-RECORD==
                               BY ==WS-PART-EXTRACT-RECORD==
                     ==MX-ACCOUNT-NUMBER==   BY ==PX-ACCOUNT-NUMBER==
                     ==MX-BUCKET-NUMBER==    BY ==PX-BUCKET-NUMBER==
                     ==MX-DIVISOR==          BY ==PX-DIVISOR==
                     ==MX-QUOTIENT==         BY ==PX-QUOTIENT==
                     ==MX-AMOUNT==           BY ==PX-AMOUNT==.

      ******************************************************************
      *  WS-PARTITION-TABLE HOLDS WHAT THE SPLIT SAID EACH PARTITION
      *  WAS GIVEN (FROM MODPCTL) NEXT TO WHAT THE PARTITION SAYS IT
      *  DID (FROM ITS MODPTOT SUMMARY), FOR 0140'S CHECKS AND THE
      *  PARTITION TABLE ON THE MERGED REPORT.
      ******************************************************************
       01  WS-PARTITION-TABLE.
           05  WS-PART-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-PART-IDX.
               10  WS-PT-CONTROL-SW    PIC X(1).
                   88  WS-PT-CONTROL-FOUND         VALUE 'Y'.
                   88  WS-PT-CONTROL-NOT-FOUND     VALUE 'N'.
               10  WS-PT-TOTALS-SW     PIC X(1).
                   88  WS-PT-TOTALS-FOUND          VALUE 'Y'.
                   88  WS-PT-TOTALS-NOT-FOUND      VALUE 'N'.
               10  WS-PT-LOW           PIC 9(7).
               10  WS-PT-HIGH          PIC 9(7).
               10  WS-PT-DETAIL-COUNT  PIC 9(7).
               10  WS-PT-RECORDS-READ  PIC 9(7).
               10  WS-PT-RECORD-COUNT  PIC 9(7).
               10  WS-PT-REJECT-COUNT  PIC 9(7).
               10  WS-PT-TOTAL-AMOUNT  PIC S9(11)V99 COMP-3.

       01  WS-PARTITION-FIELDS.
           05  WS-PARTITION-COUNT  PIC 9(2)       VALUE ZERO.
           05  WS-PART-SUB         PIC 9(2)       VALUE ZERO.
           05  WS-LAST-SUMMARY-PART PIC 9(2)      VALUE ZERO.
           05  WS-CONTROL-RECORDS  PIC 9(3)       VALUE ZERO.
           05  WS-SUMMARY-RECORDS  PIC 9(3)       VALUE ZERO.
           05  WS-MERGE-ERROR-SW   PIC X          VALUE 'N'.
               88  WS-MERGE-ERROR                VALUE 'Y'.
               88  WS-MERGE-NO-ERROR             VALUE 'N'.
           05  WS-FIRST-SUMMARY-SW PIC X          VALUE 'Y'.
               88  WS-FIRST-SUMMARY              VALUE 'Y'.
               88  WS-NOT-FIRST-SUMMARY          VALUE 'N'.

      ******************************************************************
      *  WS-OUTPUT-COUNTS ARE THE RECORDS ACTUALLY FOUND IN EACH
      *  CONCATENATED PARTITION OUTPUT BY THE 0150 PRE-PASS, SET
      *  AGAINST WHAT THE SUMMED TOTALS SAY SHOULD BE THERE.
      ******************************************************************
       01  WS-OUTPUT-COUNTS.
           05  WS-PX-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-PX-AMOUNT        PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-PA-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-PE-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-PS-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-PD-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-EXPECTED-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-MERGE-SEQ        PIC 9(7)       VALUE ZERO.

      ******************************************************************
      *  THE MERGED TOTALS CARRY MODCALC'S OWN NAMES SO THE TRAILER,
      *  RECONCILIATION, HISTOGRAM, STATISTICS AND LISTING PARAGRAPHS
      *  BELOW READ EXACTLY AS MODCALC'S DO.  THE PARAMETER FIELDS
      *  (DIVISOR, DISPOSITION, EFFECTIVE DATE) ARE TAKEN FROM THE
      *  FIRST PARTITION'S SUMMARY AND EVERY OTHER MUST AGREE.
      ******************************************************************
       01  WS-DATA-AREA.
           05  WS-DIVISOR          PIC S9(5)      COMP-3 VALUE ZERO.
           05  WS-MAX-DIVISOR      PIC 9(5)       COMP-3 VALUE 1.

       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-MAX-DIVISOR
                   INDEXED BY WS-BKT-IDX.
               10  WS-BKT-COUNT    PIC 9(7)       COMP.
               10  WS-BKT-AMOUNT   PIC S9(11)V99  COMP-3.

       01  WS-MULTI-DIVISOR-SW     PIC X          VALUE 'N'.
           88  WS-MULTI-DIVISOR-ACTIVE          VALUE 'Y'.
           88  WS-MULTI-DIVISOR-NOT-ACTIVE      VALUE 'N'.

       01  WS-DUP-DISPOSITION  PIC X              VALUE 'R'.
           88  WS-DUP-REPORT-ONLY               VALUE 'R'.
           88  WS-DUP-NET                       VALUE 'N'.
           88  WS-DUP-FIRST-ONLY                VALUE 'F'.

       01  WS-APPLIED-EFF-DATE     PIC X(8)       VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-TOTAL-REMAINDER  PIC S9(11)V99  VALUE ZERO.
           05  WS-TOTAL-AMOUNT     PIC S9(11)V99  VALUE ZERO.
           05  WS-TOTAL-QUOTIENT   PIC S9(11)     VALUE ZERO.
           05  WS-COMPUTED-AMOUNT  PIC S9(11)V99  VALUE ZERO.
           05  WS-CONTROL-TOTAL    PIC S9(11)V99  VALUE ZERO.
           05  WS-CORRECTION-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05  WS-ORIGINAL-AMOUNT  PIC S9(11)V99  VALUE ZERO.
           05  WS-SUSPENSE-AMOUNT  PIC S9(11)V99  VALUE ZERO.
           05  WS-UPSTREAM-AMOUNT  PIC S9(11)V99  VALUE ZERO.
           05  WS-RESUBMIT-AMOUNT  PIC S9(11)V99  VALUE ZERO.
           05  WS-VIOLATION-AMOUNT PIC S9(11)V99  VALUE ZERO.
           05  WS-DUP-REJECT-AMOUNT PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-RECORDS-READ     PIC 9(7)       VALUE ZERO.
           05  WS-DUPLICATE-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-SUSPENSE-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-CORRECTION-COUNT PIC 9(7)       VALUE ZERO.
           05  WS-RESUBMIT-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-VIOLATION-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-DUP-NETTED-COUNT PIC 9(7)       VALUE ZERO.
           05  WS-DUP-REJECTED-COUNT PIC 9(7)     VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ACCOUNT       PIC 9(7).
           05  WS-RL-AMOUNT        PIC -(9)9.99.
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-COUNT-2       PIC ZZZZZZ9.
           05  WS-RL-COUNT-3       PIC ZZZZZZ9.
           05  WS-RL-TOTAL         PIC -(11)9.99.
           05  WS-RL-BIG-1         PIC -(11)9.99.
           05  WS-RL-BIG-2         PIC -(11)9.99.
           05  WS-RL-BIG-3         PIC -(11)9.99.
           05  WS-RL-BUCKET-NO     PIC ZZZZ9.
           05  WS-RL-DIVISOR       PIC ZZZZ9.
           05  WS-RL-BKT-COUNT     PIC ZZZZZZ9.
           05  WS-RL-BKT-AMOUNT    PIC -(11)9.99.

       01  WS-BALANCE-FLAGS.
           05  WS-OUT-OF-BALANCE-SW PIC X          VALUE 'N'.
               88  WS-OUT-OF-BALANCE              VALUE 'Y'.
               88  WS-IN-BALANCE                  VALUE 'N'.

       01  WS-FILE-FLAGS.
           05  WS-PARM-EOF-SW      PIC X          VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
               88  WS-PARM-NOT-EOF                VALUE 'N'.
           05  WS-MERGE-EOF-SW     PIC X          VALUE 'N'.
               88  WS-MERGE-EOF                  VALUE 'Y'.
               88  WS-MERGE-NOT-EOF               VALUE 'N'.

       01  WS-BUCKET-LISTING-FIELDS.
           05  WS-BL-PREV-BUCKET   PIC 9(5)       VALUE ZERO.
           05  WS-BL-PREV-DIVISOR  PIC 9(5)       VALUE ZERO.
           05  WS-BL-SUB-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-BL-SUB-AMOUNT    PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-BL-FIRST-SW      PIC X          VALUE 'Y'.
               88  WS-BL-FIRST-RECORD           VALUE 'Y'.
               88  WS-BL-NOT-FIRST-RECORD       VALUE 'N'.
           05  WS-BKTSRT-EOF-SW    PIC X          VALUE 'N'.
               88  WS-BKTSRT-EOF                VALUE 'Y'.
               88  WS-BKTSRT-NOT-EOF             VALUE 'N'.

       01  WS-STATS-FIELDS.
           05  WS-MAX-BKT-COUNT    PIC 9(7)       COMP VALUE ZERO.
           05  WS-BUCKET-SKEW-PCT  PIC 9(3)       VALUE ZERO.

       01  WS-AUDIT-FIELDS.
           05  WS-JOB-NAME         PIC X(8)       VALUE "MODCALC".
           05  WS-BUSINESS-DATE    PIC X(8)       VALUE SPACES.
           05  WS-AUDIT-TIMESTAMP  PIC X(21).
           05  WS-CYCLE-SUB        PIC 9(2)       VALUE ZERO.

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK, THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE - SEE 0090 AND 0990.
      ******************************************************************
       COPY MODCYCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0090-CHECK-CYCLE-STEP
           PERFORM 0100-INITIALIZE
           PERFORM 0200-MERGE-OUTPUTS
           PERFORM 0900-TERMINATE
           STOP RUN.

      ******************************************************************
      *  0090-CHECK-CYCLE-STEP FINDS THE MODCALC STEP MODPSPL OPENED.
      *  THE MERGE NEITHER STARTS IT NOR, UNTIL EVERYTHING IS WRITTEN,
      *  ENDS IT - A STEP STILL OPEN IS WHAT LETS A FAILED PARTITION
      *  BE RERUN ALONE (SEE MODCALC 0095).
      ******************************************************************
       0090-CHECK-CYCLE-STEP.
           SET CY-INQUIRE TO TRUE
           MOVE SPACES TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODPMRG0090E " CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CY-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE ZERO TO WS-CYCLE-SUB
           PERFORM VARYING CY-STEP-IDX FROM 1 BY 1
                   UNTIL CY-STEP-IDX > CY-STEP-COUNT
               IF CY-ST-NAME(CY-STEP-IDX) = "MODCALC"
                   SET WS-CYCLE-SUB TO CY-STEP-IDX
               END-IF
           END-PERFORM
           IF WS-CYCLE-SUB = 0
               DISPLAY "MODPMRG0090E MODCALC IS NOT A CYCLE STEP - "
                   "ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CY-ST-NO-END(WS-CYCLE-SUB)
               DISPLAY "MODPMRG0090E MODCALC STEP IS NOT OPEN FOR "
                   WS-BUSINESS-DATE " - NOTHING TO MERGE - RUN "
                   "MODPSPL AND THE PARTITIONS FIRST - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "MODCALC" TO CY-STEP-NAME.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           PERFORM 0120-READ-PARAMETERS
           PERFORM 0130-LOAD-PART-CONTROL
           IF WS-MERGE-NO-ERROR
               PERFORM 0140-LOAD-PART-TOTALS
           END-IF
           IF WS-MERGE-NO-ERROR
               PERFORM 0150-CHECK-PART-OUTPUTS
           END-IF
           IF WS-MERGE-ERROR
               PERFORM 0190-REFUSE-MERGE
           END-IF.

      ******************************************************************
      *  0120-READ-PARAMETERS TAKES ONLY THE CONTROL TOTAL FROM THE
      *  MODPARM HEADER - IT IS THE WHOLE NIGHT'S TOTAL, WHICH IS WHY
      *  NO PARTITION COULD CHECK AGAINST IT.
      ******************************************************************
       0120-READ-PARAMETERS.
           SET WS-PARM-NOT-EOF TO TRUE
           OPEN INPUT MOD-PARM-FILE
           PERFORM UNTIL WS-PARM-EOF
               READ MOD-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       IF MP-HEADER-RECORD
                           MOVE MP-CONTROL-TOTAL TO WS-CONTROL-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOD-PARM-FILE.

      ******************************************************************
      *  0130-LOAD-PART-CONTROL READS THE SPLIT'S MODPCTL.  IT MUST BE
      *  FOR THE CYCLE DATE - A SPLIT LEFT OVER FROM ANOTHER NIGHT
      *  WOULD MERGE THAT NIGHT'S PARTITIONS - AND NAME EACH OF ITS
      *  PARTITIONS 1 THRU N ONCE.
      ******************************************************************
       0130-LOAD-PART-CONTROL.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 8
               SET WS-PT-CONTROL-NOT-FOUND(WS-PART-IDX) TO TRUE
               SET WS-PT-TOTALS-NOT-FOUND(WS-PART-IDX) TO TRUE
               MOVE ZERO TO WS-PT-DETAIL-COUNT(WS-PART-IDX)
               MOVE ZERO TO WS-PT-RECORDS-READ(WS-PART-IDX)
               MOVE ZERO TO WS-PT-RECORD-COUNT(WS-PART-IDX)
               MOVE ZERO TO WS-PT-REJECT-COUNT(WS-PART-IDX)
               MOVE ZERO TO WS-PT-TOTAL-AMOUNT(WS-PART-IDX)
           END-PERFORM
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-CONTROL-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-CONTROL-FILE
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       PERFORM 0132-APPLY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-PART-CONTROL-FILE
           IF WS-CONTROL-RECORDS = 0
               DISPLAY "MODPMRG0130E MODPCTL IS EMPTY - NO SPLIT TO "
                   "MERGE - RUN MODPSPL"
               SET WS-MERGE-ERROR TO TRUE
           END-IF
           IF WS-MERGE-NO-ERROR
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > WS-PARTITION-COUNT
                   IF WS-PT-CONTROL-NOT-FOUND(WS-PART-SUB)
                       DISPLAY "MODPMRG0130E MODPCTL HAS NO RECORD "
                           "FOR PARTITION " WS-PART-SUB
                       SET WS-MERGE-ERROR TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       0132-APPLY-CONTROL-RECORD.
           ADD 1 TO WS-CONTROL-RECORDS
           IF WS-CONTROL-RECORDS = 1
               IF PC-PARTITION-COUNT NUMERIC
                       AND PC-PARTITION-COUNT > 0
                       AND PC-PARTITION-COUNT NOT > 8
                   MOVE PC-PARTITION-COUNT TO WS-PARTITION-COUNT
               ELSE
                   DISPLAY "MODPMRG0132E MODPCTL PARTITION COUNT '"
                       PC-PARTITION-COUNT "' NOT 01 THRU 08"
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "MODPMRG0132E MODPCTL IS FOR "
                       PC-BUSINESS-DATE " NOT THE CYCLE DATE "
                       WS-BUSINESS-DATE " - RUN MODPSPL"
                   SET WS-MERGE-ERROR TO TRUE
               WHEN PC-PARTITION-COUNT NOT = WS-PARTITION-COUNT
                   DISPLAY "MODPMRG0132E MODPCTL RECORDS DISAGREE ON "
                       "THE NUMBER OF PARTITIONS"
                   SET WS-MERGE-ERROR TO TRUE
               WHEN PC-PARTITION-NUMBER NOT NUMERIC
                       OR PC-PARTITION-NUMBER < 1
                       OR PC-PARTITION-NUMBER > WS-PARTITION-COUNT
                   DISPLAY "MODPMRG0132E MODPCTL PARTITION NUMBER '"
                       PC-PARTITION-NUMBER "' OUT OF RANGE"
                   SET WS-MERGE-ERROR TO TRUE
               WHEN WS-PT-CONTROL-FOUND(PC-PARTITION-NUMBER)
                   DISPLAY "MODPMRG0132E MODPCTL NAMES PARTITION "
                       PC-PARTITION-NUMBER " MORE THAN ONCE"
                   SET WS-MERGE-ERROR TO TRUE
               WHEN OTHER
                   SET WS-PT-CONTROL-FOUND(PC-PARTITION-NUMBER)
                       TO TRUE
                   MOVE PC-RANGE-LOW
                       TO WS-PT-LOW(PC-PARTITION-NUMBER)
                   MOVE PC-RANGE-HIGH
                       TO WS-PT-HIGH(PC-PARTITION-NUMBER)
                   MOVE PC-DETAIL-COUNT
                       TO WS-PT-DETAIL-COUNT(PC-PARTITION-NUMBER)
           END-EVALUATE.

      ******************************************************************
      *  0140-LOAD-PART-TOTALS READS EVERY PARTITION'S MODPTOT, IN
      *  PARTITION ORDER.  A PARTITION ONLY WRITES ITS TOTALS AS ITS
      *  LAST ACT (SEE MODCALC 0597) AND EMPTIES THEM AS ITS FIRST, SO
      *  A MISSING SUMMARY IS A PARTITION THAT DID NOT FINISH.  ITS
      *  RECORDS READ MUST BE ITS MODPCTL DETAIL COUNT PLUS HEADER AND
      *  TRAILER, AND ITS PARAMETERS THOSE OF EVERY OTHER PARTITION -
      *  OTHERWISE IT RAN AGAINST THE WRONG INPUT OR A CHANGED MODPARM
      *  AND ITS BUCKETS ARE NOT COMPARABLE.
      ******************************************************************
       0140-LOAD-PART-TOTALS.
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-TOTALS-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-TOTALS-FILE
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       PERFORM 0142-APPLY-TOTALS-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-PART-TOTALS-FILE
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               IF WS-PT-TOTALS-NOT-FOUND(WS-PART-SUB)
                   DISPLAY "MODPMRG0140E PARTITION " WS-PART-SUB
                       " LEFT NO MODPTOT TOTALS - IT DID NOT FINISH "
                       "- RERUN IT"
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
           END-PERFORM
           IF WS-RECORDS-READ > 0
               COMPUTE WS-RECORDS-READ =
                   WS-RECORDS-READ - (2 * (WS-SUMMARY-RECORDS - 1))
           END-IF.

       0142-APPLY-TOTALS-RECORD.
           EVALUATE TRUE
               WHEN PN-PARTITION-NUMBER NOT NUMERIC
                       OR PN-PARTITION-NUMBER < 1
                       OR PN-PARTITION-NUMBER > WS-PARTITION-COUNT
                   DISPLAY "MODPMRG0142E MODPTOT PARTITION NUMBER '"
                       PN-PARTITION-NUMBER "' NOT IN THIS SPLIT"
                   SET WS-MERGE-ERROR TO TRUE
               WHEN PN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "MODPMRG0142E PARTITION "
                       PN-PARTITION-NUMBER " TOTALS ARE FOR "
                       PN-BUSINESS-DATE " NOT " WS-BUSINESS-DATE
                       " - RERUN IT"
                   SET WS-MERGE-ERROR TO TRUE
               WHEN PN-SUMMARY-RECORD
                   PERFORM 0144-APPLY-SUMMARY-RECORD
               WHEN PN-BUCKET-RECORD
                   PERFORM 0146-APPLY-BUCKET-RECORD
               WHEN OTHER
                   DISPLAY "MODPMRG0142E UNKNOWN PN-RECORD-TYPE '"
                       PN-RECORD-TYPE "' IN MODPTOT"
                   SET WS-MERGE-ERROR TO TRUE
           END-EVALUATE.

       0144-APPLY-SUMMARY-RECORD.
           MOVE PN-PARTITION-NUMBER TO WS-PART-SUB
           MOVE ZERO TO WS-LAST-SUMMARY-PART
           IF WS-PT-TOTALS-FOUND(WS-PART-SUB)
               DISPLAY "MODPMRG0144E PARTITION " WS-PART-SUB
                   " TOTALS APPEAR MORE THAN ONCE IN MODPTOT"
               SET WS-MERGE-ERROR TO TRUE
           ELSE
               IF WS-FIRST-SUMMARY
                   SET WS-NOT-FIRST-SUMMARY TO TRUE
                   MOVE PN-DIVISOR          TO WS-DIVISOR
                   MOVE PN-MAX-DIVISOR      TO WS-MAX-DIVISOR
                   MOVE PN-MULTI-DIVISOR-SW TO WS-MULTI-DIVISOR-SW
                   MOVE PN-DUP-DISPOSITION  TO WS-DUP-DISPOSITION
                   MOVE PN-APPLIED-EFF-DATE TO WS-APPLIED-EFF-DATE
                   PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                           UNTIL WS-BKT-IDX > WS-MAX-DIVISOR
                       MOVE ZERO TO WS-BKT-COUNT(WS-BKT-IDX)
                       MOVE ZERO TO WS-BKT-AMOUNT(WS-BKT-IDX)
                   END-PERFORM
               END-IF
               IF PN-DIVISOR NOT = WS-DIVISOR
                       OR PN-MAX-DIVISOR NOT = WS-MAX-DIVISOR
                       OR PN-MULTI-DIVISOR-SW NOT = WS-MULTI-DIVISOR-SW
                       OR PN-DUP-DISPOSITION NOT = WS-DUP-DISPOSITION
                       OR PN-APPLIED-EFF-DATE NOT = WS-APPLIED-EFF-DATE
                   DISPLAY "MODPMRG0144E PARTITION " WS-PART-SUB
                       " RAN UNDER DIFFERENT MODPARM SETTINGS FROM "
                       "THE OTHERS - RERUN IT"
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
               IF PN-PARTITION-COUNT NOT = WS-PARTITION-COUNT
                       OR PN-RECORDS-READ
                           NOT = WS-PT-DETAIL-COUNT(WS-PART-SUB) + 2
                   DISPLAY "MODPMRG0144E PARTITION " WS-PART-SUB
                       " READ " PN-RECORDS-READ " RECORDS - NOT THE "
                       "INPUT MODPSPL GAVE IT - RERUN IT"
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
               SET WS-PT-TOTALS-FOUND(WS-PART-SUB) TO TRUE
               MOVE WS-PART-SUB TO WS-LAST-SUMMARY-PART
               ADD 1 TO WS-SUMMARY-RECORDS
               MOVE PN-RECORDS-READ TO WS-PT-RECORDS-READ(WS-PART-SUB)
               MOVE PN-RECORD-COUNT TO WS-PT-RECORD-COUNT(WS-PART-SUB)
               MOVE PN-REJECT-COUNT TO WS-PT-REJECT-COUNT(WS-PART-SUB)
               MOVE PN-TOTAL-AMOUNT TO WS-PT-TOTAL-AMOUNT(WS-PART-SUB)
               ADD PN-RECORDS-READ       TO WS-RECORDS-READ
               ADD PN-RECORD-COUNT       TO WS-RECORD-COUNT
               ADD PN-REJECT-COUNT       TO WS-REJECT-COUNT
               ADD PN-DUPLICATE-COUNT    TO WS-DUPLICATE-COUNT
               ADD PN-SUSPENSE-COUNT     TO WS-SUSPENSE-COUNT
               ADD PN-CORRECTION-COUNT   TO WS-CORRECTION-COUNT
               ADD PN-RESUBMIT-COUNT     TO WS-RESUBMIT-COUNT
               ADD PN-VIOLATION-COUNT    TO WS-VIOLATION-COUNT
               ADD PN-DUP-NETTED-COUNT   TO WS-DUP-NETTED-COUNT
               ADD PN-DUP-REJECTED-COUNT TO WS-DUP-REJECTED-COUNT
               ADD PN-TOTAL-AMOUNT       TO WS-TOTAL-AMOUNT
               ADD PN-TOTAL-QUOTIENT     TO WS-TOTAL-QUOTIENT
               ADD PN-TOTAL-REMAINDER    TO WS-TOTAL-REMAINDER
               ADD PN-CORRECTION-AMOUNT  TO WS-CORRECTION-AMOUNT
               ADD PN-RESUBMIT-AMOUNT    TO WS-RESUBMIT-AMOUNT
               ADD PN-SUSPENSE-AMOUNT    TO WS-SUSPENSE-AMOUNT
               ADD PN-DUP-REJECT-AMOUNT  TO WS-DUP-REJECT-AMOUNT
               ADD PN-VIOLATION-AMOUNT   TO WS-VIOLATION-AMOUNT
           END-IF.

      *    A BUCKET RECORD BELONGS TO THE SUMMARY JUST READ; ONE THAT
      *    DOES NOT FOLLOW ITS OWN PARTITION'S SUMMARY IS A DAMAGED
      *    OR MIS-CONCATENATED MODPTOT.
       0146-APPLY-BUCKET-RECORD.
           IF PN-PARTITION-NUMBER NOT = WS-LAST-SUMMARY-PART
                   OR PN-BUCKET-NUMBER NOT NUMERIC
                   OR PN-BKT-COUNT NOT NUMERIC
                   OR PN-BKT-AMOUNT NOT NUMERIC
               DISPLAY "MODPMRG0146E PARTITION " PN-PARTITION-NUMBER
                   " BUCKET RECORD OUT OF PLACE OR DAMAGED IN MODPTOT"
               SET WS-MERGE-ERROR TO TRUE
           ELSE
               IF PN-BUCKET-NUMBER NOT < WS-MAX-DIVISOR
                   DISPLAY "MODPMRG0146E PARTITION "
                       PN-PARTITION-NUMBER " BUCKET "
                       PN-BUCKET-NUMBER " IS BEYOND DIVISOR "
                       WS-MAX-DIVISOR
                   SET WS-MERGE-ERROR TO TRUE
               ELSE
                   ADD PN-BKT-COUNT
                       TO WS-BKT-COUNT(PN-BUCKET-NUMBER + 1)
                   ADD PN-BKT-AMOUNT
                       TO WS-BKT-AMOUNT(PN-BUCKET-NUMBER + 1)
               END-IF
           END-IF.

      ******************************************************************
      *  0150-CHECK-PART-OUTPUTS COUNTS EVERY CONCATENATED PARTITION
      *  OUTPUT BEFORE ANY OF IT IS COPIED, SINCE THE AUDIT TRAIL AND
      *  SUSPENSE FILE ARE APPENDED TO AND CANNOT BE TAKEN BACK.  THE
      *  COUNTS MUST BE WHAT THE TOTALS SAY EACH FILE HOLDS (THE SAME
      *  IDENTITIES MODCALC'S OWN MODRCTL RESTS ON): ONE EXTRACT AND
      *  ONE AUDIT RECORD PER DETAIL, CORRECTION AND RESUBMISSION
      *  BUCKETED, ONE REJECT PER REJECT, ONE HOLD PER HOLD AND ONE
      *  DUPLICATE LINE PER DUPLICATE ACCOUNT - AND THE EXTRACT MUST
      *  ADD UP TO THE TOTAL AMOUNT.  A MISMATCH IS A PARTITION'S
      *  DATASET LEFT OUT OF THE CONCATENATION, NAMED TWICE, OR LEFT
      *  OVER FROM AN EARLIER RUN.
      ******************************************************************
       0150-CHECK-PART-OUTPUTS.
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-EXTRACT-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-EXTRACT-FILE INTO WS-PART-EXTRACT-RECORD
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PX-COUNT
                       IF PX-AMOUNT NUMERIC
                           ADD PX-AMOUNT TO WS-PX-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOD-PART-EXTRACT-FILE
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-AUDIT-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-AUDIT-FILE
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PA-COUNT
               END-READ
           END-PERFORM
           CLOSE MOD-PART-AUDIT-FILE
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-ERROR-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-ERROR-FILE
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PE-COUNT
               END-READ
           END-PERFORM
           CLOSE MOD-PART-ERROR-FILE
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-SUSPENSE-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-SUSPENSE-FILE
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PS-COUNT
               END-READ
           END-PERFORM
           CLOSE MOD-PART-SUSPENSE-FILE
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-DUPLICATE-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-DUPLICATE-FILE
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PD-COUNT
               END-READ
           END-PERFORM
           CLOSE MOD-PART-DUPLICATE-FILE
           COMPUTE WS-EXPECTED-COUNT = WS-RECORD-COUNT
               + WS-CORRECTION-COUNT + WS-RESUBMIT-COUNT
           IF WS-PX-COUNT NOT = WS-EXPECTED-COUNT
                   OR WS-PX-AMOUNT NOT = WS-TOTAL-AMOUNT
               DISPLAY "MODPMRG0150E MODPXTR HOLDS " WS-PX-COUNT
                   " RECORDS - PARTITION TOTALS ACCOUNT FOR "
                   WS-EXPECTED-COUNT " - COUNT OR AMOUNT DOES NOT TIE"
               SET WS-MERGE-ERROR TO TRUE
           END-IF
           IF WS-PA-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "MODPMRG0150E MODPAUD HOLDS " WS-PA-COUNT
                   " RECORDS - PARTITION TOTALS ACCOUNT FOR "
                   WS-EXPECTED-COUNT
               SET WS-MERGE-ERROR TO TRUE
           END-IF
           IF WS-PE-COUNT NOT = WS-REJECT-COUNT
               DISPLAY "MODPMRG0150E MODPERR HOLDS " WS-PE-COUNT
                   " RECORDS - PARTITION TOTALS ACCOUNT FOR "
                   WS-REJECT-COUNT
               SET WS-MERGE-ERROR TO TRUE
           END-IF
           IF WS-PS-COUNT NOT = WS-SUSPENSE-COUNT
               DISPLAY "MODPMRG0150E MODPSUS HOLDS " WS-PS-COUNT
                   " RECORDS - PARTITION TOTALS ACCOUNT FOR "
                   WS-SUSPENSE-COUNT
               SET WS-MERGE-ERROR TO TRUE
           END-IF
           IF WS-PD-COUNT NOT = WS-DUPLICATE-COUNT
               DISPLAY "MODPMRG0150E MODPDUP HOLDS " WS-PD-COUNT
                   " RECORDS - PARTITION TOTALS ACCOUNT FOR "
                   WS-DUPLICATE-COUNT
               SET WS-MERGE-ERROR TO TRUE
           END-IF.

      ******************************************************************
      *  0190-REFUSE-MERGE ENDS THE RUN WITH NOTHING WRITTEN AND THE
      *  MODCALC STEP STILL OPEN, SO THE FIX IS TO RERUN ONLY WHAT THE
      *  MESSAGES ABOVE NAME, THEN THIS STEP.
      ******************************************************************
       0190-REFUSE-MERGE.
           DISPLAY "MODPMRG0190E MERGE REFUSED - NOTHING WRITTEN - "
               "MODCALC STEP LEFT OPEN FOR " WS-BUSINESS-DATE
           DISPLAY "MODPMRG0190E RERUN THE PARTITION(S) NAMED ABOVE, "
               "THEN MODPMRG"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *  0200-MERGE-OUTPUTS COPIES EACH CONCATENATED PARTITION OUTPUT
      *  TO ITS MERGED FILE, IN PARTITION ORDER.  REJECTS TAKE A NEW
      *  1-UP SEQUENCE NUMBER AS THEY PASS, SINCE EACH PARTITION
      *  NUMBERED ITS OWN FROM 1.
      ******************************************************************
       0200-MERGE-OUTPUTS.
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-EXTRACT-FILE
           OPEN OUTPUT MOD-EXTRACT-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-EXTRACT-FILE INTO MOD-EXTRACT-RECORD
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       WRITE MOD-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-PART-EXTRACT-FILE
           CLOSE MOD-EXTRACT-FILE
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-AUDIT-FILE
           OPEN EXTEND MOD-AUDIT-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-AUDIT-FILE INTO MOD-AUDIT-RECORD
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       WRITE MOD-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-PART-AUDIT-FILE
           CLOSE MOD-AUDIT-FILE
           SET WS-MERGE-NOT-EOF TO TRUE
           MOVE ZERO TO WS-MERGE-SEQ
           OPEN INPUT MOD-PART-ERROR-FILE
           OPEN OUTPUT MOD-ERROR-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-ERROR-FILE INTO MOD-ERROR-RECORD
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MERGE-SEQ
                       MOVE WS-MERGE-SEQ TO ME-REJECT-SEQ
                       WRITE MOD-ERROR-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-PART-ERROR-FILE
           CLOSE MOD-ERROR-FILE
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-SUSPENSE-FILE
           OPEN EXTEND MOD-SUSPENSE-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-SUSPENSE-FILE INTO MOD-SUSPENSE-RECORD
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       WRITE MOD-SUSPENSE-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-PART-SUSPENSE-FILE
           CLOSE MOD-SUSPENSE-FILE
           SET WS-MERGE-NOT-EOF TO TRUE
           OPEN INPUT MOD-PART-DUPLICATE-FILE
           OPEN OUTPUT MOD-DUPLICATE-FILE
           PERFORM UNTIL WS-MERGE-EOF
               READ MOD-PART-DUPLICATE-FILE INTO MOD-DUPLICATE-RECORD
                   AT END
                       SET WS-MERGE-EOF TO TRUE
                   NOT AT END
                       WRITE MOD-DUPLICATE-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-PART-DUPLICATE-FILE
           CLOSE MOD-DUPLICATE-FILE.

      ******************************************************************
      *  0300-WRITE-HEADER HEADS THE MERGED MODRPT AS MODCALC HEADS
      *  ITS OWN, THEN SAYS WHERE THE DETAIL LINES ARE AND LISTS WHAT
      *  EACH PARTITION DID.
      ******************************************************************
       0300-WRITE-HEADER.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODCALC REMAINDER REPORT" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MERGED BY MODPMRG FROM " DELIMITED BY SIZE
               WS-PARTITION-COUNT DELIMITED BY SIZE
               " PARTITIONS - DETAIL LINES ON EACH PARTITION'S MODRPT"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           IF WS-APPLIED-EFF-DATE = SPACES
               STRING "PARAMETER SET: STATIC MODPARM HEADER "
                   DELIMITED BY SIZE
                   "(NO EFFECTIVE-DATED SET IN EFFECT)"
                   DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           ELSE
               STRING "PARAMETER SET: EFFECTIVE-DATED " DELIMITED BY
                   SIZE
                   WS-APPLIED-EFF-DATE DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           END-IF
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "PART  LOW      HIGH        READ  PROCESSED  REJECTS"
               DELIMITED BY SIZE
               "     TOTAL AMOUNT" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               PERFORM 0320-WRITE-PARTITION-LINE
           END-PERFORM.

       0320-WRITE-PARTITION-LINE.
           MOVE WS-PT-RECORDS-READ(WS-PART-SUB) TO WS-RL-COUNT
           MOVE WS-PT-RECORD-COUNT(WS-PART-SUB) TO WS-RL-COUNT-2
           MOVE WS-PT-REJECT-COUNT(WS-PART-SUB) TO WS-RL-COUNT-3
           MOVE WS-PT-TOTAL-AMOUNT(WS-PART-SUB) TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING " " DELIMITED BY SIZE
               WS-PART-SUB DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PT-LOW(WS-PART-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-HIGH(WS-PART-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-RL-COUNT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-COUNT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0500-WRITE-TRAILER THROUGH 0595-WRITE-RECON-CONTROL ARE
      *  MODCALC'S OWN END-OF-RUN PARAGRAPHS, RUN HERE ONCE AGAINST THE
      *  MERGED TOTALS - SEE MODCALC FOR WHAT EACH FIGURE MEANS.
      ******************************************************************
       0500-WRITE-TRAILER.
           MOVE WS-RECORD-COUNT     TO WS-RL-COUNT
           MOVE WS-TOTAL-REMAINDER  TO WS-RL-TOTAL
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "RECORD COUNT: " DELIMITED BY SIZE
               WS-RL-COUNT          DELIMITED BY SIZE
               "   TOTAL REMAINDER: " DELIMITED BY SIZE
               WS-RL-TOTAL          DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-REJECT-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "REJECT COUNT: " DELIMITED BY SIZE
               WS-RL-COUNT          DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-DUPLICATE-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "DUPLICATE ACCOUNTS: " DELIMITED BY SIZE
               WS-RL-COUNT          DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-SUSPENSE-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "SUSPENSE HOLDS: " DELIMITED BY SIZE
               WS-RL-COUNT          DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-CORRECTION-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "CORRECTIONS APPLIED: " DELIMITED BY SIZE
               WS-RL-COUNT          DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-VIOLATION-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "CORRECTIONS HELD (CONTROL VIOLATION - SEE MODCVIO): "
               DELIMITED BY SIZE
               WS-RL-COUNT          DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-RESUBMIT-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "REJECTS RESUBMITTED: " DELIMITED BY SIZE
               WS-RL-COUNT          DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           IF WS-DUP-NET
               MOVE WS-DUP-NETTED-COUNT TO WS-RL-COUNT
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "DUPLICATE OCCURRENCES NETTED: "
                   DELIMITED BY SIZE
                   WS-RL-COUNT      DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF
           IF WS-DUP-FIRST-ONLY
               MOVE WS-DUP-REJECTED-COUNT TO WS-RL-COUNT
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "DUPLICATE OCCURRENCES REJECTED: "
                   DELIMITED BY SIZE
                   WS-RL-COUNT      DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF.

       0550-WRITE-RECONCILIATION.
           COMPUTE WS-ORIGINAL-AMOUNT =
               WS-TOTAL-AMOUNT - WS-CORRECTION-AMOUNT
                   - WS-RESUBMIT-AMOUNT
           COMPUTE WS-UPSTREAM-AMOUNT =
               WS-ORIGINAL-AMOUNT + WS-SUSPENSE-AMOUNT
                   + WS-DUP-REJECT-AMOUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "RECONCILIATION:" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-TOTAL-AMOUNT TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  TOTAL INPUT AMOUNT:      " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           IF WS-CORRECTION-COUNT > 0
               MOVE WS-CORRECTION-AMOUNT TO WS-RL-BIG-1
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  NET CORRECTION ADJUSTMENTS: " DELIMITED BY
                   SIZE
                   WS-RL-BIG-1 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
               MOVE WS-ORIGINAL-AMOUNT TO WS-RL-BIG-1
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  TOTAL NET OF CORRECTIONS: " DELIMITED BY SIZE
                   WS-RL-BIG-1 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF
           IF WS-RESUBMIT-COUNT > 0
               MOVE WS-RESUBMIT-AMOUNT TO WS-RL-BIG-1
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  RESUBMITTED REJECT AMOUNT: " DELIMITED BY
                   SIZE
                   WS-RL-BIG-1 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF
           IF WS-DUP-REJECTED-COUNT > 0
               MOVE WS-DUP-REJECT-AMOUNT TO WS-RL-BIG-1
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  DUPLICATE OCCURRENCES REJECTED: "
                   DELIMITED BY SIZE
                   WS-RL-BIG-1 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF
           IF WS-SUSPENSE-COUNT > 0
               MOVE WS-SUSPENSE-AMOUNT TO WS-RL-BIG-1
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  AMOUNT HELD IN SUSPENSE: " DELIMITED BY SIZE
                   WS-RL-BIG-1 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
               MOVE WS-UPSTREAM-AMOUNT TO WS-RL-BIG-1
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  UPSTREAM TOTAL (BUCKETED PLUS HELD): "
                   DELIMITED BY SIZE
                   WS-RL-BIG-1 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF
           IF WS-MULTI-DIVISOR-ACTIVE
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  INTERNAL CROSS-FOOT: NOT APPLICABLE - "
                   DELIMITED BY SIZE
                   "MULTIPLE DIVISORS IN EFFECT"
                   DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           ELSE
               COMPUTE WS-COMPUTED-AMOUNT =
                   (WS-TOTAL-QUOTIENT * WS-DIVISOR) + WS-TOTAL-REMAINDER
               MOVE WS-COMPUTED-AMOUNT TO WS-RL-BIG-2
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  QUOTIENT*DIVISOR+REMAINDER (INTERNAL, "
                   DELIMITED BY SIZE
                   "ANY DIVISOR TIES OUT): " DELIMITED BY SIZE
                   WS-RL-BIG-2 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF
           MOVE SPACES TO MOD-REPORT-RECORD
           IF WS-CONTROL-TOTAL = ZERO
               STRING "  EXTERNAL CONTROL TOTAL: NOT SUPPLIED BY "
                   DELIMITED BY SIZE
                   "OPERATIONS" DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  DIVISOR NOT INDEPENDENTLY VERIFIED"
                   DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           ELSE
               MOVE WS-CONTROL-TOTAL TO WS-RL-BIG-3
               STRING "  EXTERNAL CONTROL TOTAL: " DELIMITED BY SIZE
                   WS-RL-BIG-3 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
               MOVE SPACES TO MOD-REPORT-RECORD
               IF WS-UPSTREAM-AMOUNT = WS-CONTROL-TOTAL
                   STRING "  STATUS: IN BALANCE" DELIMITED BY SIZE
                       INTO MOD-REPORT-RECORD
               ELSE
                   STRING "  STATUS: *** OUT OF BALANCE ***"
                       DELIMITED BY SIZE
                       INTO MOD-REPORT-RECORD
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
               WRITE MOD-REPORT-RECORD
           END-IF.

       0560-WRITE-BUCKET-HISTOGRAM.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "BUCKET DISTRIBUTION:" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "BUCKET  COUNT     TOTAL AMOUNT" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-MAX-DIVISOR
               PERFORM 0565-WRITE-HISTOGRAM-LINE
           END-PERFORM.

       0565-WRITE-HISTOGRAM-LINE.
           COMPUTE WS-RL-BUCKET-NO = WS-BKT-IDX - 1
           MOVE WS-BKT-COUNT(WS-BKT-IDX)  TO WS-RL-BKT-COUNT
           MOVE WS-BKT-AMOUNT(WS-BKT-IDX) TO WS-RL-BKT-AMOUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING WS-RL-BUCKET-NO  DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BKT-COUNT     DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BKT-AMOUNT    DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0570-WRITE-BUCKET-LISTING.
           OPEN OUTPUT MOD-BUCKET-REPORT-FILE
           MOVE SPACES TO MOD-BUCKET-REPORT-RECORD
           STRING "MODCALC BUCKET-SEQUENCED ACCOUNT LISTING"
               DELIMITED BY SIZE
               INTO MOD-BUCKET-REPORT-RECORD
           WRITE MOD-BUCKET-REPORT-RECORD
           MOVE SPACES TO MOD-BUCKET-REPORT-RECORD
           STRING "DIVISOR  BUCKET  ACCOUNT   AMOUNT" DELIMITED BY
               SIZE
               INTO MOD-BUCKET-REPORT-RECORD
           WRITE MOD-BUCKET-REPORT-RECORD
           SET WS-BL-FIRST-RECORD TO TRUE
           MOVE ZERO TO WS-BL-PREV-BUCKET
           MOVE ZERO TO WS-BL-PREV-DIVISOR
           MOVE ZERO TO WS-BL-SUB-COUNT
           MOVE ZERO TO WS-BL-SUB-AMOUNT
           SORT MOD-BKTSRT-FILE
               ON ASCENDING KEY MB-DIVISOR MB-BUCKET-NUMBER
                   MB-ACCOUNT-NUMBER
               USING MOD-EXTRACT-FILE
               OUTPUT PROCEDURE IS 0572-SCAN-BUCKET-SORT
           CLOSE MOD-BUCKET-REPORT-FILE.

       0572-SCAN-BUCKET-SORT.
           SET WS-BKTSRT-NOT-EOF TO TRUE
           RETURN MOD-BKTSRT-FILE
               AT END
                   SET WS-BKTSRT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-BKTSRT-EOF
               PERFORM 0574-WRITE-BUCKET-LISTING-LINE
               RETURN MOD-BKTSRT-FILE
                   AT END
                       SET WS-BKTSRT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF WS-BL-NOT-FIRST-RECORD
               PERFORM 0576-WRITE-BUCKET-SUBTOTAL
           END-IF.

       0574-WRITE-BUCKET-LISTING-LINE.
           IF WS-BL-FIRST-RECORD
               SET WS-BL-NOT-FIRST-RECORD TO TRUE
               MOVE MB-DIVISOR       TO WS-BL-PREV-DIVISOR
               MOVE MB-BUCKET-NUMBER TO WS-BL-PREV-BUCKET
           ELSE
               IF MB-DIVISOR NOT = WS-BL-PREV-DIVISOR
                   OR MB-BUCKET-NUMBER NOT = WS-BL-PREV-BUCKET
                   PERFORM 0576-WRITE-BUCKET-SUBTOTAL
                   MOVE MB-DIVISOR       TO WS-BL-PREV-DIVISOR
                   MOVE MB-BUCKET-NUMBER TO WS-BL-PREV-BUCKET
               END-IF
           END-IF
           ADD 1 TO WS-BL-SUB-COUNT
           ADD MB-AMOUNT TO WS-BL-SUB-AMOUNT
           MOVE MB-DIVISOR        TO WS-RL-DIVISOR
           MOVE MB-BUCKET-NUMBER  TO WS-RL-BUCKET-NO
           MOVE MB-ACCOUNT-NUMBER TO WS-RL-ACCOUNT
           MOVE MB-AMOUNT         TO WS-RL-AMOUNT
           MOVE SPACES TO MOD-BUCKET-REPORT-RECORD
           STRING WS-RL-DIVISOR   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BUCKET-NO     DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-ACCOUNT       DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-AMOUNT        DELIMITED BY SIZE
               INTO MOD-BUCKET-REPORT-RECORD
           WRITE MOD-BUCKET-REPORT-RECORD.

       0576-WRITE-BUCKET-SUBTOTAL.
           MOVE WS-BL-PREV-DIVISOR TO WS-RL-DIVISOR
           MOVE WS-BL-PREV-BUCKET TO WS-RL-BUCKET-NO
           MOVE WS-BL-SUB-COUNT   TO WS-RL-BKT-COUNT
           MOVE WS-BL-SUB-AMOUNT  TO WS-RL-BKT-AMOUNT
           MOVE SPACES TO MOD-BUCKET-REPORT-RECORD
           STRING "  DIVISOR " DELIMITED BY SIZE
               WS-RL-DIVISOR        DELIMITED BY SIZE
               " BUCKET "           DELIMITED BY SIZE
               WS-RL-BUCKET-NO      DELIMITED BY SIZE
               " TOTAL - ACCOUNTS: " DELIMITED BY SIZE
               WS-RL-BKT-COUNT      DELIMITED BY SIZE
               "  AMOUNT: "         DELIMITED BY SIZE
               WS-RL-BKT-AMOUNT     DELIMITED BY SIZE
               INTO MOD-BUCKET-REPORT-RECORD
           WRITE MOD-BUCKET-REPORT-RECORD
           MOVE ZERO TO WS-BL-SUB-COUNT
           MOVE ZERO TO WS-BL-SUB-AMOUNT.

       0580-SIGNAL-OUT-OF-BALANCE.
           OPEN OUTPUT MOD-HOLD-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO MOD-HOLD-RECORD
           MOVE WS-JOB-NAME        TO HD-JOB-NAME
           MOVE WS-AUDIT-TIMESTAMP TO HD-TIMESTAMP
           MOVE WS-UPSTREAM-AMOUNT TO HD-TOTAL-AMOUNT
           MOVE WS-CONTROL-TOTAL   TO HD-CONTROL-TOTAL
           MOVE "OUT OF BALANCE - HOLD DOWNSTREAM JOBS"
               TO HD-MESSAGE-TEXT
           WRITE MOD-HOLD-RECORD
           CLOSE MOD-HOLD-FILE
           MOVE 12 TO RETURN-CODE.

      *    WS-RECORDS-READ IS THE PARTITIONS' SUM LESS THE EXTRA
      *    HEADERS AND TRAILERS THE SPLIT ADDED (SEE 0140), SO MODSTAT
      *    SHOWS WHAT A SINGLE RUN OVER MODIN WOULD HAVE READ.
       0590-WRITE-RUN-STATISTICS.
           MOVE ZERO TO WS-MAX-BKT-COUNT
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-MAX-DIVISOR
               IF WS-BKT-COUNT(WS-BKT-IDX) > WS-MAX-BKT-COUNT
                   MOVE WS-BKT-COUNT(WS-BKT-IDX) TO WS-MAX-BKT-COUNT
               END-IF
           END-PERFORM
           IF WS-RECORD-COUNT > 0
               COMPUTE WS-BUCKET-SKEW-PCT ROUNDED =
                   (WS-MAX-BKT-COUNT * 100) / WS-RECORD-COUNT
           ELSE
               MOVE ZERO TO WS-BUCKET-SKEW-PCT
           END-IF
           OPEN EXTEND MOD-STATS-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO MOD-RUN-STATS-RECORD
           MOVE WS-BUSINESS-DATE   TO ST-BUSINESS-DATE-X
           MOVE WS-AUDIT-TIMESTAMP TO ST-RUN-TIMESTAMP
           MOVE WS-RECORDS-READ    TO ST-RECORDS-READ
           MOVE WS-RECORD-COUNT    TO ST-RECORD-COUNT
           MOVE WS-REJECT-COUNT    TO ST-REJECT-COUNT
           MOVE WS-DUPLICATE-COUNT TO ST-DUPLICATE-COUNT
           MOVE WS-SUSPENSE-COUNT  TO ST-SUSPENSE-COUNT
           MOVE WS-SUSPENSE-AMOUNT TO ST-SUSPENSE-AMOUNT
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   SET ST-OUT-OF-BALANCE TO TRUE
               WHEN WS-CONTROL-TOTAL = ZERO
                   SET ST-NOT-CHECKED TO TRUE
               WHEN OTHER
                   SET ST-IN-BALANCE TO TRUE
           END-EVALUATE
           MOVE WS-BUCKET-SKEW-PCT TO ST-BUCKET-SKEW-PCT
           WRITE MOD-RUN-STATS-RECORD
           CLOSE MOD-STATS-FILE.

       0595-WRITE-RECON-CONTROL.
           OPEN OUTPUT MOD-RECON-CTL-FILE
           MOVE SPACES TO MOD-RECON-CONTROL-RECORD
           MOVE WS-JOB-NAME        TO RT-JOB-NAME
           MOVE WS-BUSINESS-DATE   TO RT-BUSINESS-DATE
           MOVE WS-AUDIT-TIMESTAMP TO RT-RUN-TIMESTAMP
           COMPUTE RT-EXTRACT-COUNT = WS-RECORD-COUNT
               + WS-CORRECTION-COUNT + WS-RESUBMIT-COUNT
           MOVE WS-TOTAL-AMOUNT    TO RT-EXTRACT-AMOUNT
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   SET RT-OUT-OF-BALANCE TO TRUE
               WHEN WS-CONTROL-TOTAL = ZERO
                   SET RT-NOT-CHECKED TO TRUE
               WHEN OTHER
                   SET RT-IN-BALANCE TO TRUE
           END-EVALUATE
           WRITE MOD-RECON-CONTROL-RECORD
           CLOSE MOD-RECON-CTL-FILE.

      ******************************************************************
      *  0900-TERMINATE DOES THE WHOLE-NIGHT WORK IN MODCALC'S ORDER.
      *  A HELD CORRECTION IN ANY PARTITION MAKES THE NIGHT RETURN
      *  CODE 4; AN OUT-OF-BALANCE 12 OVERRIDES IT.  THE MODCALC STEP
      *  ENDS WITH THAT CODE, SO THE CYCLE SEES ONE MODCALC.
      ******************************************************************
       0900-TERMINATE.
           IF WS-VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT MOD-REPORT-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0500-WRITE-TRAILER
           PERFORM 0550-WRITE-RECONCILIATION
           IF WS-OUT-OF-BALANCE
               PERFORM 0580-SIGNAL-OUT-OF-BALANCE
           END-IF
           PERFORM 0560-WRITE-BUCKET-HISTOGRAM
           PERFORM 0590-WRITE-RUN-STATISTICS
           PERFORM 0595-WRITE-RECON-CONTROL
           CLOSE MOD-REPORT-FILE
           PERFORM 0570-WRITE-BUCKET-LISTING
           DISPLAY "Partitions merged: " WS-PARTITION-COUNT
           DISPLAY "Records processed: " WS-RECORD-COUNT
           DISPLAY "Records rejected:  " WS-REJECT-COUNT
           DISPLAY "Duplicate accounts: " WS-DUPLICATE-COUNT
           DISPLAY "Suspense holds:    " WS-SUSPENSE-COUNT
           DISPLAY "Corrections applied: " WS-CORRECTION-COUNT
           DISPLAY "Corrections held:    " WS-VIOLATION-COUNT
           DISPLAY "Rejects resubmitted: " WS-RESUBMIT-COUNT
           IF WS-DUP-NET
               DISPLAY "Duplicates netted:  " WS-DUP-NETTED-COUNT
           END-IF
           IF WS-DUP-FIRST-ONLY
               DISPLAY "Duplicates rejected: " WS-DUP-REJECTED-COUNT
           END-IF
           PERFORM 0990-END-CYCLE-STEP.

       0990-END-CYCLE-STEP.
           SET CY-END-STEP TO TRUE
           MOVE RETURN-CODE TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM.
