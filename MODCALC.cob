      *  MODCALC - COMPUTES AN ALLOCATION BUCKET NUMBER (0..DIVISOR-1)
      *  FOR EVERY ACCOUNT/AMOUNT RECORD IN THE DAILY INPUT FILE, USING
      *  A SIGN-SAFE "TRUE MODULUS".
      *
      *  ON A NIGHT MODPARM CARRIES 'P' PARTITION RECORDS, MODPSPL
      *  CUTS MODIN INTO ACCOUNT-RANGE PARTITIONS AND ONE COPY OF THIS
      *  PROGRAM RUNS AGAINST EACH AT THE SAME TIME; MODPMRG THEN
      *  MERGES THEIR OUTPUTS AND DOES THE WHOLE-NIGHT WORK ONCE.  A
      *  PARTITION RUN KNOWS ITSELF BY THE PARTITION NUMBER MODPSPL
      *  PUTS ON THE MODIN HEADER - SEE 0080.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-ACCOUNT-FILE ASSIGN TO MODACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-NUMBER.

           SELECT OPTIONAL MOD-REGISTRY-FILE ASSIGN TO MODREG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MOD-STATS-FILE ASSIGN TO MODSTAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-RECON-CTL-FILE ASSIGN TO MODRCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-VIOLATION-REPORT-FILE ASSIGN TO MODCVIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-TOTALS-FILE ASSIGN TO MODPTOT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-PARM-FILE
           RECORDING MODE IS F.
       COPY MODSTAT.

       FD  MOD-RECON-CTL-FILE
           RECORDING MODE IS F.
       COPY MODRCTL.

       FD  MOD-PART-TOTALS-FILE
           RECORDING MODE IS F.
       COPY MODPTOT.

      ******************************************************************
      *  MOD-SORT-FILE IS A SCRATCH SD USED ONLY BY 0130-CHECK-
      *  DUPLICATES TO PUT MOD-INPUT-FILE INTO ACCOUNT-NUMBER ORDER SO
                     ==MI-BUSINESS-DATE-X==   BY ==MS-BUSINESS-DATE-X==
                     ==MI-BUSINESS-DATE==     BY ==MS-BUSINESS-DATE==
                     ==MI-TRAILER-COUNT==     BY ==MS-TRAILER-COUNT==
                     ==MI-TRAILER-HASH==      BY ==MS-TRAILER-HASH==
                     ==MI-PARTITION-NUMBER==  BY ==MS-PARTITION-NUMBER==
                     ==MI-PARTITION-COUNT==   BY ==MS-PARTITION-COUNT==
                     ==MI-PARTITION-LOW==     BY ==MS-PARTITION-LOW==
                     ==MI-PARTITION-HIGH==    BY ==MS-PARTITION-HIGH==.

       FD  MOD-BUCKET-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-BUCKET-REPORT-RECORD   PIC X(80).

       FD  MOD-VIOLATION-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-VIOLATION-REPORT-RECORD PIC X(80).

      ******************************************************************
      *  MOD-BKTSRT-FILE IS A SCRATCH SD USED ONLY BY 0570-WRITE-
      *  BUCKET-LISTING TO PUT ONE RUN'S MOD-EXTRACT-FILE INTO
           05  WS-EFF-USED-SW OCCURS 100 TIMES PIC X.

      ******************************************************************
      *  WS-ACCOUNT-MASTER-SW SAYS WHETHER THE MODACCT ACCOUNT MASTER
      *  (THE KEYED FILE MODAMNT MAINTAINS) HOLDS ANY ACCOUNTS THIS
      *  RUN, SO 0150-VALIDATE-RECORD CAN REJECT A MISKEYED-BUT-
      *  NUMERIC ACCOUNT - ONE THAT ISN'T ON THE MASTER AT ALL, OR IS
      *  CLOSED - BEFORE IT REACHES A BUCKET, THE EXTRACT AND THE
      *  AUDIT TRAIL.  EACH ACCOUNT IS READ BY KEY AS IT IS CHECKED,
      *  SO THE MASTER CAN HOLD AS MANY ACCOUNTS AS THE ACCOUNT SYSTEM
      *  HAS; NOTHING IS LOADED INTO STORAGE.  AN EMPTY OR MISSING
      *  MASTER LEAVES THE CHECK OFF, THE SAME WAY A ZERO SUSPENSE
      *  THRESHOLD LEAVES SUSPENSE HOLDS OFF.
      ******************************************************************
       01  WS-ACCOUNT-MASTER-SW    PIC X          VALUE 'N'.
           88  WS-ACCOUNT-MASTER-ON             VALUE 'Y'.
           88  WS-ACCOUNT-MASTER-OFF            VALUE 'N'.

      ******************************************************************
      *  WS-BUCKET-TABLE ACCUMULATES A PER-BUCKET COUNT AND AMOUNT
           05  WS-SUSPENSE-AMOUNT  PIC S9(11)V99  VALUE ZERO.
           05  WS-UPSTREAM-AMOUNT  PIC S9(11)V99  VALUE ZERO.
           05  WS-RESUBMIT-AMOUNT  PIC S9(11)V99  VALUE ZERO.
           05  WS-VIOLATION-AMOUNT PIC S9(11)V99  VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ACCOUNT       PIC 9(7).
           05  WS-SUSPENSE-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-CORRECTION-COUNT PIC 9(7)       VALUE ZERO.
           05  WS-RESUBMIT-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-VIOLATION-COUNT  PIC 9(7)       VALUE ZERO.

       01  WS-DUPLICATE-CHECK-FIELDS.
           05  WS-DUP-PREV-ACCOUNT PIC 9(7)       VALUE ZERO.
           05  WS-RESTART-COUNT    PIC 9(7)       VALUE ZERO.
               88  WS-RESTARTING                 VALUE 1 THRU 9999999.

      ******************************************************************
      *  WS-PARTITION-FIELDS DESCRIBE THE MODPSPL PARTITION THIS RUN
      *  IS PROCESSING, AS 0080 FOUND THEM ON THE MODIN HEADER.  A
      *  ZERO WS-PARTITION-NUMBER IS AN ORDINARY SINGLE RUN OF THE
      *  WHOLE NIGHT.  WS-PARM-PART-COUNT AND WS-PARM-PART-SW ARE
      *  0121'S PROOF THAT MODPARM STILL DESCRIBES THE SPLIT THIS
      *  PARTITION CAME FROM.  WS-OWNER-ACCOUNT IS THE ACCOUNT
      *  1060-CHECK-PARTITION-OWNER IS ASKED ABOUT.
      ******************************************************************
       01  WS-PARTITION-FIELDS.
           05  WS-PARTITION-NUMBER PIC 9(2)       VALUE ZERO.
               88  WS-PARTITION-RUN              VALUE 1 THRU 99.
               88  WS-SINGLE-RUN                 VALUE ZERO.
           05  WS-PARTITION-COUNT  PIC 9(2)       VALUE ZERO.
           05  WS-PARTITION-LOW    PIC 9(7)       VALUE ZERO.
           05  WS-PARTITION-HIGH   PIC 9(7)       VALUE ZERO.
           05  WS-PARM-PART-COUNT  PIC 9(3)       VALUE ZERO.
           05  WS-PARM-PART-SW     PIC X          VALUE 'N'.
               88  WS-PARM-PART-FOUND            VALUE 'Y'.
               88  WS-PARM-PART-NOT-FOUND        VALUE 'N'.
           05  WS-PART-ERROR-SW    PIC X          VALUE 'N'.
               88  WS-PART-ERROR                 VALUE 'Y'.
               88  WS-PART-NO-ERROR              VALUE 'N'.
           05  WS-OWNER-ACCOUNT-X  PIC X(7)       VALUE SPACES.
           05  WS-OWNER-ACCOUNT REDEFINES WS-OWNER-ACCOUNT-X
                                   PIC 9(7).
           05  WS-OWNED-SW         PIC X          VALUE 'Y'.
               88  WS-ACCOUNT-OWNED              VALUE 'Y'.
               88  WS-ACCOUNT-NOT-OWNED          VALUE 'N'.
           05  WS-CYCLE-SUB        PIC 9(2)       VALUE ZERO.

      ******************************************************************
      *  WS-ENVELOPE-FIELDS CARRY THE RESULTS OF 0110-VERIFY-ENVELOPE,
      *  THE WHOLE-FILE PRE-PASS THAT PROVES MODIN'S HEADER/TRAILER
           05  WS-AUDIT-TIMESTAMP  PIC X(21).
           05  WS-RUN-DATE         PIC X(8).

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK, THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE - SEE 0090 AND 0990.
      ******************************************************************
       COPY MODCYCP.

      ******************************************************************
      *  MOD-AUTH-CHECK-PARM IS THE CALL BLOCK FOR MODAUCK, THE
      *  MAKER-CHECKER CONTROL EVERY MODCORR CORRECTION PASSES BEFORE
      *  IT IS APPLIED - SEE 0260.
      ******************************************************************
       COPY MODAUCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0080-CHECK-PARTITION-RUN
           PERFORM 0090-START-CYCLE-STEP
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-RECORDS UNTIL WS-MODIN-EOF
           PERFORM 0250-PROCESS-CORRECTIONS
           PERFORM 0270-PROCESS-RESUBMISSIONS
           PERFORM 0900-TERMINATE
           PERFORM 0990-END-CYCLE-STEP
           STOP RUN.

      ******************************************************************
      *  0080-CHECK-PARTITION-RUN PEEKS AT THE MODIN HEADER BEFORE
      *  ANYTHING ELSE HAPPENS, BECAUSE WHETHER THIS IS A PARTITION
      *  RUN DECIDES HOW THE RUN TALKS TO THE CYCLE CONTROL.  ONLY A
      *  HEADER WITH A NUMERIC, NON-ZERO PARTITION NUMBER - WHICH
      *  ONLY MODPSPL WRITES - MAKES IT ONE.  ANY OTHER FIRST RECORD
      *  LEAVES A SINGLE RUN, AND 0110 JUDGES THE ENVELOPE AS BEFORE.
      ******************************************************************
       0080-CHECK-PARTITION-RUN.
           OPEN INPUT MOD-INPUT-FILE
           READ MOD-INPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MI-HEADER-RECORD
                           AND MI-PARTITION-NUMBER NUMERIC
                           AND MI-PARTITION-NUMBER > 0
                       MOVE MI-PARTITION-NUMBER TO WS-PARTITION-NUMBER
                       MOVE MI-PARTITION-COUNT  TO WS-PARTITION-COUNT
                       MOVE MI-PARTITION-LOW    TO WS-PARTITION-LOW
                       MOVE MI-PARTITION-HIGH   TO WS-PARTITION-HIGH
                   END-IF
           END-READ
           CLOSE MOD-INPUT-FILE.

      ******************************************************************
      *  0090-START-CYCLE-STEP CLEARS THIS STEP WITH THE NIGHTLY CYCLE
      *  CONTROL (MODCYCK) BEFORE ANYTHING ELSE IS OPENED.  A REFUSAL -
      *  NO CYCLE DATE, A PREREQUISITE STEP NOT CLEAN FOR THE DATE, OR
      *  THIS STEP ALREADY DONE - STOPS THE RUN WITH NOTHING TOUCHED.
      *
      *  A PARTITION RUN DOES NOT START THE STEP: MODPSPL ALREADY DID,
      *  FOR ALL THE PARTITIONS, AND MODPMRG ENDS IT ONCE THE MERGED
      *  RESULT RECONCILES.  SEVERAL PARTITIONS STARTING AND ENDING
      *  ONE STEP WOULD LEAVE ITS STATE SAYING WHATEVER THE LAST ONE
      *  TO FINISH SAID.  SO A PARTITION ONLY INQUIRES (0095), TO
      *  GET THE CYCLE DATE AND TO PROVE THE SPLIT OPENED THE STEP.
      ******************************************************************
       0090-START-CYCLE-STEP.
           IF WS-PARTITION-RUN
               PERFORM 0095-CHECK-PARTITION-CYCLE
           ELSE
               SET CY-START-STEP TO TRUE
               MOVE "MODCALC" TO CY-STEP-NAME
               MOVE ZERO TO CY-STEP-RC
               CALL "MODCYCK" USING MOD-CYCLE-PARM
               IF CY-STEP-REFUSED
                   DISPLAY "MODCALC0090E CYCLE CONTROL REFUSED RUN - "
                       CY-REASON
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0095-CHECK-PARTITION-CYCLE.
           SET CY-INQUIRE TO TRUE
           MOVE SPACES TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODCALC0095E " CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-CYCLE-SUB
           PERFORM VARYING CY-STEP-IDX FROM 1 BY 1
                   UNTIL CY-STEP-IDX > CY-STEP-COUNT
               IF CY-ST-NAME(CY-STEP-IDX) = "MODCALC"
                   SET WS-CYCLE-SUB TO CY-STEP-IDX
               END-IF
           END-PERFORM
           IF WS-CYCLE-SUB = 0
               DISPLAY "MODCALC0095E MODCALC IS NOT A CYCLE STEP - "
                   "ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CY-ST-NO-END(WS-CYCLE-SUB)
               DISPLAY "MODCALC0095E PARTITION " WS-PARTITION-NUMBER
                   " - MODCALC STEP NOT OPENED BY MODPSPL FOR "
                   CY-BUSINESS-DATE " - RUN THE SPLIT FIRST - "
                   "ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 0120-READ-PARAMETERS
           PERFORM 0110-VERIFY-ENVELOPE
           PERFORM 0117-CHECK-CYCLE-DATE
           PERFORM 0127-SELECT-EFFECTIVE-PARMS
           IF WS-PARTITION-RUN
               DISPLAY "MODCALC0100I PARTITION " WS-PARTITION-NUMBER
                   " OF " WS-PARTITION-COUNT " - ACCOUNTS "
                   WS-PARTITION-LOW " THRU " WS-PARTITION-HIGH
                   " - REGISTRY KEPT BY MODPSPL"
      *        EMPTIED NOW SO A RUN THAT FAILS LEAVES NO TOTALS FROM
      *        AN EARLIER ATTEMPT FOR MODPMRG TO MISTAKE FOR ITS OWN.
               OPEN OUTPUT MOD-PART-TOTALS-FILE
               CLOSE MOD-PART-TOTALS-FILE
           ELSE
               PERFORM 0115-CHECK-RUN-REGISTRY
           END-IF
           PERFORM 0125-INIT-BUCKET-TABLE
           PERFORM 0126-OPEN-ACCOUNT-MASTER
           OPEN OUTPUT MOD-DUPLICATE-FILE
           PERFORM 0130-CHECK-DUPLICATES
           CLOSE MOD-DUPLICATE-FILE
           OPEN INPUT MOD-INPUT-FILE
      *    A PARTITION'S AUDIT AND SUSPENSE RECORDS GO TO FILES OF ITS
      *    OWN, WRITTEN FRESH EACH RUN; MODPMRG APPENDS THEM TO THE
      *    LIVE ONES ONCE EVERY PARTITION HAS FINISHED, SO A FAILED
      *    PARTITION RERUN NEVER LEAVES HALF A RUN IN THE LIVE TRAIL.
           IF WS-PARTITION-RUN
               OPEN OUTPUT MOD-AUDIT-FILE
               OPEN OUTPUT MOD-SUSPENSE-FILE
           ELSE
               OPEN EXTEND MOD-AUDIT-FILE
               OPEN EXTEND MOD-SUSPENSE-FILE
           END-IF
           IF WS-RESTARTING
               PERFORM 0140-RECOVER-CHECKPOINT
               PERFORM 0160-SKIP-PROCESSED-RECORDS
               DISPLAY "MODCALC0110E MODIN ENVELOPE INVALID - "
                   "ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF.

                       "MODREG - RE-FED FILE? SET MP-RERUN-OVERRIDE "
                       "TO RERUN DELIBERATELY - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 0990-END-CYCLE-STEP
                   STOP RUN
               END-IF
               IF WS-DATE-ALREADY-RUN
               PERFORM 0118-REGISTER-RUN
           END-IF.

      ******************************************************************
      *  0117-CHECK-CYCLE-DATE HOLDS THE MODIN HEADER TO THE BUSINESS
      *  DATE THE NIGHTLY CYCLE IS RUNNING FOR (MODCDTE, RETURNED BY
      *  0090'S MODCYCK CALL).  EVERY LATER STEP TRUSTS THE CYCLE DATE
      *  RATHER THAN READING ONE OF ITS OWN, SO A MODIN FROM ANOTHER
      *  DAY MUST STOP HERE, BEFORE IT IS REGISTERED OR BUCKETED,
      *  RATHER THAN BE LOGGED AS THIS NIGHT'S WORK.
      ******************************************************************
       0117-CHECK-CYCLE-DATE.
           IF WS-BUSINESS-DATE NOT = CY-BUSINESS-DATE
               DISPLAY "MODCALC0117E MODIN BUSINESS DATE "
                   WS-BUSINESS-DATE " IS NOT THE CYCLE DATE "
                   CY-BUSINESS-DATE " ON MODCDTE - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF.

       0118-REGISTER-RUN.
           OPEN EXTEND MOD-REGISTRY-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           CLOSE MOD-PARM-FILE
           IF WS-RANGE-COUNT > 0
               SET WS-MULTI-DIVISOR-ACTIVE TO TRUE
           END-IF
           IF WS-PARTITION-RUN
               PERFORM 0119-CHECK-PARTITION-PARMS
           END-IF.

      ******************************************************************
      *  0119-CHECK-PARTITION-PARMS HOLDS A PARTITION RUN TO THE
      *  SPLIT IT CAME FROM.  MODPARM MUST STILL CARRY THIS
      *  PARTITION'S 'P' RECORD WITH THE RANGE ON THE MODIN HEADER
      *  (0121 CHECKS THE RANGE) AND THE SAME NUMBER OF PARTITIONS -
      *  OTHERWISE THE 'P' RECORDS CHANGED AFTER MODPSPL RAN AND THE
      *  PARTITIONS NO LONGER ADD UP TO ONE NIGHT.  A CHECKPOINT
      *  RESTART IS REFUSED: MP-RESTART-COUNT IS ONE FIGURE FOR EVERY
      *  PARTITION, SO IT CANNOT NAME A RESTART POINT IN ONE OF THEM.
      *  A FAILED PARTITION IS RERUN FROM ITS START INSTEAD - EVERY
      *  FILE IT WRITES IS ITS OWN AND IS REWRITTEN WHOLE, AND THE
      *  OTHER PARTITIONS ARE NOT TOUCHED.
      ******************************************************************
       0119-CHECK-PARTITION-PARMS.
           SET WS-PART-NO-ERROR TO TRUE
           IF WS-RESTARTING
               DISPLAY "MODCALC0119E PARTITION RUNS DO NOT RESTART "
                   "FROM A CHECKPOINT - SET MP-RESTART-COUNT TO ZERO "
                   "AND RERUN PARTITION " WS-PARTITION-NUMBER
                   " FROM THE START"
               SET WS-PART-ERROR TO TRUE
           END-IF
           IF WS-PARM-PART-NOT-FOUND
               DISPLAY "MODCALC0119E NO MODPARM 'P' RECORD FOR "
                   "PARTITION " WS-PARTITION-NUMBER
               SET WS-PART-ERROR TO TRUE
           END-IF
           IF WS-PARM-PART-COUNT NOT = WS-PARTITION-COUNT
               DISPLAY "MODCALC0119E MODPARM HAS " WS-PARM-PART-COUNT
                   " 'P' RECORDS BUT MODPSPL SPLIT MODIN "
                   WS-PARTITION-COUNT " WAYS"
               SET WS-PART-ERROR TO TRUE
           END-IF
           IF WS-PART-ERROR
               DISPLAY "MODCALC0119E PARTITION " WS-PARTITION-NUMBER
                   " DOES NOT MATCH MODPARM - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF.

      ******************************************************************
                               MP-DUP-DISPOSITION "' NOT R/N/F - "
                               "ABENDING RUN"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 0990-END-CYCLE-STEP
                           STOP RUN
                   END-EVALUATE
               WHEN MP-RANGE-RECORD
                   PERFORM 0123-STORE-EFF-HEADER
               WHEN MP-EFFECTIVE-RANGE
                   PERFORM 0123-STORE-EFF-RANGE
               WHEN MP-PARTITION-RECORD
                   PERFORM 0121-NOTE-PARTITION-RECORD
               WHEN OTHER
                   DISPLAY "MODCALC0122E UNKNOWN MP-RECORD-TYPE '"
                       MP-RECORD-TYPE "' - CHECK MODPARM LAYOUT - "
                       "ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 0990-END-CYCLE-STEP
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *  0121-NOTE-PARTITION-RECORD COUNTS THE 'P' RECORDS AND, IN A
      *  PARTITION RUN, CHECKS THIS PARTITION'S OWN RECORD AGAINST
      *  THE RANGE MODPSPL STAMPED ON THE MODIN HEADER.  A SINGLE RUN
      *  HAS NO USE FOR THEM - THEY ONLY SAY WHERE AN ACCOUNT IS
      *  PROCESSED, NEVER HOW IT BUCKETS.
      ******************************************************************
       0121-NOTE-PARTITION-RECORD.
           ADD 1 TO WS-PARM-PART-COUNT
           IF WS-PARTITION-RUN
                   AND MP-PART-NUMBER = WS-PARTITION-NUMBER
               SET WS-PARM-PART-FOUND TO TRUE
               IF MP-PART-LOW NOT = WS-PARTITION-LOW
                       OR MP-PART-HIGH NOT = WS-PARTITION-HIGH
                   DISPLAY "MODCALC0121E PARTITION "
                       WS-PARTITION-NUMBER " MODIN RANGE "
                       WS-PARTITION-LOW "-" WS-PARTITION-HIGH
                       " IS NOT THE MODPARM RANGE " MP-PART-LOW "-"
                       MP-PART-HIGH " - RERUN THE SPLIT - "
                       "ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 0990-END-CYCLE-STEP
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      *  0123-STORE-EFF-HEADER AND 0123-STORE-EFF-RANGE PARK
      *  EFFECTIVE-DATED PARAMETER RECORDS UNTIL THE BUSINESS DATE IS
           END-PERFORM.

      ******************************************************************
      *  0126-OPEN-ACCOUNT-MASTER OPENS MODACCT FOR KEYED READS AND
      *  READS ITS FIRST RECORD ONLY TO SEE WHETHER THERE IS A MASTER
      *  TO CHECK AGAINST.  AN EMPTY OR MISSING MASTER IS CLOSED AGAIN
      *  AND THE CHECK STAYS OFF; OTHERWISE THE FILE STAYS OPEN FOR
      *  0155 UNTIL 0900-TERMINATE.  THE KEY KEEPS THE FILE IN
      *  ACCOUNT ORDER, SO THERE IS NO SEQUENCE TO CHECK.
      ******************************************************************
       0126-OPEN-ACCOUNT-MASTER.
           OPEN INPUT MOD-ACCOUNT-FILE
           READ MOD-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-ACCOUNT-MASTER-OFF TO TRUE
               NOT AT END
                   SET WS-ACCOUNT-MASTER-ON TO TRUE
           END-READ
           IF WS-ACCOUNT-MASTER-OFF
               CLOSE MOD-ACCOUNT-FILE
           END-IF.

      ******************************************************************
      *  0130-CHECK-DUPLICATES SORTS MOD-INPUT-FILE INTO A SCRATCH
           MOVE WS-DUP-RUN-COUNT    TO MD-OCCURRENCE-COUNT
           MOVE "ACCOUNT APPEARS MORE THAN ONCE IN INPUT"
               TO MD-MESSAGE-TEXT
           MOVE WS-BUSINESS-DATE    TO MD-BUSINESS-DATE
           MOVE WS-DUP-RUN-AMOUNT   TO MD-TOTAL-AMOUNT
           WRITE MOD-DUPLICATE-RECORD
           IF NOT WS-DUP-REPORT-ONLY
               PERFORM 0139-ADD-DUP-TABLE-ENTRY
               DISPLAY "MODCALC0139E DUPLICATE DISPOSITION TABLE FULL "
                   "AT ACCOUNT " WS-DUP-PREV-ACCOUNT " - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF
           ADD 1 TO WS-DUP-ENTRY-COUNT
               DISPLAY "MODCALC0140E NO MODCKPT RECORD MATCHES RESTART "
                   "COUNT " WS-RESTART-COUNT " - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF.

      *  RESTART, WHICH IS CORRECT BECAUSE THE RECOVERED CHECKPOINT
      *  TOTALS NEVER INCLUDE CORRECTIONS (THE LAST CHECKPOINT IS
      *  ALWAYS WRITTEN DURING THE MAIN PASS, BEFORE THIS ONE RUNS).
      *
      *  "SUPERVISOR-SUPPLIED" IS ENFORCED, NOT ASSUMED: EVERY
      *  CORRECTION CARRIES THE ID OF THE PERSON WHO KEYED IT AND OF
      *  A DIFFERENT PERSON WHO APPROVED IT, AND MODAUCK CHECKS BOTH
      *  AGAINST THE MODAUTH AUTHORIZED-USER FILE AND THE APPROVER'S
      *  DOLLAR LIMIT.  A CORRECTION THAT FAILS IS NOT APPLIED AT ALL
      *  - IT NEVER REACHES THE TOTALS, THE EXTRACT OR THE AUDIT TRAIL
      *  - AND IS LISTED ON THE MODCVIO CONTROL-VIOLATION REPORT
      *  INSTEAD, TO BE REKEYED WITH A VALID APPROVAL.  MODCVIO IS
      *  REWRITTEN EVERY RUN, SO AFTER A RESTART IT STILL LISTS EXACTLY
      *  THE CORRECTIONS THAT RUN HELD BACK.
      ******************************************************************
       0250-PROCESS-CORRECTIONS.
           SET WS-CORR-NOT-EOF TO TRUE
           OPEN INPUT MOD-CORRECTION-FILE
           OPEN OUTPUT MOD-VIOLATION-REPORT-FILE
           PERFORM 0252-WRITE-VIOLATION-HEADER
           PERFORM UNTIL WS-CORR-EOF
               READ MOD-CORRECTION-FILE
                   AT END
                       SET WS-CORR-EOF TO TRUE
                   NOT AT END
                       PERFORM 0258-SELECT-CORRECTION
               END-READ
           END-PERFORM
           PERFORM 0256-WRITE-VIOLATION-TRAILER
           CLOSE MOD-CORRECTION-FILE
           CLOSE MOD-VIOLATION-REPORT-FILE.

       0252-WRITE-VIOLATION-HEADER.
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING "MODCALC CORRECTION CONTROL VIOLATIONS"
               DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING "ACCOUNT     ADJUSTMENT  PREPARER APPROVER "
               DELIMITED BY SIZE
               "VIOLATION" DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD.

       0256-WRITE-VIOLATION-TRAILER.
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           IF WS-VIOLATION-COUNT = 0
               STRING "NO CONTROL VIOLATIONS" DELIMITED BY SIZE
                   INTO MOD-VIOLATION-REPORT-RECORD
               WRITE MOD-VIOLATION-REPORT-RECORD
           ELSE
               MOVE WS-VIOLATION-COUNT  TO WS-RL-COUNT
               MOVE WS-VIOLATION-AMOUNT TO WS-RL-TOTAL
               STRING "CONTROL VIOLATIONS: " DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   "   NET ADJUSTMENT HELD BACK: " DELIMITED BY SIZE
                   WS-RL-TOTAL DELIMITED BY SIZE
                   INTO MOD-VIOLATION-REPORT-RECORD
               WRITE MOD-VIOLATION-REPORT-RECORD
               MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
               STRING "CORRECTIONS LISTED WERE NOT APPLIED - REKEY "
                   DELIMITED BY SIZE
                   "WITH A VALID APPROVAL" DELIMITED BY SIZE
                   INTO MOD-VIOLATION-REPORT-RECORD
               WRITE MOD-VIOLATION-REPORT-RECORD
           END-IF.

      ******************************************************************
      *  0258-SELECT-CORRECTION AND 0278-SELECT-RESUBMISSION PASS
      *  EVERY RECORD IN A SINGLE RUN.  EVERY PARTITION READS THE
      *  SAME CORRECTION AND RESUBMISSION FEEDS, SO IN A PARTITION
      *  RUN EACH ONE TAKES ONLY THE ACCOUNTS IN ITS OWN RANGE (SEE
      *  1060) AND EVERY RECORD IS APPLIED - OR REJECTED - EXACTLY
      *  ONCE ACROSS THE NIGHT.
      ******************************************************************
       0258-SELECT-CORRECTION.
           MOVE CR-ACCOUNT-NUMBER-X TO WS-OWNER-ACCOUNT-X
           PERFORM 1060-CHECK-PARTITION-OWNER
           IF WS-ACCOUNT-OWNED
               PERFORM 0260-APPLY-ONE-CORRECTION
           END-IF.

       0278-SELECT-RESUBMISSION.
           MOVE RS-ACCOUNT-NUMBER-X TO WS-OWNER-ACCOUNT-X
           PERFORM 1060-CHECK-PARTITION-OWNER
           IF WS-ACCOUNT-OWNED
               PERFORM 0280-APPLY-ONE-RESUBMISSION
           END-IF.

      ******************************************************************
      *  0260-APPLY-ONE-CORRECTION VALIDATES AND APPLIES ONE
                   OR CR-ADJUSTMENT NOT NUMERIC
               PERFORM 0610-WRITE-CORR-REJECT
           ELSE
               PERFORM 0265-CHECK-CORR-AUTHORITY
               IF AK-AUTHORIZED
                   MOVE CR-ADJUSTMENT TO WS-AMOUNT
                   MOVE CR-ACCOUNT-NUMBER TO WS-SELECT-ACCOUNT
                   PERFORM 1050-SELECT-DIVISOR
                   PERFORM 1000-TRUEMOD
                   ADD 1 TO WS-CORRECTION-COUNT
                   ADD WS-AMOUNT  TO WS-CORRECTION-AMOUNT
                   ADD WS-AMOUNT  TO WS-TOTAL-AMOUNT
                   ADD WS-QUOTIENT TO WS-TOTAL-QUOTIENT
                   ADD WS-OUTPUT   TO WS-TOTAL-REMAINDER
                   ADD 1 TO WS-BKT-COUNT(WS-BUCKET-NO + 1)
                   ADD WS-AMOUNT TO WS-BKT-AMOUNT(WS-BUCKET-NO + 1)
                   PERFORM 0410-WRITE-CORR-DETAIL
                   PERFORM 0460-WRITE-CORR-EXTRACT
                   PERFORM 0760-WRITE-CORR-AUDIT
               END-IF
           END-IF.

      ******************************************************************
      *  0265-CHECK-CORR-AUTHORITY PUTS ONE NUMERIC CORRECTION THROUGH
      *  THE MAKER-CHECKER CONTROL.  A VIOLATION IS LISTED ON MODCVIO
      *  AND ON THE CONSOLE; 0260 THEN SKIPS IT.
      ******************************************************************
       0265-CHECK-CORR-AUTHORITY.
           MOVE CR-PREPARER-ID TO AK-PREPARER-ID
           MOVE CR-APPROVER-ID TO AK-APPROVER-ID
           MOVE CR-ADJUSTMENT  TO AK-AMOUNT
           CALL "MODAUCK" USING MOD-AUTH-CHECK-PARM
           IF AK-VIOLATION
               ADD 1 TO WS-VIOLATION-COUNT
               ADD CR-ADJUSTMENT TO WS-VIOLATION-AMOUNT
               PERFORM 0630-WRITE-CORR-VIOLATION
               DISPLAY "MODCALC0265W CORRECTION FOR ACCOUNT "
                   CR-ACCOUNT-NUMBER " NOT APPLIED - " AK-REASON
           END-IF.

      ******************************************************************
                   AT END
                       SET WS-RSUB-EOF TO TRUE
                   NOT AT END
                       PERFORM 0278-SELECT-RESUBMISSION
               END-READ
           END-PERFORM
           CLOSE MOD-RESUBMIT-FILE.
           END-IF.

      ******************************************************************
      *  0155-CHECK-ACCOUNT-MASTER READS WS-SELECT-ACCOUNT BY KEY FROM
      *  THE ACCOUNT MASTER (THE CALLER MOVES THE ACCOUNT NUMBER
      *  THERE FIRST, SO THE MAIN INPUT PASS AND THE RESUBMISSION
      *  PASS SHARE THE SAME CHECK, THE WAY 1050-SELECT-DIVISOR IS
      *  SHARED).  WITH NO MASTER OPEN THE CHECK IS OFF AND THE
      *  RECORD STANDS AS ALREADY VALIDATED.
      ******************************************************************
       0155-CHECK-ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-ON
               MOVE WS-SELECT-ACCOUNT TO AC-ACCOUNT-NUMBER
               READ MOD-ACCOUNT-FILE
                   KEY IS AC-ACCOUNT-NUMBER
                   INVALID KEY
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE "UNKN" TO WS-REJECT-REASON-CODE
                       MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
                           TO WS-REJECT-REASON-TEXT
                   NOT INVALID KEY
                       IF NOT AC-OPEN-ACCOUNT
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "CLSD" TO WS-REJECT-REASON-CODE
                           MOVE "ACCOUNT IS CLOSED ON ACCOUNT MASTER"
                               TO WS-REJECT-REASON-TEXT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           IF WS-PARTITION-RUN
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "PARTITION " DELIMITED BY SIZE
                   WS-PARTITION-NUMBER DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-PARTITION-COUNT DELIMITED BY SIZE
                   " - ACCOUNTS " DELIMITED BY SIZE
                   WS-PARTITION-LOW DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-PARTITION-HIGH DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF
           MOVE SPACES TO MOD-REPORT-RECORD
           IF WS-APPLIED-EFF-DATE = SPACES
               STRING "PARAMETER SET: STATIC MODPARM HEADER "
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
               WRITE MOD-REPORT-RECORD
           END-IF.

      ******************************************************************
      *  0540-WRITE-PARTITION-NOTE STANDS IN FOR THE RECONCILIATION
      *  ON A PARTITION'S REPORT.  ONE PARTITION'S TOTALS CANNOT TIE
      *  TO THE NIGHT'S CONTROL TOTAL, SO THE CHECK IS MADE ONCE, BY
      *  MODPMRG, ON THE SUM OF ALL OF THEM.
      ******************************************************************
       0540-WRITE-PARTITION-NOTE.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "RECONCILIATION: DEFERRED TO MODPMRG - PARTITION "
               DELIMITED BY SIZE
               WS-PARTITION-NUMBER DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-PARTITION-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0560-WRITE-BUCKET-HISTOGRAM LISTS EVERY BUCKET NUMBER 0
      *  THROUGH THE RUN'S MAXIMUM DIVISOR MINUS 1 WITH ITS ACCOUNT
           WRITE MOD-RUN-STATS-RECORD
           CLOSE MOD-STATS-FILE.

      ******************************************************************
      *  0595-WRITE-RECON-CONTROL WRITES THE RECONCILIATION FIGURES
      *  THE GENERAL-LEDGER POSTING STEP TIES ITS JOURNAL TO (SEE
      *  MODRCTL.CPY): EVERY EXTRACT RECORD THIS RUN WROTE - DETAILS,
      *  CORRECTIONS AND RESUBMISSIONS - AND THEIR TOTAL AMOUNT, WITH
      *  THE BALANCE VERDICT CODED THE SAME WAY AS ON MODSTAT.  THE
      *  FILE IS OPENED OUTPUT, LIKE MOD-EXTRACT-FILE, SO IT ALWAYS
      *  DESCRIBES THE EXTRACT OF THE SAME CYCLE.
      ******************************************************************
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
      *  0597-WRITE-PARTITION-TOTALS WRITES A PARTITION RUN'S MODPTOT
      *  (SEE MODPTOT.CPY): THE 'S' SUMMARY, THEN A 'B' RECORD FOR
      *  EACH BUCKET THAT RECEIVED ANYTHING.  IT RUNS LAST, AFTER
      *  EVERY OTHER OUTPUT IS CLOSED, SO ITS PRESENCE TELLS MODPMRG
      *  THE PARTITION FINISHED.
      ******************************************************************
       0597-WRITE-PARTITION-TOTALS.
           OPEN OUTPUT MOD-PART-TOTALS-FILE
           MOVE SPACES TO MOD-PART-TOTALS-RECORD
           SET PN-SUMMARY-RECORD TO TRUE
           MOVE WS-PARTITION-NUMBER   TO PN-PARTITION-NUMBER
           MOVE WS-BUSINESS-DATE      TO PN-BUSINESS-DATE
           MOVE WS-PARTITION-COUNT    TO PN-PARTITION-COUNT
           MOVE WS-RECORDS-READ       TO PN-RECORDS-READ
           MOVE WS-RECORD-COUNT       TO PN-RECORD-COUNT
           MOVE WS-REJECT-COUNT       TO PN-REJECT-COUNT
           MOVE WS-DUPLICATE-COUNT    TO PN-DUPLICATE-COUNT
           MOVE WS-SUSPENSE-COUNT     TO PN-SUSPENSE-COUNT
           MOVE WS-CORRECTION-COUNT   TO PN-CORRECTION-COUNT
           MOVE WS-RESUBMIT-COUNT     TO PN-RESUBMIT-COUNT
           MOVE WS-VIOLATION-COUNT    TO PN-VIOLATION-COUNT
           MOVE WS-DUP-NETTED-COUNT   TO PN-DUP-NETTED-COUNT
           MOVE WS-DUP-REJECTED-COUNT TO PN-DUP-REJECTED-COUNT
           MOVE WS-TOTAL-AMOUNT       TO PN-TOTAL-AMOUNT
           MOVE WS-TOTAL-QUOTIENT     TO PN-TOTAL-QUOTIENT
           MOVE WS-TOTAL-REMAINDER    TO PN-TOTAL-REMAINDER
           MOVE WS-CORRECTION-AMOUNT  TO PN-CORRECTION-AMOUNT
           MOVE WS-RESUBMIT-AMOUNT    TO PN-RESUBMIT-AMOUNT
           MOVE WS-SUSPENSE-AMOUNT    TO PN-SUSPENSE-AMOUNT
           MOVE WS-DUP-REJECT-AMOUNT  TO PN-DUP-REJECT-AMOUNT
           MOVE WS-VIOLATION-AMOUNT   TO PN-VIOLATION-AMOUNT
           MOVE WS-DIVISOR            TO PN-DIVISOR
           MOVE WS-MAX-DIVISOR        TO PN-MAX-DIVISOR
           MOVE WS-MULTI-DIVISOR-SW   TO PN-MULTI-DIVISOR-SW
           MOVE WS-DUP-DISPOSITION    TO PN-DUP-DISPOSITION
           MOVE WS-APPLIED-EFF-DATE   TO PN-APPLIED-EFF-DATE
           WRITE MOD-PART-TOTALS-RECORD
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-MAX-DIVISOR
               IF WS-BKT-COUNT(WS-BKT-IDX) > 0
                       OR WS-BKT-AMOUNT(WS-BKT-IDX) NOT = 0
                   PERFORM 0598-WRITE-PARTITION-BUCKET
               END-IF
           END-PERFORM
           CLOSE MOD-PART-TOTALS-FILE.

       0598-WRITE-PARTITION-BUCKET.
           MOVE SPACES TO MOD-PART-TOTALS-RECORD
           SET PN-BUCKET-RECORD TO TRUE
           MOVE WS-PARTITION-NUMBER   TO PN-PARTITION-NUMBER
           MOVE WS-BUSINESS-DATE      TO PN-BUSINESS-DATE
           COMPUTE PN-BUCKET-NUMBER = WS-BKT-IDX - 1
           MOVE WS-BKT-COUNT(WS-BKT-IDX)  TO PN-BKT-COUNT
           MOVE WS-BKT-AMOUNT(WS-BKT-IDX) TO PN-BKT-AMOUNT
           WRITE MOD-PART-TOTALS-RECORD.

       0600-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MOD-ERROR-RECORD
               TO ME-REASON-TEXT
           WRITE MOD-ERROR-RECORD.

       0630-WRITE-CORR-VIOLATION.
           MOVE CR-ACCOUNT-NUMBER TO WS-RL-ACCOUNT
           MOVE CR-ADJUSTMENT     TO WS-RL-AMOUNT
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING WS-RL-ACCOUNT   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-AMOUNT       DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AK-PREPARER-ID     DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AK-APPROVER-ID     DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AK-REASON          DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD.

       0620-WRITE-RSUB-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MOD-ERROR-RECORD
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      ******************************************************************
      *  A CORRECTION HELD BACK BY THE MAKER-CHECKER CONTROL ENDS THE
      *  RUN WITH RETURN CODE 4 - A WARNING THE CYCLE STILL TREATS AS
      *  CLEAN, SO THE NIGHT CARRIES ON, BUT ONE THE SCHEDULER SHOWS.
      *  IT IS SET FIRST SO AN OUT-OF-BALANCE 12 OVERRIDES IT.
      *
      *  A PARTITION RUN STOPS SHORT OF EVERYTHING THAT SPEAKS FOR
      *  THE WHOLE NIGHT - RECONCILIATION, THE HOLD, MODSTAT, MODRCTL
      *  AND THE BUCKET LISTING ARE MODPMRG'S, MADE ONCE FROM THE
      *  MERGED RESULT - AND WRITES ITS MODPTOT TOTALS INSTEAD.
      ******************************************************************
       0900-TERMINATE.
           IF WS-VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0500-WRITE-TRAILER
           IF WS-PARTITION-RUN
               PERFORM 0540-WRITE-PARTITION-NOTE
               PERFORM 0560-WRITE-BUCKET-HISTOGRAM
           ELSE
               PERFORM 0550-WRITE-RECONCILIATION
               IF WS-OUT-OF-BALANCE
                   PERFORM 0580-SIGNAL-OUT-OF-BALANCE
               END-IF
               PERFORM 0560-WRITE-BUCKET-HISTOGRAM
               PERFORM 0590-WRITE-RUN-STATISTICS
               PERFORM 0595-WRITE-RECON-CONTROL
           END-IF
           CLOSE MOD-INPUT-FILE
           CLOSE MOD-REPORT-FILE
           CLOSE MOD-ERROR-FILE
           CLOSE MOD-AUDIT-FILE
           CLOSE MOD-SUSPENSE-FILE
           CLOSE MOD-EXTRACT-FILE
           IF WS-ACCOUNT-MASTER-ON
               CLOSE MOD-ACCOUNT-FILE
           END-IF
           IF WS-PARTITION-RUN
               PERFORM 0597-WRITE-PARTITION-TOTALS
               DISPLAY "Partition:         " WS-PARTITION-NUMBER
                   " of " WS-PARTITION-COUNT
           ELSE
               PERFORM 0570-WRITE-BUCKET-LISTING
           END-IF
           DISPLAY "Records processed: " WS-RECORD-COUNT
           DISPLAY "Records rejected:  " WS-REJECT-COUNT
           DISPLAY "Duplicate accounts: " WS-DUPLICATE-COUNT
           DISPLAY "Suspense holds:    " WS-SUSPENSE-COUNT
           DISPLAY "Corrections applied: " WS-CORRECTION-COUNT
           DISPLAY "Corrections held:    " WS-VIOLATION-COUNT
           DISPLAY "Rejects resubmitted: " WS-RESUBMIT-COUNT
           IF WS-DUP-NET
               DISPLAY "Duplicates netted:  " WS-DUP-NETTED-COUNT
               DISPLAY "Duplicates rejected: " WS-DUP-REJECTED-COUNT
           END-IF.

      ******************************************************************
      *  0990-END-CYCLE-STEP LOGS THIS STEP'S RETURN CODE WITH THE
      *  NIGHTLY CYCLE CONTROL.  IT IS PERFORMED JUST BEFORE EVERY STOP
      *  RUN AFTER 0090 - NORMAL END AND CONTROLLED ABEND ALIKE - SO A
      *  STEP WITH A START AND NO END REALLY DID ABEND.  A PARTITION
      *  RUN LOGS NOTHING (SEE 0090): ITS RETURN CODE GOES TO THE
      *  SCHEDULER ONLY, THE STEP STAYS OPEN, AND A FAILED PARTITION
      *  CAN BE RERUN ON ITS OWN BEFORE MODPMRG CLOSES THE STEP.
      ******************************************************************
       0990-END-CYCLE-STEP.
           IF WS-SINGLE-RUN
               SET CY-END-STEP TO TRUE
               MOVE RETURN-CODE TO CY-STEP-RC
               CALL "MODCYCK" USING MOD-CYCLE-PARM
           END-IF.

      ******************************************************************
      *  1000-TRUEMOD CALLS THE SHARED TRUEMOD SUBROUTINE TO NORMALIZE
      *  THE REMAINDER INTO THE RANGE 0 THRU WS-EFFECTIVE-DIVISOR
                   SET WS-RANGE-IDX TO WS-RANGE-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      *  1060-CHECK-PARTITION-OWNER SAYS WHETHER THE ACCOUNT IN
      *  WS-OWNER-ACCOUNT-X BELONGS TO THIS RUN: ALWAYS IN A SINGLE
      *  RUN; IN A PARTITION RUN WHEN IT FALLS IN THE PARTITION'S
      *  RANGE.  AN ACCOUNT THAT ISN'T NUMERIC HAS NO RANGE AND
      *  BELONGS TO PARTITION 1 - THE SAME RULE MODPSPL SPLITS MODIN
      *  BY - WHERE IT IS REJECTED JUST AS A SINGLE RUN WOULD.
      ******************************************************************
       1060-CHECK-PARTITION-OWNER.
           SET WS-ACCOUNT-OWNED TO TRUE
           IF WS-PARTITION-RUN
               IF WS-OWNER-ACCOUNT NUMERIC
                   IF WS-OWNER-ACCOUNT < WS-PARTITION-LOW
                           OR WS-OWNER-ACCOUNT > WS-PARTITION-HIGH
                       SET WS-ACCOUNT-NOT-OWNED TO TRUE
                   END-IF
               ELSE
                   IF WS-PARTITION-NUMBER NOT = 1
                       SET WS-ACCOUNT-NOT-OWNED TO TRUE
                   END-IF
               END-IF
           END-IF.
