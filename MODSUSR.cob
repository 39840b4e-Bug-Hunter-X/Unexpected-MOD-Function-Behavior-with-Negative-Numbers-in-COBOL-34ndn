      *    NEVER-REWRITE-IN-PLACE PATTERN MODARCH USES - SO AN ABEND
      *    MID-RUN LEAVES THE LIVE SUSPENSE FILE UNTOUCHED.
      *
      *    ITEMS WHOSE DECISION FAILS THE MAKER-CHECKER CONTROL (SEE
      *    0240) ARE CARRIED FORWARD EXACTLY AS IF UNDECIDED, AND ARE
      *    LISTED ON THE MODSVIO CONTROL-VIOLATION REPORT.
      *
      *  THE TRAILER SHOWS RELEASED/REJECTED/STILL-HELD COUNTS AND
      *  AMOUNTS, SO RELEASED + REJECTED + STILL HELD TIES BACK TO
      *  THE "AMOUNT HELD IN SUSPENSE" LINE ON MODCALC'S
      *  RECONCILIATION.  A DECISION THAT MATCHES NO HELD ITEM IS
      *  REPORTED AS UNMATCHED RATHER THAN SILENTLY IGNORED.  THE
      *  RELEASED COUNT AND AMOUNT ARE ALSO APPENDED TO MODRCTL
      *  BEHIND MODCALC'S OWN FIGURES, SINCE THE RELEASES RIDE ON THE
      *  SAME EXTRACT THE GENERAL-LEDGER POSTING TIES OUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MOD-NEWSUSP-FILE ASSIGN TO MODSUSN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-RECON-CTL-FILE ASSIGN TO MODRCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-VIOLATION-REPORT-FILE ASSIGN TO MODSVIO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-SUSPENSE-FILE
                     ==MU-TIMESTAMP==        BY ==NU-TIMESTAMP==
                     ==MU-AGE-COUNT==        BY ==NU-AGE-COUNT==.

       FD  MOD-RECON-CTL-FILE
           RECORDING MODE IS F.
       COPY MODRCTL.

       FD  MOD-VIOLATION-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-VIOLATION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  THE MOD ARITHMETIC FIELDS ARE COMP-3 FOR THE SAME REASON AS
               10  WS-DC-ACCOUNT       PIC 9(7).
               10  WS-DC-DISPOSITION   PIC X(1).
               10  WS-DC-APPROVER      PIC X(8).
               10  WS-DC-PREPARER      PIC X(8).
               10  WS-DC-MATCHED-SW    PIC X(1).

       01  WS-MATCH-FIELDS.
           05  WS-HELD-COUNT       PIC 9(7)       VALUE ZERO.
           05  WS-HELD-AMOUNT      PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-UNMATCHED-COUNT  PIC 9(3)       VALUE ZERO.
           05  WS-VIOLATION-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-VIOLATION-AMOUNT PIC S9(11)V99  COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ACCOUNT       PIC 9(7).
           05  WS-AUDIT-TIMESTAMP  PIC X(21).
           05  WS-RUN-DATE         PIC X(8).

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK, THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE - SEE 0090 AND 0990.
      ******************************************************************
       COPY MODCYCP.

      ******************************************************************
      *  MOD-AUTH-CHECK-PARM IS THE CALL BLOCK FOR MODAUCK, THE
      *  MAKER-CHECKER CONTROL EVERY DECIDED ITEM PASSES BEFORE IT IS
      *  RELEASED OR REJECTED - SEE 0240.
      ******************************************************************
       COPY MODAUCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0090-START-CYCLE-STEP
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-RECORDS UNTIL WS-SUSP-EOF
           PERFORM 0900-TERMINATE
           PERFORM 0990-END-CYCLE-STEP
           STOP RUN.

      ******************************************************************
      *  0090-START-CYCLE-STEP CLEARS THIS STEP WITH THE NIGHTLY CYCLE
      *  CONTROL (MODCYCK) BEFORE ANYTHING ELSE IS OPENED.  A REFUSAL -
      *  NO CYCLE DATE, A PREREQUISITE STEP NOT CLEAN FOR THE DATE, OR
      *  THIS STEP ALREADY DONE - STOPS THE RUN WITH NOTHING TOUCHED.
      ******************************************************************
       0090-START-CYCLE-STEP.
           SET CY-START-STEP TO TRUE
           MOVE "MODSUSR" TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODSUSR0090E CYCLE CONTROL REFUSED RUN - "
                   CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-RUN-DATE
           OPEN OUTPUT MOD-NEWSUSP-FILE
           OPEN EXTEND MOD-EXTRACT-FILE
           OPEN EXTEND MOD-AUDIT-FILE
           OPEN OUTPUT MOD-VIOLATION-REPORT-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0310-WRITE-VIOLATION-HEADER
           PERFORM 0800-READ-SUSPENSE.

      ******************************************************************
                   PERFORM 0123-STORE-EFF-HEADER
               WHEN MP-EFFECTIVE-RANGE
                   PERFORM 0123-STORE-EFF-RANGE
      *            PARTITION RECORDS ONLY SAY WHERE MODCALC PROCESSES
      *            AN ACCOUNT, NEVER HOW IT BUCKETS.
               WHEN MP-PARTITION-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MODSUSR0122E UNKNOWN MP-RECORD-TYPE '"
                       MP-RECORD-TYPE "' - CHECK MODPARM LAYOUT - "
                       "ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 0990-END-CYCLE-STEP
                   STOP RUN
           END-EVALUATE.

                           TO WS-DC-DISPOSITION(WS-DECISION-COUNT)
                       MOVE SD-APPROVER-ID
                           TO WS-DC-APPROVER(WS-DECISION-COUNT)
                       MOVE SD-PREPARER-ID
                           TO WS-DC-PREPARER(WS-DECISION-COUNT)
                       MOVE 'N'
                           TO WS-DC-MATCHED-SW(WS-DECISION-COUNT)
                   END-IF
      *  REPORTED AND DROPPED, UNDECIDED ITEMS CARRY FORWARD AGED BY
      *  ONE.  THE FIRST DECISION IN FILE ORDER FOR AN ACCOUNT WINS,
      *  THE SAME FIRST-MATCH RULE 1050-SELECT-DIVISOR USES FOR
      *  OVERLAPPING RANGES.  A DECIDED ITEM THAT FAILS THE
      *  MAKER-CHECKER CONTROL CARRIES FORWARD LIKE AN UNDECIDED ONE,
      *  SO IT STAYS IN STILL HELD AND THE TRAILER STILL TIES.
      ******************************************************************
       0200-PROCESS-RECORDS.
           MOVE MU-AMOUNT TO WS-DIVIDEND
               PERFORM 0650-WRITE-CARRY-FORWARD
           ELSE
               MOVE 'Y' TO WS-DC-MATCHED-SW(WS-MATCH-SUB)
               PERFORM 0240-CHECK-DECISION-AUTHORITY
               EVALUATE TRUE
                   WHEN AK-VIOLATION
                       PERFORM 0650-WRITE-CARRY-FORWARD
                       PERFORM 0430-WRITE-VIOLATION-DETAIL
                   WHEN WS-DC-DISPOSITION(WS-MATCH-SUB) = 'R'
                       PERFORM 0220-RELEASE-ITEM
                   WHEN OTHER
                       PERFORM 0230-REJECT-ITEM
               END-EVALUATE
           END-IF
           PERFORM 0800-READ-SUSPENSE.

           ADD WS-DIVIDEND TO WS-REJECTED-AMOUNT
           PERFORM 0420-WRITE-REJECT-DETAIL.

      ******************************************************************
      *  0240-CHECK-DECISION-AUTHORITY PUTS ONE DECIDED ITEM THROUGH
      *  THE MAKER-CHECKER CONTROL.  THE LIMIT IS CHECKED AGAINST THE
      *  HELD ITEM'S OWN AMOUNT, NOT THE ACCOUNT'S TOTAL, SO ONE
      *  DECISION COVERING SEVERAL HOLDS MAY RELEASE THE SMALL ONES
      *  AND LEAVE A LARGE ONE FOR A HIGHER-LIMIT APPROVER.  A REJECT
      *  NEEDS THE SAME AUTHORITY AS A RELEASE - DROPPING AN ITEM
      *  FROM SUSPENSE MOVES AS MUCH MONEY OFF THE BOOKS AS RELEASING
      *  IT MOVES ON.
      ******************************************************************
       0240-CHECK-DECISION-AUTHORITY.
           MOVE WS-DC-PREPARER(WS-MATCH-SUB) TO AK-PREPARER-ID
           MOVE WS-DC-APPROVER(WS-MATCH-SUB) TO AK-APPROVER-ID
           MOVE WS-DIVIDEND                  TO AK-AMOUNT
           CALL "MODAUCK" USING MOD-AUTH-CHECK-PARM
           IF AK-VIOLATION
               ADD 1 TO WS-VIOLATION-COUNT
               ADD WS-DIVIDEND TO WS-VIOLATION-AMOUNT
               PERFORM 0620-WRITE-VIOLATION
               DISPLAY "MODSUSR0240W DECISION FOR ACCOUNT "
                   MU-ACCOUNT-NUMBER " NOT APPLIED - " AK-REASON
           END-IF.

      ******************************************************************
      *  0250-FIND-DECISION SCANS WS-DECISION-TABLE FOR THE HELD
      *  ITEM'S ACCOUNT.  THE SUBSCRIPT OF THE MATCH IS KEPT IN
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0310-WRITE-VIOLATION-HEADER.
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING "MODSUSR DECISION CONTROL VIOLATIONS"
               DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING "ACCOUNT         AMOUNT  D  PREPARER APPROVER "
               DELIMITED BY SIZE
               "VIOLATION" DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD.

       0400-WRITE-RELEASE-DETAIL.
           MOVE MU-ACCOUNT-NUMBER TO WS-RL-ACCOUNT
           MOVE WS-DIVIDEND       TO WS-RL-AMOUNT
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0430-WRITE-VIOLATION-DETAIL.
           MOVE MU-ACCOUNT-NUMBER TO WS-RL-ACCOUNT
           MOVE WS-DIVIDEND       TO WS-RL-AMOUNT
           MOVE MU-AGE-COUNT      TO WS-RL-AGE
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING WS-RL-ACCOUNT   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-AMOUNT       DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-AGE          DELIMITED BY SIZE
               "  HELD - CONTROL VIOLATION (" DELIMITED BY SIZE
               AK-REASON          DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0450-WRITE-EXTRACT.
           MOVE SPACES TO MOD-EXTRACT-RECORD
           MOVE MU-ACCOUNT-NUMBER    TO MX-ACCOUNT-NUMBER
               "   AMOUNT: "       DELIMITED BY SIZE
               WS-RL-BIG-1          DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-VIOLATION-COUNT  TO WS-RL-COUNT
           MOVE WS-VIOLATION-AMOUNT TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "CONTROL HELD:" DELIMITED BY SIZE
               WS-RL-COUNT          DELIMITED BY SIZE
               "   AMOUNT: "       DELIMITED BY SIZE
               WS-RL-BIG-1          DELIMITED BY SIZE
               " (IN STILL HELD)" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0540-WRITE-VIOLATION-TRAILER.
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           IF WS-VIOLATION-COUNT = 0
               STRING "NO CONTROL VIOLATIONS" DELIMITED BY SIZE
                   INTO MOD-VIOLATION-REPORT-RECORD
               WRITE MOD-VIOLATION-REPORT-RECORD
           ELSE
               MOVE WS-VIOLATION-COUNT  TO WS-RL-COUNT
               MOVE WS-VIOLATION-AMOUNT TO WS-RL-BIG-1
               STRING "CONTROL VIOLATIONS: " DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   "   AMOUNT STILL HELD: " DELIMITED BY SIZE
                   WS-RL-BIG-1 DELIMITED BY SIZE
                   INTO MOD-VIOLATION-REPORT-RECORD
               WRITE MOD-VIOLATION-REPORT-RECORD
               MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
               STRING "ITEMS LISTED WERE CARRIED FORWARD IN SUSPENSE "
                   DELIMITED BY SIZE
                   "- REKEY WITH A VALID APPROVAL" DELIMITED BY SIZE
                   INTO MOD-VIOLATION-REPORT-RECORD
               WRITE MOD-VIOLATION-REPORT-RECORD
           END-IF.

      ******************************************************************
      *  0520-REPORT-UNMATCHED LISTS EVERY DECISION NO HELD ITEM
      *  TOOK.  A RULING AGAINST AN ACCOUNT WITH NOTHING IN SUSPENSE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0590-WRITE-RECON-CONTROL APPENDS THIS RUN'S RELEASES TO THE
      *  RECONCILIATION CONTROL FILE MODCALC STARTED (SEE
      *  MODRCTL.CPY).  THERE IS NO CONTROL TOTAL TO BALANCE AGAINST
      *  HERE, SO THE STATUS IS ALWAYS "NOT CHECKED".
      ******************************************************************
       0590-WRITE-RECON-CONTROL.
           OPEN EXTEND MOD-RECON-CTL-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO MOD-RECON-CONTROL-RECORD
           MOVE WS-JOB-NAME        TO RT-JOB-NAME
           MOVE WS-RUN-DATE        TO RT-BUSINESS-DATE
           MOVE WS-AUDIT-TIMESTAMP TO RT-RUN-TIMESTAMP
           MOVE WS-RELEASED-COUNT  TO RT-EXTRACT-COUNT
           MOVE WS-RELEASED-AMOUNT TO RT-EXTRACT-AMOUNT
           SET RT-NOT-CHECKED TO TRUE
           WRITE MOD-RECON-CONTROL-RECORD
           CLOSE MOD-RECON-CTL-FILE.

       0620-WRITE-VIOLATION.
           MOVE MU-ACCOUNT-NUMBER TO WS-RL-ACCOUNT
           MOVE WS-DIVIDEND       TO WS-RL-AMOUNT
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING WS-RL-ACCOUNT   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-AMOUNT       DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DC-DISPOSITION(WS-MATCH-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AK-PREPARER-ID     DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AK-APPROVER-ID     DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AK-REASON          DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD.

      ******************************************************************
      *  0650-WRITE-CARRY-FORWARD COPIES AN UNDECIDED ITEM TO THE NEW
      *  SUSPENSE FILE WITH ITS AGE STEPPED BY ONE, SO A HOLD NOBODY
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      ******************************************************************
      *  A DECISION HELD BACK BY THE MAKER-CHECKER CONTROL ENDS THE
      *  RUN WITH RETURN CODE 4 - A WARNING THE CYCLE STILL TREATS AS
      *  CLEAN, BUT ONE THE SCHEDULER SHOWS.
      ******************************************************************
       0900-TERMINATE.
           PERFORM 0500-WRITE-TRAILER
           PERFORM 0520-REPORT-UNMATCHED
           PERFORM 0540-WRITE-VIOLATION-TRAILER
           PERFORM 0590-WRITE-RECON-CONTROL
           CLOSE MOD-SUSPENSE-FILE
           CLOSE MOD-REPORT-FILE
           CLOSE MOD-NEWSUSP-FILE
           CLOSE MOD-EXTRACT-FILE
           CLOSE MOD-AUDIT-FILE
           CLOSE MOD-VIOLATION-REPORT-FILE
           IF WS-VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Suspense items read: " WS-RECORDS-READ
           DISPLAY "Items released:      " WS-RELEASED-COUNT
           DISPLAY "Items rejected:      " WS-REJECTED-COUNT
           DISPLAY "Items still held:    " WS-HELD-COUNT
           DISPLAY "Held for control:    " WS-VIOLATION-COUNT
           DISPLAY "Unmatched decisions: " WS-UNMATCHED-COUNT.

      ******************************************************************
      *  0990-END-CYCLE-STEP LOGS THIS STEP'S RETURN CODE WITH THE
      *  NIGHTLY CYCLE CONTROL.  IT IS PERFORMED JUST BEFORE EVERY STOP
      *  RUN AFTER 0090 - NORMAL END AND CONTROLLED ABEND ALIKE - SO A
      *  STEP WITH A START AND NO END REALLY DID ABEND.
      ******************************************************************
       0990-END-CYCLE-STEP.
           SET CY-END-STEP TO TRUE
           MOVE RETURN-CODE TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM.

      ******************************************************************
      *  1000-TRUEMOD MIRRORS MODCALC'S PARAGRAPH OF THE SAME NAME:
      *  THE REMAINDER CARRIES THE AMOUNT'S CENTS AND THE BUCKET
