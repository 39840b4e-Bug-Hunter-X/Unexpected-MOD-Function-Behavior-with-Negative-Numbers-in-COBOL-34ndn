      *    OUTSTANDING - THE RECONCILIATION MONTH-END COULD NEVER
      *    PRODUCE WHEN REJECTS WERE REKEYED BY HAND.
      *
      *    MODFVIO - THE CONTROL-VIOLATION REPORT: EVERY REPAIR CARD
      *    THAT FAILED THE MAKER-CHECKER CONTROL (SEE 0230).  SUCH A
      *    REPAIR IS NOT RESUBMITTED; ITS REJECT STAYS OUTSTANDING.
      *
      *  A REPAIR CARD FIELD LEFT BLANK KEEPS THE ORIGINAL RAW VALUE,
      *  SO THE CLERK ONLY KEYS THE FIELD THAT WAS ACTUALLY BAD.
      ******************************************************************
           SELECT MOD-REPORT-FILE ASSIGN TO MODFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-VIOLATION-REPORT-FILE ASSIGN TO MODFVIO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-ERROR-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       FD  MOD-VIOLATION-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-VIOLATION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  WS-REPAIR-TABLE HOLDS THE CLERK-KEYED REPAIR CARDS.  THE
               10  WS-RP-ACCOUNT-RAW   PIC X(7).
               10  WS-RP-AMOUNT-RAW    PIC X(12).
               10  WS-RP-CLERK         PIC X(8).
               10  WS-RP-APPROVER      PIC X(8).
               10  WS-RP-MATCHED-SW    PIC X(1).

       01  WS-MATCH-FIELDS.
           05  WS-INVALID-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-OUTSTANDING-COUNT PIC 9(7)      VALUE ZERO.
           05  WS-UNMATCHED-COUNT  PIC 9(3)       VALUE ZERO.
           05  WS-VIOLATION-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-VIOLATION-AMOUNT PIC S9(11)V99  VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-AMOUNT        PIC -(9)9.99.
           05  WS-RL-TOTAL         PIC -(11)9.99.

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK, THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE - SEE 0090 AND 0990.
      ******************************************************************
       COPY MODCYCP.

      ******************************************************************
      *  MOD-AUTH-CHECK-PARM IS THE CALL BLOCK FOR MODAUCK, THE
      *  MAKER-CHECKER CONTROL EVERY VALID REPAIR PASSES BEFORE IT IS
      *  RESUBMITTED - SEE 0230.
      ******************************************************************
       COPY MODAUCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0090-START-CYCLE-STEP
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-REJECTS UNTIL WS-ERR-EOF
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
           MOVE "MODFIX" TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODFIX0090E CYCLE CONTROL REFUSED RUN - "
                   CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE.
           PERFORM 0130-LOAD-REPAIR-CARDS
           OPEN INPUT MOD-ERROR-FILE
           OPEN OUTPUT MOD-RESUBMIT-FILE
           OPEN OUTPUT MOD-NEWERR-FILE
           OPEN OUTPUT MOD-REPORT-FILE
           OPEN OUTPUT MOD-VIOLATION-REPORT-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0310-WRITE-VIOLATION-HEADER
           PERFORM 0800-READ-REJECT.

      ******************************************************************
                       TO WS-RP-AMOUNT-RAW(WS-REPAIR-COUNT)
                   MOVE RP-CLERK-ID
                       TO WS-RP-CLERK(WS-REPAIR-COUNT)
                   MOVE RP-APPROVER-ID
                       TO WS-RP-APPROVER(WS-REPAIR-COUNT)
                   MOVE 'N'
                       TO WS-RP-MATCHED-SW(WS-REPAIR-COUNT)
               END-IF
      *  FIELD KEEPS THE ORIGINAL RAW VALUE) AND RUNS THE SAME
      *  NUMERIC EDITS MODCALC WOULD.  A REPAIR THAT STILL FAILS IS
      *  CARRIED FORWARD AS OUTSTANDING SO IT CANNOT SILENTLY
      *  DISAPPEAR BETWEEN THE TWO FILES.  A REPAIR THAT PASSES THE
      *  EDITS BUT FAILS THE MAKER-CHECKER CONTROL IS CARRIED FORWARD
      *  THE SAME WAY, FOR THE SAME REASON.
      ******************************************************************
       0220-APPLY-REPAIR.
           IF WS-RP-ACCOUNT-RAW(WS-MATCH-SUB) = SPACES
               PERFORM 0650-WRITE-CARRY-FORWARD
               PERFORM 0420-WRITE-INVALID-LINE
           ELSE
               PERFORM 0230-CHECK-REPAIR-AUTHORITY
               IF AK-AUTHORIZED
                   ADD 1 TO WS-REPAIRED-COUNT
                   PERFORM 0600-WRITE-RESUBMIT
                   PERFORM 0400-WRITE-REPAIRED-LINE
               ELSE
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   PERFORM 0650-WRITE-CARRY-FORWARD
                   PERFORM 0440-WRITE-VIOLATION-LINE
               END-IF
           END-IF.

      ******************************************************************
      *  0230-CHECK-REPAIR-AUTHORITY PUTS ONE VALID REPAIR THROUGH THE
      *  MAKER-CHECKER CONTROL: THE CLERK WHO KEYED THE CARD IS THE
      *  PREPARER, RP-APPROVER-ID THE APPROVER, AND THE AMOUNT CHECKED
      *  IS THE REPAIRED AMOUNT THAT WOULD BE RESUBMITTED.  A VIOLATION
      *  IS LISTED ON MODFVIO AND ON THE CONSOLE.
      ******************************************************************
       0230-CHECK-REPAIR-AUTHORITY.
           MOVE WS-RP-CLERK(WS-MATCH-SUB)    TO AK-PREPARER-ID
           MOVE WS-RP-APPROVER(WS-MATCH-SUB) TO AK-APPROVER-ID
           MOVE WS-CAND-AMOUNT               TO AK-AMOUNT
           CALL "MODAUCK" USING MOD-AUTH-CHECK-PARM
           IF AK-VIOLATION
               ADD 1 TO WS-VIOLATION-COUNT
               ADD WS-CAND-AMOUNT TO WS-VIOLATION-AMOUNT
               PERFORM 0620-WRITE-VIOLATION
               DISPLAY "MODFIX0230W REPAIR OF REJECT " ME-RUN-DATE
                   "/" ME-REJECT-SEQ " NOT RESUBMITTED - " AK-REASON
           END-IF.

       0250-FIND-REPAIR-CARD.
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0310-WRITE-VIOLATION-HEADER.
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING "MODFIX REPAIR CONTROL VIOLATIONS" DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING "REJECT (DATE/SEQ)        AMOUNT  PREPARER "
               DELIMITED BY SIZE
               "APPROVER VIOLATION" DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD.

       0400-WRITE-REPAIRED-LINE.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING ME-RUN-DATE        DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0440-WRITE-VIOLATION-LINE.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING ME-RUN-DATE        DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ME-REJECT-SEQ         DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CAND-ACCOUNT-X     DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CAND-AMOUNT-X      DELIMITED BY SIZE
               "  HELD - CONTROL VIOLATION (BY " DELIMITED BY SIZE
               WS-RP-CLERK(WS-MATCH-SUB) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0500-WRITE-TRAILER.
           MOVE WS-REJECTS-READ TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
               WS-INVALID-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "                    (OF WHICH HELD FOR CONTROL "
               DELIMITED BY SIZE
               "VIOLATION: " DELIMITED BY SIZE
               WS-VIOLATION-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
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
               MOVE WS-VIOLATION-AMOUNT TO WS-RL-TOTAL
               STRING "CONTROL VIOLATIONS: " DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   "   AMOUNT HELD BACK: " DELIMITED BY SIZE
                   WS-RL-TOTAL DELIMITED BY SIZE
                   INTO MOD-VIOLATION-REPORT-RECORD
               WRITE MOD-VIOLATION-REPORT-RECORD
               MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
               STRING "REPAIRS LISTED WERE NOT RESUBMITTED - REKEY "
                   DELIMITED BY SIZE
                   "WITH A VALID APPROVAL" DELIMITED BY SIZE
                   INTO MOD-VIOLATION-REPORT-RECORD
               WRITE MOD-VIOLATION-REPORT-RECORD
           END-IF.

      ******************************************************************
      *  0520-REPORT-UNMATCHED LISTS EVERY REPAIR CARD NO REJECT
      *  TOOK - USUALLY A MISKEYED DATE OR SEQUENCE NUMBER, WHICH
           MOVE WS-CAND-AMOUNT-X  TO RS-AMOUNT-X
           WRITE MOD-RESUBMIT-RECORD.

       0620-WRITE-VIOLATION.
           MOVE WS-CAND-AMOUNT TO WS-RL-AMOUNT
           MOVE SPACES TO MOD-VIOLATION-REPORT-RECORD
           STRING ME-RUN-DATE        DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ME-REJECT-SEQ         DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-AMOUNT          DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AK-PREPARER-ID        DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AK-APPROVER-ID        DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AK-REASON             DELIMITED BY SIZE
               INTO MOD-VIOLATION-REPORT-RECORD
           WRITE MOD-VIOLATION-REPORT-RECORD.

       0650-WRITE-CARRY-FORWARD.
           MOVE MOD-ERROR-RECORD TO MOD-NEWERR-RECORD
           WRITE MOD-NEWERR-RECORD.
                   ADD 1 TO WS-REJECTS-READ
           END-READ.

      ******************************************************************
      *  A REPAIR HELD BACK BY THE MAKER-CHECKER CONTROL ENDS THE RUN
      *  WITH RETURN CODE 4 - A WARNING THE CYCLE STILL TREATS AS
      *  CLEAN, BUT ONE THE SCHEDULER SHOWS.
      ******************************************************************
       0900-TERMINATE.
           PERFORM 0500-WRITE-TRAILER
           PERFORM 0520-REPORT-UNMATCHED
           PERFORM 0540-WRITE-VIOLATION-TRAILER
           CLOSE MOD-ERROR-FILE
           CLOSE MOD-RESUBMIT-FILE
           CLOSE MOD-NEWERR-FILE
           CLOSE MOD-REPORT-FILE
           CLOSE MOD-VIOLATION-REPORT-FILE
           IF WS-VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Rejects read:        " WS-REJECTS-READ
           DISPLAY "Repaired:            " WS-REPAIRED-COUNT
           DISPLAY "Still outstanding:   " WS-OUTSTANDING-COUNT
           DISPLAY "Held for control:    " WS-VIOLATION-COUNT
           DISPLAY "Unmatched cards:     " WS-UNMATCHED-COUNT.

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
