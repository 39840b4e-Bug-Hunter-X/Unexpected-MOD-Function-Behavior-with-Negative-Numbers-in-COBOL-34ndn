      *  MODCALC'S 0580-SIGNAL-OUT-OF-BALANCE ALREADY DOES FOR
      *  CONTROL-TOTAL BREAKS.  A SEPARATE DATA SET FROM MODHOLD SO
      *  THE SCHEDULER CAN TELL WHICH CONTROL TRIPPED.
      *
      *  EVERY UNAPPLIED AND NEVER-SENT ITEM IS ALSO WRITTEN TO THE
      *  MODRXCP EXCEPTION FILE, STAMPED WITH THE CYCLE DATE, SO THE
      *  MODAGE AGING REPORT CAN FOLLOW IT UNTIL IT IS CLEARED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MOD-HOLD-FILE ASSIGN TO MODRHLD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-EXCEPTION-FILE ASSIGN TO MODRXCP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY MODHOLD.

       FD  MOD-EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY MODRXCP.

       WORKING-STORAGE SECTION.
       01  WS-MATCH-FIELDS.
           05  WS-COMPARE-RESULT   PIC X          VALUE 'E'.
           05  WS-JOB-NAME         PIC X(8)       VALUE "MODRECN".
           05  WS-TIMESTAMP        PIC X(21).

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK, THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE - SEE 0090 AND 0990.
      ******************************************************************
       COPY MODCYCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0090-START-CYCLE-STEP
           PERFORM 0100-INITIALIZE
           PERFORM 0200-MATCH-RECORDS
               UNTIL WS-EXT-EOF AND WS-CNF-EOF
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
           MOVE "MODRECN" TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODRECN0090E CYCLE CONTROL REFUSED RUN - "
                   CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *  0100-INITIALIZE SORTS EACH INPUT ON THE MATCH KEY INTO ITS
      *  WORK FILE, THEN OPENS BOTH WORK FILES FOR THE MERGE.  THE
           OPEN INPUT MOD-EXTSEQ-FILE
           OPEN INPUT MOD-CNFSEQ-FILE
           OPEN OUTPUT MOD-REPORT-FILE
           OPEN OUTPUT MOD-EXCEPTION-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0800-READ-EXTRACT
           PERFORM 0810-READ-CONFIRM.
               WS-RL-AMOUNT DELIMITED BY SIZE
               " - SENT, NEVER CONFIRMED" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-RECON-EXCEPTION-RECORD
           MOVE CY-BUSINESS-DATE  TO RX-BUSINESS-DATE
           SET RX-UNAPPLIED TO TRUE
           MOVE SE-ACCOUNT-NUMBER TO RX-ACCOUNT-NUMBER
           MOVE SE-BUCKET-NUMBER  TO RX-BUCKET-NUMBER
           MOVE SE-DIVISOR        TO RX-DIVISOR
           MOVE SE-AMOUNT         TO RX-AMOUNT
           WRITE MOD-RECON-EXCEPTION-RECORD.

       0420-REPORT-UNSENT.
           ADD 1 TO WS-UNSENT-COUNT
               WS-RL-AMOUNT DELIMITED BY SIZE
               " - CONFIRMED, NOT IN EXTRACT" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-RECON-EXCEPTION-RECORD
           MOVE CY-BUSINESS-DATE  TO RX-BUSINESS-DATE
           SET RX-NEVER-SENT TO TRUE
           MOVE SC-ACCOUNT-NUMBER TO RX-ACCOUNT-NUMBER
           MOVE SC-BUCKET-NUMBER  TO RX-BUCKET-NUMBER
           MOVE SC-DIVISOR        TO RX-DIVISOR
           MOVE SC-AMOUNT         TO RX-AMOUNT
           WRITE MOD-RECON-EXCEPTION-RECORD.

       0500-WRITE-TRAILER.
           MOVE WS-EXT-COUNT TO WS-RL-COUNT
           CLOSE MOD-EXTSEQ-FILE
           CLOSE MOD-CNFSEQ-FILE
           CLOSE MOD-REPORT-FILE
           CLOSE MOD-EXCEPTION-FILE
           IF WS-OUT-OF-BALANCE
               PERFORM 0580-SIGNAL-OUT-OF-BALANCE
           END-IF
           DISPLAY "Matched:           " WS-MATCHED-COUNT
           DISPLAY "Unapplied:         " WS-UNAPPLIED-COUNT
           DISPLAY "Never sent:        " WS-UNSENT-COUNT.

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
