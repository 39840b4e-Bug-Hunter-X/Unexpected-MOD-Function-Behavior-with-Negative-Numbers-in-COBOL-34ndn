       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODCYRP.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODCYRP - NIGHTLY CYCLE STATUS REPORT.
      *
      *  SHOWS ON-CALL STAFF WHERE THE NIGHT STANDS FOR THE BUSINESS
      *  DATE ON THE MODCDTE CYCLE DATE CARD: ONE LINE PER CYCLE STEP,
      *  IN SEQUENCE, WITH ITS STATE, LAST RETURN CODE, WHEN ITS
      *  LATEST RUN STARTED AND ENDED, AND WHAT IS SAFE TO DO NEXT -
      *  DONE, SAFE TO RUN, RESTART AFTER FIX, OR WAIT FOR THE
      *  EARLIER STEP THAT IS HOLDING IT.  A STEP WITH A START AND NO
      *  END ABENDED OR IS STILL RUNNING; THE REPORT CANNOT TELL
      *  WHICH, SO IT SAYS CHECK BEFORE RESTARTING.  REFUSED ATTEMPTS
      *  ARE LISTED UNDER THE STEP WITH THE LAST REASON GIVEN.
      *
      *  THE STATE COMES FROM THE MODCYCK SUBROUTINE'S INQUIRY CALL,
      *  SO THE REPORT AND THE STEPS THEMSELVES ALWAYS AGREE ON WHAT
      *  "COMPLETED CLEANLY" MEANS.  THIS PROGRAM ONLY READS - IT IS
      *  NOT A CYCLE STEP AND MAY BE RUN AT ANY TIME.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOD-REPORT-FILE ASSIGN TO MODCYRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MODCYCP.

       01  WS-STATUS-FIELDS.
           05  WS-STEP-SUB         PIC 9(2)       VALUE ZERO.
           05  WS-PRIOR-SUB        PIC 9(2)       VALUE ZERO.
           05  WS-HOLDING-STEP     PIC X(8)       VALUE SPACES.
           05  WS-NEXT-STEP        PIC X(8)       VALUE SPACES.
           05  WS-COMPLETE-COUNT   PIC 9(2)       VALUE ZERO.
           05  WS-STATE-TEXT       PIC X(10)      VALUE SPACES.
           05  WS-ACTION-TEXT      PIC X(20)      VALUE SPACES.
           05  WS-START-TEXT       PIC X(14)      VALUE SPACES.
           05  WS-END-TEXT         PIC X(14)      VALUE SPACES.
           05  WS-TS-WORK          PIC X(21)      VALUE SPACES.
           05  WS-TS-TEXT          PIC X(14)      VALUE SPACES.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-RC            PIC ZZZ9.
           05  WS-RL-COUNT         PIC ZZ9.
           05  WS-RL-STEPS         PIC Z9.
           05  WS-RL-TOTAL         PIC Z9.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-TIMESTAMP  PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-WRITE-STEP-LINE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > CY-STEP-COUNT
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           SET CY-INQUIRE TO TRUE
           MOVE SPACES TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODCYRP0100E " CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MOD-REPORT-FILE
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODCYRP NIGHTLY CYCLE STATUS - BUSINESS DATE "
               DELIMITED BY SIZE
               CY-BUSINESS-DATE DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-AUDIT-TIMESTAMP TO WS-TS-WORK
           PERFORM 0250-FORMAT-TIMESTAMP
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "AS AT " DELIMITED BY SIZE
               WS-TS-TEXT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "STEP      STATE         RC  STARTED         "
               DELIMITED BY SIZE
               "ENDED           NEXT ACTION" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0200-WRITE-STEP-LINE DECIDES THE NEXT ACTION FOR ONE STEP.
      *  THE HOLDING STEP IS THE FIRST EARLIER STEP NOT COMPLETED
      *  CLEANLY - THE SAME ONE MODCYCK WOULD NAME IF THIS STEP WERE
      *  SUBMITTED NOW.
      ******************************************************************
       0200-WRITE-STEP-LINE.
           MOVE SPACES TO WS-HOLDING-STEP
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB >= WS-STEP-SUB
                      OR WS-HOLDING-STEP NOT = SPACES
               IF NOT CY-ST-COMPLETED(WS-PRIOR-SUB)
                   MOVE CY-ST-NAME(WS-PRIOR-SUB) TO WS-HOLDING-STEP
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CY-ST-COMPLETED(WS-STEP-SUB)
                   MOVE "COMPLETED" TO WS-STATE-TEXT
                   MOVE "DONE"      TO WS-ACTION-TEXT
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN CY-ST-FAILED(WS-STEP-SUB)
                   MOVE "FAILED"    TO WS-STATE-TEXT
                   MOVE "RESTART AFTER FIX" TO WS-ACTION-TEXT
               WHEN CY-ST-NO-END(WS-STEP-SUB)
                   MOVE "NO END"    TO WS-STATE-TEXT
                   MOVE "CHECK, THEN RESTART" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "NOT RUN"   TO WS-STATE-TEXT
                   MOVE "SAFE TO RUN" TO WS-ACTION-TEXT
           END-EVALUATE
           IF NOT CY-ST-COMPLETED(WS-STEP-SUB)
               IF WS-HOLDING-STEP NOT = SPACES
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "WAIT FOR " DELIMITED BY SIZE
                       WS-HOLDING-STEP DELIMITED BY SPACE
                       INTO WS-ACTION-TEXT
               ELSE
                   IF WS-NEXT-STEP = SPACES
                       MOVE CY-ST-NAME(WS-STEP-SUB) TO WS-NEXT-STEP
                   END-IF
               END-IF
           END-IF
           MOVE CY-ST-START-TS(WS-STEP-SUB) TO WS-TS-WORK
           PERFORM 0250-FORMAT-TIMESTAMP
           MOVE WS-TS-TEXT TO WS-START-TEXT
           MOVE CY-ST-END-TS(WS-STEP-SUB) TO WS-TS-WORK
           PERFORM 0250-FORMAT-TIMESTAMP
           MOVE WS-TS-TEXT TO WS-END-TEXT
           MOVE SPACES TO MOD-REPORT-RECORD
           IF CY-ST-COMPLETED(WS-STEP-SUB) OR CY-ST-FAILED(WS-STEP-SUB)
               MOVE CY-ST-RC(WS-STEP-SUB) TO WS-RL-RC
               STRING CY-ST-NAME(WS-STEP-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STATE-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RL-RC DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-START-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-END-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           ELSE
               STRING CY-ST-NAME(WS-STEP-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STATE-TEXT DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-START-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-END-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           END-IF
           WRITE MOD-REPORT-RECORD
           IF CY-ST-REFUSALS(WS-STEP-SUB) > 0
               MOVE CY-ST-REFUSALS(WS-STEP-SUB) TO WS-RL-COUNT
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "          REFUSED " DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   " TIME(S), LAST:" DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "            " DELIMITED BY SIZE
                   CY-ST-LAST-REFUSAL(WS-STEP-SUB) DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF.

       0250-FORMAT-TIMESTAMP.
           MOVE SPACES TO WS-TS-TEXT
           IF WS-TS-WORK NOT = SPACES
               STRING WS-TS-WORK(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TS-WORK(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-TS-WORK(11:2) DELIMITED BY SIZE
                   INTO WS-TS-TEXT
           END-IF.

       0900-TERMINATE.
           MOVE WS-COMPLETE-COUNT TO WS-RL-STEPS
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           MOVE CY-STEP-COUNT TO WS-RL-TOTAL
           STRING WS-RL-STEPS DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-RL-TOTAL DELIMITED BY SIZE
               " STEPS COMPLETED CLEANLY" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           IF WS-COMPLETE-COUNT = CY-STEP-COUNT
               STRING "CYCLE COMPLETE FOR " DELIMITED BY SIZE
                   CY-BUSINESS-DATE DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           ELSE
               STRING "NEXT STEP TO RUN OR RESTART: " DELIMITED BY SIZE
                   WS-NEXT-STEP DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           END-IF
           WRITE MOD-REPORT-RECORD
           CLOSE MOD-REPORT-FILE
           DISPLAY "Cycle date:        " CY-BUSINESS-DATE
           DISPLAY "Steps complete:    " WS-COMPLETE-COUNT.
