           05  WS-RETAINED-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-BAD-DATE-COUNT   PIC 9(7)       VALUE ZERO.

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK, THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE - SEE 0090 AND 0990.
      ******************************************************************
       COPY MODCYCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0090-START-CYCLE-STEP
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-RECORDS UNTIL WS-AUDIT-EOF
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
           MOVE "MODARCH" TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODARCH0090E CYCLE CONTROL REFUSED RUN - "
                   CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE.
           PERFORM 0120-READ-PARAMETERS
           OPEN INPUT MOD-AUDIT-FILE
               DISPLAY "MODARCH0120E NO VALID CUTOFF DATE IN MODAPRM "
                   "- ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF
           DISPLAY "MODARCH ARCHIVING AUDIT RECORDS DATED BEFORE "
           DISPLAY "Records archived:       " WS-ARCHIVED-COUNT
           DISPLAY "Records retained:       " WS-RETAINED-COUNT
           DISPLAY "Unreadable date stamps: " WS-BAD-DATE-COUNT.

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
