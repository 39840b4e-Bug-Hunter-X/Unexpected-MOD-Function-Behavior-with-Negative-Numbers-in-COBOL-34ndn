       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODCYCK.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODCYCK - NIGHTLY CYCLE-CONTROL SUBROUTINE.
      *
      *  THE CYCLE STEPS MUST RUN IN ORDER FOR A BUSINESS DATE -
      *  MODAMNT, MODCALC, MODRECN, MODSUSR, MODFIX, MODCUM, MODTRND,
      *  MODARCH - AND UNTIL NOW NOTHING ENFORCED IT: MODARCH COULD
      *  PURGE MODAUDT BEFORE MODCUM HAD READ IT, OR MODSUSR COULD RUN
      *  AGAINST A MODSUSP FROM THE WRONG DAY.  EVERY STEP NOW CALLS
      *  THIS SUBROUTINE AS IT STARTS AND AS IT ENDS (SEE MODCYCP FOR
      *  THE CALLING CONVENTION), SO THE RULES LIVE IN ONE PLACE THE
      *  SAME WAY TRUEMOD KEEPS THE MODULUS RULE IN ONE PLACE.
      *
      *  THE BUSINESS DATE COMES FROM THE MODCDTE CYCLE DATE CARD; THE
      *  STEP HISTORY FROM THE MODCYCL CYCLE CONTROL FILE, WHICH THIS
      *  SUBROUTINE ALONE APPENDS TO.  A STEP MAY START ONLY WHEN:
      *    - MODCDTE CARRIES A NUMERIC BUSINESS DATE;
      *    - THE STEP IS IN THE CYCLE SEQUENCE BELOW;
      *    - EVERY STEP AHEAD OF IT COMPLETED CLEANLY (LATEST RUN
      *      ENDED WITH RETURN CODE 4 OR LESS) FOR THAT DATE; AND
      *    - IT HAS NOT ALREADY COMPLETED CLEANLY ITSELF, UNLESS
      *      MODCDTE NAMES IT AS THE RERUN STEP.  A STEP THAT FAILED
      *      OR NEVER ENDED MAY ALWAYS BE RESTARTED ONCE ITS
      *      PREREQUISITES STAND.
      *  A REFUSAL IS LOGGED WITH ITS REASON BEFORE RETURNING, SO THE
      *  MODCYRP STATUS REPORT SHOWS THE ATTEMPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOD-CYCLE-DATE-FILE ASSIGN TO MODCDTE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-CYCLE-CTL-FILE ASSIGN TO MODCYCL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-CYCLE-DATE-FILE
           RECORDING MODE IS F.
       COPY MODCDTE.

       FD  MOD-CYCLE-CTL-FILE
           RECORDING MODE IS F.
       COPY MODCYCL.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  WS-STEP-SEQUENCE IS THE CYCLE ORDER.  A NEW STEP IS ADDED BY
      *  INSERTING ITS NAME HERE AND RAISING THE OCCURS HERE AND IN
      *  MODCYCP TOGETHER.
      ******************************************************************
       01  WS-STEP-SEQUENCE.
           05  WS-STEP-NAMES.
               10  FILLER          PIC X(8)       VALUE "MODAMNT".
               10  FILLER          PIC X(8)       VALUE "MODCALC".
               10  FILLER          PIC X(8)       VALUE "MODRECN".
               10  FILLER          PIC X(8)       VALUE "MODSUSR".
               10  FILLER          PIC X(8)       VALUE "MODFIX".
               10  FILLER          PIC X(8)       VALUE "MODCUM".
               10  FILLER          PIC X(8)       VALUE "MODTRND".
               10  FILLER          PIC X(8)       VALUE "MODARCH".
           05  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
               10  WS-SEQ-NAME     PIC X(8)       OCCURS 8 TIMES.
           05  WS-SEQ-COUNT        PIC 9(2)       VALUE 8.

       01  WS-CYCLE-FIELDS.
           05  WS-SEQ-SUB          PIC 9(2)       VALUE ZERO.
           05  WS-OWN-SUB          PIC 9(2)       VALUE ZERO.
           05  WS-RERUN-STEP       PIC X(8)       VALUE SPACES.
           05  WS-CLEAN-RC-LIMIT   PIC 9(4)       VALUE 4.
           05  WS-RL-RC            PIC ZZZ9.
           05  WS-AUDIT-TIMESTAMP  PIC X(21).

       01  WS-FILE-FLAGS.
           05  WS-DATE-EOF-SW      PIC X          VALUE 'N'.
               88  WS-DATE-EOF                   VALUE 'Y'.
               88  WS-DATE-NOT-EOF                VALUE 'N'.
           05  WS-CTL-EOF-SW       PIC X          VALUE 'N'.
               88  WS-CTL-EOF                    VALUE 'Y'.
               88  WS-CTL-NOT-EOF                 VALUE 'N'.

       LINKAGE SECTION.
       COPY MODCYCP.

       PROCEDURE DIVISION USING MOD-CYCLE-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           SET CY-STEP-ALLOWED TO TRUE
           MOVE SPACES TO CY-REASON
           EVALUATE TRUE
               WHEN CY-START-STEP
                   PERFORM 0100-READ-CYCLE-DATE
                   IF CY-STEP-ALLOWED
                       PERFORM 0200-LOAD-CYCLE-STATE
                       PERFORM 0300-CHECK-START
                       PERFORM 0600-WRITE-START-EVENT
                   END-IF
               WHEN CY-END-STEP
                   PERFORM 0620-WRITE-END-EVENT
               WHEN CY-INQUIRE
                   PERFORM 0100-READ-CYCLE-DATE
                   IF CY-STEP-ALLOWED
                       PERFORM 0200-LOAD-CYCLE-STATE
                   END-IF
               WHEN OTHER
                   SET CY-STEP-REFUSED TO TRUE
                   MOVE "INVALID MODCYCK FUNCTION CODE" TO CY-REASON
           END-EVALUATE
           MOVE CY-STEP-RC TO RETURN-CODE
           GOBACK.

      ******************************************************************
      *  0100-READ-CYCLE-DATE TAKES THE FIRST RECORD ON MODCDTE.  AN
      *  EMPTY, MISSING OR NON-NUMERIC CARD REFUSES THE STEP - THERE
      *  IS NO DATE TO LOG A REFUSAL UNDER, SO NOTHING IS WRITTEN.
      ******************************************************************
       0100-READ-CYCLE-DATE.
           MOVE SPACES TO CY-BUSINESS-DATE
           MOVE SPACES TO WS-RERUN-STEP
           SET WS-DATE-NOT-EOF TO TRUE
           OPEN INPUT MOD-CYCLE-DATE-FILE
           READ MOD-CYCLE-DATE-FILE
               AT END
                   SET WS-DATE-EOF TO TRUE
           END-READ
           CLOSE MOD-CYCLE-DATE-FILE
           EVALUATE TRUE
               WHEN WS-DATE-EOF
                   SET CY-STEP-REFUSED TO TRUE
                   MOVE "NO CYCLE DATE CARD ON MODCDTE" TO CY-REASON
               WHEN CD-BUSINESS-DATE NOT NUMERIC
                   SET CY-STEP-REFUSED TO TRUE
                   STRING "MODCDTE BUSINESS DATE '" DELIMITED BY SIZE
                       CD-BUSINESS-DATE-X DELIMITED BY SIZE
                       "' NOT NUMERIC" DELIMITED BY SIZE
                       INTO CY-REASON
               WHEN OTHER
                   MOVE CD-BUSINESS-DATE-X TO CY-BUSINESS-DATE
                   MOVE CD-RERUN-STEP      TO WS-RERUN-STEP
           END-EVALUATE.

      ******************************************************************
      *  0200-LOAD-CYCLE-STATE REPLAYS MODCYCL FOR THE CYCLE DATE INTO
      *  CY-STEP-ENTRY.  RECORDS ARE IN THE ORDER THEY HAPPENED, SO
      *  THE LAST 'S' OR 'E' SEEN FOR A STEP IS ITS CURRENT STATE; A
      *  RECORD FOR A STEP NO LONGER IN THE SEQUENCE IS IGNORED.
      ******************************************************************
       0200-LOAD-CYCLE-STATE.
           MOVE WS-SEQ-COUNT TO CY-STEP-COUNT
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
               MOVE WS-SEQ-NAME(WS-SEQ-SUB) TO CY-ST-NAME(WS-SEQ-SUB)
               SET CY-ST-NOT-STARTED(WS-SEQ-SUB) TO TRUE
               MOVE ZERO   TO CY-ST-RC(WS-SEQ-SUB)
               MOVE SPACES TO CY-ST-START-TS(WS-SEQ-SUB)
               MOVE SPACES TO CY-ST-END-TS(WS-SEQ-SUB)
               MOVE ZERO   TO CY-ST-REFUSALS(WS-SEQ-SUB)
               MOVE SPACES TO CY-ST-LAST-REFUSAL(WS-SEQ-SUB)
           END-PERFORM
           SET WS-CTL-NOT-EOF TO TRUE
           OPEN INPUT MOD-CYCLE-CTL-FILE
           PERFORM UNTIL WS-CTL-EOF
               READ MOD-CYCLE-CTL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       IF CC-BUSINESS-DATE-X = CY-BUSINESS-DATE
                           PERFORM 0220-APPLY-CYCLE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOD-CYCLE-CTL-FILE.

       0220-APPLY-CYCLE-EVENT.
           SET CY-STEP-IDX TO 1
           SEARCH CY-STEP-ENTRY
               AT END
                   CONTINUE
               WHEN CY-ST-NAME(CY-STEP-IDX) = CC-STEP-NAME
                   EVALUATE TRUE
                       WHEN CC-STEP-STARTED
                           SET CY-ST-NO-END(CY-STEP-IDX) TO TRUE
                           MOVE ZERO TO CY-ST-RC(CY-STEP-IDX)
                           MOVE CC-TIMESTAMP
                               TO CY-ST-START-TS(CY-STEP-IDX)
                           MOVE SPACES TO CY-ST-END-TS(CY-STEP-IDX)
                       WHEN CC-STEP-ENDED
                           MOVE CC-RETURN-CODE TO CY-ST-RC(CY-STEP-IDX)
                           MOVE CC-TIMESTAMP
                               TO CY-ST-END-TS(CY-STEP-IDX)
                           IF CC-RETURN-CODE > WS-CLEAN-RC-LIMIT
                               SET CY-ST-FAILED(CY-STEP-IDX) TO TRUE
                           ELSE
                               SET CY-ST-COMPLETED(CY-STEP-IDX)
                                   TO TRUE
                           END-IF
                       WHEN CC-STEP-REFUSED
                           ADD 1 TO CY-ST-REFUSALS(CY-STEP-IDX)
                           MOVE CC-REASON
                               TO CY-ST-LAST-REFUSAL(CY-STEP-IDX)
                   END-EVALUATE
           END-SEARCH.

      ******************************************************************
      *  0300-CHECK-START APPLIES THE START RULES.  THE FIRST
      *  PREREQUISITE NOT CLEAN IS THE ONE REPORTED - IT IS THE ONE
      *  TO FIX FIRST, AND FIXING IT MAY CLEAR THE OTHERS.
      ******************************************************************
       0300-CHECK-START.
           MOVE ZERO TO WS-OWN-SUB
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
               IF WS-SEQ-NAME(WS-SEQ-SUB) = CY-STEP-NAME
                   MOVE WS-SEQ-SUB TO WS-OWN-SUB
               END-IF
           END-PERFORM
           IF WS-OWN-SUB = 0
               SET CY-STEP-REFUSED TO TRUE
               STRING CY-STEP-NAME DELIMITED BY SPACE
                   " IS NOT A STEP IN THE NIGHTLY CYCLE"
                       DELIMITED BY SIZE
                   INTO CY-REASON
           ELSE
               PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                       UNTIL WS-SEQ-SUB >= WS-OWN-SUB
                          OR CY-STEP-REFUSED
                   IF NOT CY-ST-COMPLETED(WS-SEQ-SUB)
                       PERFORM 0320-REFUSE-PREREQUISITE
                   END-IF
               END-PERFORM
           END-IF
           IF CY-STEP-ALLOWED
               IF CY-ST-COMPLETED(WS-OWN-SUB)
                       AND WS-RERUN-STEP NOT = CY-STEP-NAME
                   SET CY-STEP-REFUSED TO TRUE
                   STRING "ALREADY COMPLETED FOR " DELIMITED BY SIZE
                       CY-BUSINESS-DATE DELIMITED BY SIZE
                       " - SET MODCDTE RERUN STEP" DELIMITED BY SIZE
                       INTO CY-REASON
               END-IF
           END-IF.

       0320-REFUSE-PREREQUISITE.
           SET CY-STEP-REFUSED TO TRUE
           EVALUATE TRUE
               WHEN CY-ST-NOT-STARTED(WS-SEQ-SUB)
                   STRING "PREREQUISITE " DELIMITED BY SIZE
                       CY-ST-NAME(WS-SEQ-SUB) DELIMITED BY SPACE
                       " HAS NOT RUN FOR " DELIMITED BY SIZE
                       CY-BUSINESS-DATE DELIMITED BY SIZE
                       INTO CY-REASON
               WHEN CY-ST-NO-END(WS-SEQ-SUB)
                   STRING "PREREQUISITE " DELIMITED BY SIZE
                       CY-ST-NAME(WS-SEQ-SUB) DELIMITED BY SPACE
                       " STARTED BUT NEVER ENDED" DELIMITED BY SIZE
                       INTO CY-REASON
               WHEN OTHER
                   MOVE CY-ST-RC(WS-SEQ-SUB) TO WS-RL-RC
                   STRING "PREREQUISITE " DELIMITED BY SIZE
                       CY-ST-NAME(WS-SEQ-SUB) DELIMITED BY SPACE
                       " ENDED WITH RETURN CODE " DELIMITED BY SIZE
                       WS-RL-RC DELIMITED BY SIZE
                       INTO CY-REASON
           END-EVALUATE.

      ******************************************************************
      *  0600-WRITE-START-EVENT LOGS THE OUTCOME OF AN 'S' CALL - A
      *  START, OR A REFUSAL WITH ITS REASON.  0620-WRITE-END-EVENT
      *  LOGS THE CALLER'S RETURN CODE AGAINST THE DATE ITS 'S' CALL
      *  WAS GIVEN.
      ******************************************************************
       0600-WRITE-START-EVENT.
           MOVE SPACES TO MOD-CYCLE-CONTROL-RECORD
           MOVE CY-BUSINESS-DATE   TO CC-BUSINESS-DATE-X
           MOVE CY-STEP-NAME       TO CC-STEP-NAME
           MOVE WS-AUDIT-TIMESTAMP TO CC-TIMESTAMP
           MOVE ZERO               TO CC-RETURN-CODE
           IF CY-STEP-ALLOWED
               SET CC-STEP-STARTED TO TRUE
           ELSE
               SET CC-STEP-REFUSED TO TRUE
               MOVE CY-REASON TO CC-REASON
           END-IF
           OPEN EXTEND MOD-CYCLE-CTL-FILE
           WRITE MOD-CYCLE-CONTROL-RECORD
           CLOSE MOD-CYCLE-CTL-FILE.

       0620-WRITE-END-EVENT.
           IF CY-BUSINESS-DATE NOT = SPACES
               MOVE SPACES TO MOD-CYCLE-CONTROL-RECORD
               MOVE CY-BUSINESS-DATE   TO CC-BUSINESS-DATE-X
               MOVE CY-STEP-NAME       TO CC-STEP-NAME
               SET CC-STEP-ENDED TO TRUE
               MOVE WS-AUDIT-TIMESTAMP TO CC-TIMESTAMP
               MOVE CY-STEP-RC         TO CC-RETURN-CODE
               OPEN EXTEND MOD-CYCLE-CTL-FILE
               WRITE MOD-CYCLE-CONTROL-RECORD
               CLOSE MOD-CYCLE-CTL-FILE
           END-IF.
