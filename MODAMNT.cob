      *  NOTHING IN THIS SUITE EVER HELD AN ACCOUNT MASTER, SO
      *  MODCALC COULD ONLY CHECK THAT AN ACCOUNT NUMBER WAS NUMERIC.
      *  THIS UTILITY BUILDS AND MAINTAINS THE MODACCT MASTER FROM
      *  THE ACCOUNT SYSTEM'S FEED (MODAFED).  MODACCT IS A KEYED
      *  (VSAM KSDS) FILE ON THE ACCOUNT NUMBER, SO EACH FEED RECORD -
      *  ADD, STATUS UPDATE OR DELETE - IS APPLIED IN PLACE BY A
      *  DIRECT READ, WRITE, REWRITE OR DELETE OF THAT ONE ACCOUNT.
      *  NOTHING IS LOADED INTO STORAGE, SO THERE IS NO CEILING ON
      *  THE NUMBER OF ACCOUNTS, AND MODCALC READS THE SAME FILE BY
      *  KEY.  ON THE VERY FIRST LOAD THE CLUSTER IS EMPTY AND EVERY
      *  FEED RECORD IS AN ADD.
      *
      *  SINCE THE MASTER IS NO LONGER REWRITTEN AS A NEW COPY, EVERY
      *  CHANGE APPLIED IS LOGGED TO MODACHG WITH THE ACCOUNT RECORD
      *  BEFORE AND AFTER (SEE MODACHG.CPY) - THE RECORD OF WHAT THE
      *  NIGHT CHANGED, AND WHAT TO PUT BACK IF A BAD FEED HAS TO BE
      *  REVERSED.  THE JOB STILL TAKES A BACKUP COPY OF THE CLUSTER
      *  AHEAD OF THIS STEP FOR A WHOLESALE RECOVERY.  A RUN THAT
      *  ABENDS PART WAY IS SIMPLY RERUN WITH THE SAME FEED: THE
      *  RULES BELOW MAKE REAPPLYING A CHANGE HARMLESS.
      *
      *  FEED ODDITIES ARE WARNED AND RESOLVED TOWARD CONVERGENCE:
      *  AN ADD FOR AN ACCOUNT ALREADY ON THE MASTER IS TREATED AS AN
      *  DELETE FOR AN UNKNOWN ACCOUNT IS IGNORED - EACH IS LOGGED SO
      *  A MISALIGNED FEED SURFACES WITHOUT LEAVING THE MASTER ADRIFT
      *  FROM THE ACCOUNT SYSTEM.
      *
      *  CHANGES KEYED ON THE MODAMNO ONLINE MAINTENANCE SCREEN ARRIVE
      *  IN THE SAME FEED, CARRYING THE OPERATOR, WHEN THEY WERE KEYED
      *  AND A REASON CODE (SEE MODAFED.CPY).  THEY ARE APPLIED BY THE
      *  SAME RULES AS THE ACCOUNT SYSTEM'S CHANGES, AND EACH ONE -
      *  APPLIED OR NOT - IS LISTED ON THE DAILY MANUAL-CHANGE REPORT
      *  (MODMCRPT) WITH WHAT IT DID TO THE MASTER, SO A SUPERVISOR
      *  REVIEWS EVERY HAND-KEYED CHANGE THE MORNING AFTER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOD-ACCOUNT-FILE ASSIGN TO MODACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT-NUMBER.

           SELECT MOD-FEED-FILE ASSIGN TO MODAFED
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-CHANGE-LOG-FILE ASSIGN TO MODACHG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-MANUAL-REPORT-FILE ASSIGN TO MODMCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           RECORDING MODE IS F.
       COPY MODAFED.

       FD  MOD-CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY MODACHG.

       FD  MOD-MANUAL-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-MANUAL-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-APPLY-FIELDS.
           05  WS-BEFORE-IMAGE     PIC X(30)      VALUE SPACES.
           05  WS-CHANGE-TIMESTAMP PIC X(21)      VALUE SPACES.
           05  WS-FOUND-SW         PIC X          VALUE 'N'.
               88  WS-ACCOUNT-FOUND              VALUE 'Y'.
               88  WS-ACCOUNT-NOT-FOUND           VALUE 'N'.

      ******************************************************************
      *  WS-MANUAL-FIELDS BUILD ONE MANUAL-CHANGE REPORT LINE.  THE
      *  OUTCOME AND THE BEFORE/AFTER STATUS ARE SET BY WHICHEVER
      *  PARAGRAPH SETTLES WHAT HAPPENED TO THE KEYED CHANGE.
      ******************************************************************
       01  WS-MANUAL-FIELDS.
           05  WS-MC-OUTCOME       PIC X(26)      VALUE SPACES.
           05  WS-MC-BEFORE        PIC X(1)       VALUE SPACES.
           05  WS-MC-AFTER         PIC X(1)       VALUE SPACES.
           05  WS-MANUAL-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-MANUAL-APPLIED   PIC 9(7)       VALUE ZERO.
           05  WS-MANUAL-NOT-APPLIED PIC 9(7)     VALUE ZERO.
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-COUNT-2       PIC ZZZZZZ9.
           05  WS-RL-COUNT-3       PIC ZZZZZZ9.

       01  WS-FILE-FLAGS.
           05  WS-FEED-EOF-SW      PIC X          VALUE 'N'.
               88  WS-FEED-EOF                   VALUE 'Y'.
               88  WS-FEED-NOT-EOF                VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-FEED-READ        PIC 9(7)       VALUE ZERO.
           05  WS-ADDED-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-UPDATED-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-WARNING-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-DROPPED-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-LOGGED-COUNT     PIC 9(7)       VALUE ZERO.

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK, THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE - SEE 0090 AND 0990.
      ******************************************************************
       COPY MODCYCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0090-START-CYCLE-STEP
           PERFORM 0100-INITIALIZE
           PERFORM 0200-APPLY-FEED UNTIL WS-FEED-EOF
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
           MOVE "MODAMNT" TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODAMNT0090E CYCLE CONTROL REFUSED RUN - "
                   CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE MASTER IS OPENED I-O FOR THE WHOLE RUN; THE CHANGE
      *    LOG IS EXTENDED, SO A RERUN ADDS TO THE NIGHT'S LOG RATHER
      *    THAN LOSING THE FIRST ATTEMPT'S CHANGES.
       0100-INITIALIZE.
           OPEN I-O MOD-ACCOUNT-FILE
           OPEN EXTEND MOD-CHANGE-LOG-FILE
           OPEN OUTPUT MOD-MANUAL-REPORT-FILE
           PERFORM 0150-WRITE-REPORT-HEADER
           OPEN INPUT MOD-FEED-FILE
           PERFORM 0810-READ-FEED.

       0150-WRITE-REPORT-HEADER.
           MOVE SPACES TO MOD-MANUAL-REPORT-RECORD
           STRING "MODAMNT MANUAL ACCOUNT CHANGE REPORT"
               DELIMITED BY SIZE
               INTO MOD-MANUAL-REPORT-RECORD
           WRITE MOD-MANUAL-REPORT-RECORD
           MOVE SPACES TO MOD-MANUAL-REPORT-RECORD
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
               CY-BUSINESS-DATE DELIMITED BY SIZE
               INTO MOD-MANUAL-REPORT-RECORD
           WRITE MOD-MANUAL-REPORT-RECORD
           MOVE SPACES TO MOD-MANUAL-REPORT-RECORD
           STRING "STATUS: O=OPEN  C=CLOSED  -=NOT ON MASTER"
               DELIMITED BY SIZE
               INTO MOD-MANUAL-REPORT-RECORD
           WRITE MOD-MANUAL-REPORT-RECORD
           MOVE SPACES TO MOD-MANUAL-REPORT-RECORD
           STRING "ACCOUNT  ACT RSN  OPERATOR KEYED AT        BEF AFT "
               DELIMITED BY SIZE
               "OUTCOME" DELIMITED BY SIZE
               INTO MOD-MANUAL-REPORT-RECORD
           WRITE MOD-MANUAL-REPORT-RECORD.

      ******************************************************************
      *  0200-APPLY-FEED VALIDATES AND APPLIES ONE FEED RECORD.  AN
      *  APPLIED AND MUST NOT STOP THE REST OF THE FEED.
      ******************************************************************
       0200-APPLY-FEED.
           MOVE SPACES TO WS-MC-OUTCOME
           MOVE "-" TO WS-MC-BEFORE
           MOVE "-" TO WS-MC-AFTER
           EVALUATE TRUE
               WHEN AF-ACCOUNT-NUMBER NOT NUMERIC
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "DROPPED - BAD ACCOUNT" TO WS-MC-OUTCOME
                   DISPLAY "MODAMNT0200W FEED ACCOUNT '"
                       AF-ACCOUNT-NUMBER-X "' NOT NUMERIC - "
                       "RECORD DROPPED"
               WHEN NOT AF-ADD-ACCOUNT AND NOT AF-UPDATE-ACCOUNT
                       AND NOT AF-DELETE-ACCOUNT
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "DROPPED - BAD ACTION" TO WS-MC-OUTCOME
                   DISPLAY "MODAMNT0200W FEED ACTION '" AF-ACTION
                       "' FOR ACCOUNT " AF-ACCOUNT-NUMBER-X
                       " NOT A/U/D - RECORD DROPPED"
               WHEN (AF-ADD-ACCOUNT OR AF-UPDATE-ACCOUNT)
                       AND NOT AF-OPEN-STATUS AND NOT AF-CLOSED-STATUS
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "DROPPED - BAD STATUS" TO WS-MC-OUTCOME
                   DISPLAY "MODAMNT0200W FEED STATUS '" AF-STATUS
                       "' FOR ACCOUNT " AF-ACCOUNT-NUMBER-X
                       " NOT O/C - RECORD DROPPED"
               WHEN OTHER
                   PERFORM 0220-APPLY-ONE-CHANGE
           END-EVALUATE
           IF NOT AF-ACCOUNT-SYSTEM-CHANGE
               PERFORM 0700-REPORT-MANUAL-CHANGE
           END-IF
           PERFORM 0810-READ-FEED.

       0220-APPLY-ONE-CHANGE.
           PERFORM 0250-READ-ACCOUNT
           EVALUATE TRUE
               WHEN AF-DELETE-ACCOUNT AND WS-ACCOUNT-FOUND
                   PERFORM 0420-DELETE-ACCOUNT
               WHEN AF-DELETE-ACCOUNT
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "IGNORED - NOT ON MASTER" TO WS-MC-OUTCOME
                   DISPLAY "MODAMNT0220W DELETE FOR ACCOUNT "
                       AF-ACCOUNT-NUMBER-X " NOT ON MASTER - IGNORED"
               WHEN WS-ACCOUNT-FOUND
                           AF-ACCOUNT-NUMBER-X " ALREADY ON MASTER "
                           "- TREATED AS UPDATE"
                   END-IF
                   PERFORM 0410-UPDATE-ACCOUNT
               WHEN OTHER
                   IF AF-UPDATE-ACCOUNT
                       ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE.

      ******************************************************************
      *  0250-READ-ACCOUNT READS THE FEED ACCOUNT FROM THE MASTER BY
      *  KEY AND KEEPS THE RECORD AS FOUND IN WS-BEFORE-IMAGE (SPACES
      *  WHEN IT IS NOT ON THE MASTER) FOR THE CHANGE LOG.
      ******************************************************************
       0250-READ-ACCOUNT.
           MOVE AF-ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER
           READ MOD-ACCOUNT-FILE
               INVALID KEY
                   SET WS-ACCOUNT-NOT-FOUND TO TRUE
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND TO TRUE
                   MOVE MOD-ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ.

      ******************************************************************
      *  0400-INSERT-ACCOUNT, 0410-UPDATE-ACCOUNT AND 0420-DELETE-
      *  ACCOUNT EACH APPLY ONE CHANGE TO THE MASTER AND LOG IT.
      *  0250 HAS JUST SETTLED WHETHER THE ACCOUNT IS THERE, SO AN
      *  INVALID KEY HERE MEANS THE FILE ITSELF IS IN TROUBLE - THE
      *  RUN ABENDS, AND A RERUN PICKS UP WHERE IT STOPPED.
      ******************************************************************
       0400-INSERT-ACCOUNT.
           MOVE SPACES TO MOD-ACCOUNT-MASTER-RECORD
           MOVE AF-ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER
           MOVE AF-STATUS         TO AC-STATUS
           WRITE MOD-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MODAMNT0400E CANNOT ADD ACCOUNT "
                       AF-ACCOUNT-NUMBER-X " TO MASTER - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 0990-END-CYCLE-STEP
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-ADDED-COUNT
           SET CG-ACCOUNT-ADDED TO TRUE
           PERFORM 0500-LOG-CHANGE.

       0410-UPDATE-ACCOUNT.
           MOVE AF-STATUS TO AC-STATUS
           REWRITE MOD-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MODAMNT0410E CANNOT UPDATE ACCOUNT "
                       AF-ACCOUNT-NUMBER-X " ON MASTER - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 0990-END-CYCLE-STEP
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-UPDATED-COUNT
           SET CG-ACCOUNT-UPDATED TO TRUE
           PERFORM 0500-LOG-CHANGE.

       0420-DELETE-ACCOUNT.
           DELETE MOD-ACCOUNT-FILE RECORD
               INVALID KEY
                   DISPLAY "MODAMNT0420E CANNOT DELETE ACCOUNT "
                       AF-ACCOUNT-NUMBER-X " FROM MASTER - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 0990-END-CYCLE-STEP
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-DELETED-COUNT
           SET CG-ACCOUNT-DELETED TO TRUE
           PERFORM 0500-LOG-CHANGE.

      *    THE CALLER HAS ALREADY SET CG-APPLIED-ACTION, SO ONLY THE
      *    REST OF THE RECORD IS FILLED HERE.  A DELETED ACCOUNT'S
      *    AFTER IMAGE IS LEFT SPACES.
       0500-LOG-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP
           MOVE CY-BUSINESS-DATE     TO CG-BUSINESS-DATE
           MOVE WS-CHANGE-TIMESTAMP  TO CG-TIMESTAMP
           MOVE AF-ACCOUNT-NUMBER    TO CG-ACCOUNT-NUMBER
           MOVE AF-ACTION            TO CG-FEED-ACTION
           MOVE WS-BEFORE-IMAGE      TO CG-BEFORE-IMAGE
           IF CG-ACCOUNT-DELETED
               MOVE SPACES TO CG-AFTER-IMAGE
           ELSE
               MOVE MOD-ACCOUNT-MASTER-RECORD TO CG-AFTER-IMAGE
           END-IF
           MOVE AF-REASON-CODE       TO CG-REASON-CODE
           MOVE AF-OPERATOR-ID       TO CG-OPERATOR-ID
           MOVE AF-ENTRY-TIMESTAMP   TO CG-ENTRY-TIMESTAMP
           WRITE MOD-ACCOUNT-CHANGE-RECORD
           ADD 1 TO WS-LOGGED-COUNT
           EVALUATE TRUE
               WHEN CG-ACCOUNT-ADDED
                   MOVE "APPLIED AS ADD" TO WS-MC-OUTCOME
               WHEN CG-ACCOUNT-UPDATED
                   MOVE "APPLIED AS UPDATE" TO WS-MC-OUTCOME
               WHEN OTHER
                   MOVE "APPLIED AS DELETE" TO WS-MC-OUTCOME
           END-EVALUATE
           IF CG-BEFORE-STATUS NOT = SPACE
               MOVE CG-BEFORE-STATUS TO WS-MC-BEFORE
           END-IF
           IF CG-AFTER-STATUS NOT = SPACE
               MOVE CG-AFTER-STATUS TO WS-MC-AFTER
           END-IF.

      ******************************************************************
      *  0700-REPORT-MANUAL-CHANGE LISTS ONE CHANGE KEYED ON THE
      *  MODAMNO SCREEN: WHO KEYED WHAT, WHEN AND WHY, THE ACCOUNT'S
      *  STATUS BEFORE AND AFTER, AND WHETHER IT WAS APPLIED.
      ******************************************************************
       0700-REPORT-MANUAL-CHANGE.
           ADD 1 TO WS-MANUAL-COUNT
           IF WS-MC-OUTCOME(1:7) = "APPLIED"
               ADD 1 TO WS-MANUAL-APPLIED
           ELSE
               ADD 1 TO WS-MANUAL-NOT-APPLIED
           END-IF
           MOVE SPACES TO MOD-MANUAL-REPORT-RECORD
           STRING AF-ACCOUNT-NUMBER-X DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AF-ACTION DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AF-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AF-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AF-ENTRY-TIMESTAMP(1:14) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MC-BEFORE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-MC-AFTER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-MC-OUTCOME DELIMITED BY SIZE
               INTO MOD-MANUAL-REPORT-RECORD
           WRITE MOD-MANUAL-REPORT-RECORD.

       0750-WRITE-REPORT-TRAILER.
           MOVE SPACES TO MOD-MANUAL-REPORT-RECORD
           IF WS-MANUAL-COUNT = 0
               STRING "NO MANUAL ACCOUNT CHANGES IN THIS RUN"
                   DELIMITED BY SIZE
                   INTO MOD-MANUAL-REPORT-RECORD
           ELSE
               MOVE WS-MANUAL-COUNT TO WS-RL-COUNT
               MOVE WS-MANUAL-APPLIED TO WS-RL-COUNT-2
               MOVE WS-MANUAL-NOT-APPLIED TO WS-RL-COUNT-3
               STRING "MANUAL CHANGES: " DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   "   APPLIED: " DELIMITED BY SIZE
                   WS-RL-COUNT-2 DELIMITED BY SIZE
                   "   NOT APPLIED: " DELIMITED BY SIZE
                   WS-RL-COUNT-3 DELIMITED BY SIZE
                   INTO MOD-MANUAL-REPORT-RECORD
           END-IF
           WRITE MOD-MANUAL-REPORT-RECORD.

       0810-READ-FEED.
           READ MOD-FEED-FILE
           END-READ.

       0900-TERMINATE.
           CLOSE MOD-ACCOUNT-FILE
           CLOSE MOD-CHANGE-LOG-FILE
           CLOSE MOD-FEED-FILE
           PERFORM 0750-WRITE-REPORT-TRAILER
           CLOSE MOD-MANUAL-REPORT-FILE
           DISPLAY "Feed records read:     " WS-FEED-READ
           DISPLAY "Accounts added:        " WS-ADDED-COUNT
           DISPLAY "Accounts updated:      " WS-UPDATED-COUNT
           DISPLAY "Accounts deleted:      " WS-DELETED-COUNT
           DISPLAY "Feed records dropped:  " WS-DROPPED-COUNT
           DISPLAY "Warnings issued:       " WS-WARNING-COUNT
           DISPLAY "Changes logged:        " WS-LOGGED-COUNT
           DISPLAY "Manual changes:        " WS-MANUAL-COUNT.

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
