       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODAUDV.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODAUDV - AUDIT TRAIL INTEGRITY VERIFICATION ACROSS THE LIVE
      *  AUDIT FILE, THE MODARCV ARCHIVE, MODSTAT AND MODRCTL.
      *
      *  NOTHING ELSE PROVES THAT MOD-AUDIT-FILE STILL HOLDS EVERY
      *  ENTRY THE RUNS WROTE TO IT.  A TRUNCATED EXTEND, A BAD MODAUDC
      *  CONVERSION OR A MODARCH PURGE WHOSE SWAP STEP WENT WRONG WOULD
      *  OTHERWISE ONLY SHOW WHEN MODHIST COULD NOT PRODUCE A HISTORY
      *  AN AUDITOR ASKED FOR.  THIS PROGRAM COUNTS AND TOTALS THE
      *  ENTRIES OF EVERY RUN ACROSS BOTH FILES AND TIES THEM TO WHAT
      *  THE RUN ITSELF REPORTED:
      *
      *    MODCALC ENTRIES      - ST-RECORD-COUNT ON THE RUN'S MODSTAT
      *                           RECORD;
      *    MODCORR AND MODRSUB  - THE RUN'S MODRCTL EXTRACT COUNT LESS
      *    ENTRIES (CORRECTIONS   ST-RECORD-COUNT (MODRCTL REPORTS THE
      *    AND RESUBMISSIONS)     THREE STREAMS TOGETHER), LISTED
      *                           UNDER MODCORR;
      *    AMOUNT OF ALL THREE  - THE RUN'S MODRCTL EXTRACT AMOUNT;
      *    MODSUSR ENTRIES      - THE RELEASE COUNT AND AMOUNT MODSUSR
      *                           APPENDED TO MODRCTL.
      *
      *  MODCALC WRITES ITS MODSTAT AND MODRCTL RECORDS WITH ONE RUN
      *  TIMESTAMP, WHICH IS HOW THE TWO ARE PAIRED.  MODRCTL IS
      *  REBUILT EVERY CYCLE, SO THIS PROGRAM READS THE KEPT
      *  GENERATIONS CONCATENATED, OLDEST FIRST, AS MODRCTH.
      *
      *  AN AUDIT ENTRY CARRIES NO BUSINESS DATE, ONLY THE TIME IT WAS
      *  WRITTEN, AND EVERY RUN STAMPS ITS CONTROL RECORDS AS IT ENDS.
      *  SO AN ENTRY BELONGS TO THE FIRST RUN OF ITS PROGRAM TO END AT
      *  OR AFTER IT - MODCALC (OR THE MODPMRG MERGE OF A PARTITIONED
      *  NIGHT) FOR MODCALC, MODCORR AND MODRSUB ENTRIES, MODSUSR FOR
      *  ITS OWN.  THE ENTRIES OF AN ABENDED RUN THAT WAS RESTARTED
      *  FALL TO THE RESTART, WHOSE FIGURES CARRY THE FIRST ATTEMPT'S
      *  WORK FORWARD FROM THE CHECKPOINT.
      *
      *  THE EXCEPTION REPORT (MODVRPT) LISTS EVERY RUN WHERE ENTRIES
      *  ARE MISSING OR EXTRA OR THE AMOUNT DOES NOT TIE, EVERY ENTRY
      *  HELD TWICE (IN BOTH FILES OR TWICE IN ONE), ENTRIES NO RUN
      *  REPORTED, AND UNREADABLE ENTRIES OR CONTROL RECORDS.  A
      *  DUPLICATE IS COUNTED ONCE TOWARDS ITS RUN, SO THE DUPLICATE
      *  LINE IS THE ONLY EXCEPTION IT RAISES.  ANY EXCEPTION ENDS THE
      *  RUN WITH RETURN CODE 12; CONTROL FILES THAT ARE NOT IN RUN
      *  ORDER, OR MORE RUNS THAN THE TABLES HOLD, END IT WITH 16.
      *
      *  LIKE MODHIST THIS IS AN ON-REQUEST UTILITY, SCHEDULED WEEKLY,
      *  NOT A STEP OF THE NIGHTLY CYCLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOD-AUDIT-FILE ASSIGN TO MODAUDT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-ARCHIVE-FILE ASSIGN TO MODARCV
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-STATS-FILE ASSIGN TO MODSTAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-RECON-CTL-FILE ASSIGN TO MODRCTH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-VERIFY-PARM-FILE ASSIGN TO MODVPRM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-VSORT-FILE ASSIGN TO "MODSRT11".

           SELECT MOD-REPORT-FILE ASSIGN TO MODVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-AUDIT-FILE
           RECORDING MODE IS F.
       COPY MODAUDT.

      ******************************************************************
      *  MOD-ARCHIVE-FILE HOLDS THE SAME RECORD SHAPE AS THE LIVE
      *  FILE (MODARCH COPIES RECORDS OVER BYTE FOR BYTE).  THE
      *  RECORD IS RENAMED SO THE TWO 01-LEVELS CAN COEXIST.
      ******************************************************************
       FD  MOD-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY MODAUDT
           REPLACING ==MOD-AUDIT-RECORD==  BY ==MOD-ARCHIVE-RECORD==
                     ==MA-BROWSE-KEY==      BY ==AR-BROWSE-KEY==
                     ==MA-ACCOUNT-NUMBER==  BY ==AR-ACCOUNT-NUMBER==
                     ==MA-TIMESTAMP==       BY ==AR-TIMESTAMP==
                     ==MA-JOB-NAME==        BY ==AR-JOB-NAME==
                     ==MA-DIVIDEND==        BY ==AR-DIVIDEND==
                     ==MA-DIVISOR==         BY ==AR-DIVISOR==
                     ==MA-REMAINDER==       BY ==AR-REMAINDER==
                     ==MA-SIGN-CORRECTED==  BY ==AR-SIGN-CORRECTED==.

       FD  MOD-STATS-FILE
           RECORDING MODE IS F.
       COPY MODSTAT.

       FD  MOD-RECON-CTL-FILE
           RECORDING MODE IS F.
       COPY MODRCTL.

       FD  MOD-VERIFY-PARM-FILE
           RECORDING MODE IS F.
       COPY MODVPRM.

      ******************************************************************
      *  MOD-VSORT-FILE BRINGS EVERY ENTRY FROM BOTH FILES INTO
      *  TIMESTAMP ORDER.  THE WHOLE IMAGE IS THE MINOR KEY, SO AN
      *  ENTRY HELD TWICE COMES BACK TWICE IN A ROW; THE SOURCE FLAG
      *  SAYS WHICH FILE EACH COPY CAME FROM.
      ******************************************************************
       SD  MOD-VSORT-FILE.
       01  MOD-VSORT-RECORD.
           05  VS-TIMESTAMP            PIC X(21).
           05  VS-AUDIT-IMAGE          PIC X(70).
           05  VS-SOURCE               PIC X(1).

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  WK-AUDIT-RECORD IS A WORKING-STORAGE COPY OF THE AUDIT
      *  LAYOUT THE SORTED IMAGE IS MOVED INTO.
      ******************************************************************
       COPY MODAUDT
           REPLACING ==MOD-AUDIT-RECORD==  BY ==WK-AUDIT-RECORD==
                     ==MA-BROWSE-KEY==      BY ==WK-BROWSE-KEY==
                     ==MA-ACCOUNT-NUMBER==  BY ==WK-ACCOUNT-NUMBER==
                     ==MA-TIMESTAMP==       BY ==WK-TIMESTAMP==
                     ==MA-JOB-NAME==        BY ==WK-JOB-NAME==
                     ==MA-DIVIDEND==        BY ==WK-DIVIDEND==
                     ==MA-DIVISOR==         BY ==WK-DIVISOR==
                     ==MA-REMAINDER==       BY ==WK-REMAINDER==
                     ==MA-SIGN-CORRECTED==  BY ==WK-SIGN-CORRECTED==.

       01  WS-PARM-FIELDS.
           05  WS-FROM-DATE        PIC X(8)       VALUE "00000000".

      ******************************************************************
      *  WS-CALC-RUN-TABLE HOLDS ONE ENTRY PER MODCALC RUN ON MODSTAT
      *  (A PARTITIONED NIGHT'S MERGE COUNTS AS ONE RUN), IN RUN
      *  ORDER, WITH WHAT THE RUN REPORTED AND WHAT THE AUDIT FILES
      *  HOLD FOR IT.  RUNS THAT ENDED BEFORE THE FROM-DATE ARE NOT
      *  REPORTED, SO ONLY THE LATEST OF THEM IS KEPT - IT STILL
      *  MARKS WHERE THE FIRST REPORTED RUN'S ENTRIES BEGIN.
      *  WS-SUSR-RUN-TABLE DOES THE SAME FOR MODSUSR RUNS, FROM THEIR
      *  MODRCTL RECORDS.
      ******************************************************************
       01  WS-CALC-RUN-TABLE.
           05  WS-CR-COUNT         PIC 9(4)       VALUE ZERO.
           05  WS-CR-MAX           PIC 9(4)       VALUE 4000.
           05  WS-CR-ENTRY         OCCURS 4000 TIMES.
               10  WS-CR-BUSINESS-DATE     PIC X(8).
               10  WS-CR-RUN-TIMESTAMP     PIC X(21).
               10  WS-CR-IN-RANGE-SW       PIC X(1).
                   88  WS-CR-IN-RANGE                VALUE 'Y'.
               10  WS-CR-RCTL-SW           PIC X(1).
                   88  WS-CR-RCTL-FOUND              VALUE 'Y'.
               10  WS-CR-REPORTED-COUNT    PIC 9(7).
               10  WS-CR-REPORTED-EXTRACT  PIC 9(7).
               10  WS-CR-REPORTED-AMOUNT   PIC S9(11)V99  COMP-3.
               10  WS-CR-AUDIT-COUNT       PIC 9(7).
               10  WS-CR-ADJUST-COUNT      PIC 9(7).
               10  WS-CR-AUDIT-AMOUNT      PIC S9(11)V99  COMP-3.

       01  WS-SUSR-RUN-TABLE.
           05  WS-SR-COUNT         PIC 9(4)       VALUE ZERO.
           05  WS-SR-MAX           PIC 9(4)       VALUE 4000.
           05  WS-SR-ENTRY         OCCURS 4000 TIMES.
               10  WS-SR-BUSINESS-DATE     PIC X(8).
               10  WS-SR-RUN-TIMESTAMP     PIC X(21).
               10  WS-SR-IN-RANGE-SW       PIC X(1).
                   88  WS-SR-IN-RANGE                VALUE 'Y'.
               10  WS-SR-REPORTED-COUNT    PIC 9(7).
               10  WS-SR-REPORTED-AMOUNT   PIC S9(11)V99  COMP-3.
               10  WS-SR-AUDIT-COUNT       PIC 9(7).
               10  WS-SR-AUDIT-AMOUNT      PIC S9(11)V99  COMP-3.

       01  WS-TABLE-SUBSCRIPTS.
           05  WS-CALC-SUB         PIC 9(4)       VALUE 1.
           05  WS-SUSR-SUB         PIC 9(4)       VALUE 1.
           05  WS-MATCH-SUB        PIC 9(4)       VALUE ZERO.

      ******************************************************************
      *  WS-UNATTRIBUTED HOLDS THE ENTRIES WRITTEN AFTER THE LAST RUN
      *  OF THEIR PROGRAM ON FILE - A RUN THAT NEVER FINISHED, OR ONE
      *  WHOSE CONTROL RECORD WAS LOST.
      ******************************************************************
       01  WS-UNATTRIBUTED.
           05  WS-UC-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-UC-FIRST-STAMP   PIC X(21)      VALUE SPACES.
           05  WS-US-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-US-FIRST-STAMP   PIC X(21)      VALUE SPACES.

       01  WS-ENTRY-FIELDS.
           05  WS-PREV-IMAGE       PIC X(70)      VALUE LOW-VALUES.
           05  WS-PREV-SOURCE      PIC X(1)       VALUE SPACE.
           05  WS-WK-DIVIDEND      PIC S9(9)V99   COMP-3 VALUE ZERO.

       01  WS-CHECK-FIELDS.
           05  WS-CK-AUDITED       PIC S9(8)      VALUE ZERO.
           05  WS-CK-REPORTED      PIC S9(8)      VALUE ZERO.
           05  WS-RUN-EXCEPTION-SW PIC X          VALUE 'N'.
               88  WS-RUN-HAS-EXCEPTION          VALUE 'Y'.
               88  WS-RUN-TIES                   VALUE 'N'.

      ******************************************************************
      *  WS-EXCEPTION-LINE IS ONE REPORT LINE: THE BUSINESS DATE AND
      *  END TIME OF A RUN (OR THE DATE AND TIME AN ENTRY WAS WRITTEN),
      *  THE JOB, AND WHAT IS WRONG.
      ******************************************************************
       01  WS-EXCEPTION-LINE.
           05  WS-EX-DATE          PIC X(8).
           05  FILLER              PIC X(1)       VALUE SPACE.
           05  WS-EX-TIME          PIC X(6).
           05  FILLER              PIC X(1)       VALUE SPACE.
           05  WS-EX-JOB           PIC X(8).
           05  FILLER              PIC X(1)       VALUE SPACE.
           05  WS-EX-TEXT          PIC X(55).

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ACCOUNT       PIC 9(7).
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-COUNT-2       PIC ZZZZZZ9.
           05  WS-RL-AMOUNT        PIC -(11)9.99.
           05  WS-RL-AMOUNT-2      PIC -(11)9.99.

       01  WS-FILE-FLAGS.
           05  WS-AUDIT-EOF-SW     PIC X          VALUE 'N'.
               88  WS-AUDIT-EOF                  VALUE 'Y'.
           05  WS-ARCH-EOF-SW      PIC X          VALUE 'N'.
               88  WS-ARCH-EOF                   VALUE 'Y'.
           05  WS-PARM-EOF-SW      PIC X          VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-STATS-EOF-SW     PIC X          VALUE 'N'.
               88  WS-STATS-EOF                  VALUE 'Y'.
           05  WS-RCTL-EOF-SW      PIC X          VALUE 'N'.
               88  WS-RCTL-EOF                   VALUE 'Y'.
           05  WS-VSORT-EOF-SW     PIC X          VALUE 'N'.
               88  WS-VSORT-EOF                  VALUE 'Y'.
               88  WS-VSORT-NOT-EOF               VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-LIVE-READ        PIC 9(7)       VALUE ZERO.
           05  WS-ARCH-READ        PIC 9(7)       VALUE ZERO.
           05  WS-STATS-READ       PIC 9(7)       VALUE ZERO.
           05  WS-RCTL-READ        PIC 9(7)       VALUE ZERO.
           05  WS-DUPLICATE-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-CALC-RUNS-CHECKED PIC 9(7)      VALUE ZERO.
           05  WS-SUSR-RUNS-CHECKED PIC 9(7)      VALUE ZERO.
           05  WS-RUNS-NOT-TYING   PIC 9(7)       VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(7)       VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0120-READ-PARAMETERS
           OPEN OUTPUT MOD-REPORT-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0140-LOAD-CALC-RUNS
           PERFORM 0160-LOAD-RECON-CONTROLS
           SORT MOD-VSORT-FILE
               ON ASCENDING KEY VS-TIMESTAMP VS-AUDIT-IMAGE
               INPUT PROCEDURE IS 0200-RELEASE-BOTH-FILES
               OUTPUT PROCEDURE IS 0400-ATTRIBUTE-ENTRIES
           PERFORM 0600-CHECK-CALC-RUNS
           PERFORM 0650-CHECK-SUSR-RUNS
           PERFORM 0680-REPORT-UNATTRIBUTED
           PERFORM 0500-WRITE-TRAILER
           CLOSE MOD-REPORT-FILE
           PERFORM 0900-TERMINATE
           STOP RUN.

      ******************************************************************
      *  0120-READ-PARAMETERS LOADS THE OPTIONAL FROM-DATE FROM
      *  MODVPRM.  UNLIKE MODHIST THERE IS NOTHING REQUIRED HERE -
      *  WITH NO DATE THE WHOLE HISTORY IS VERIFIED.
      ******************************************************************
       0120-READ-PARAMETERS.
           OPEN INPUT MOD-VERIFY-PARM-FILE
           PERFORM UNTIL WS-PARM-EOF
               READ MOD-VERIFY-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       IF VP-FROM-DATE NUMERIC AND VP-FROM-DATE > 0
                           MOVE VP-FROM-DATE-X TO WS-FROM-DATE
                       ELSE
                           DISPLAY "MODAUDV0120W VP-FROM-DATE '"
                               VP-FROM-DATE-X "' NOT A DATE - "
                               "RECORD IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOD-VERIFY-PARM-FILE
           DISPLAY "MODAUDV VERIFYING AUDIT TRAIL FROM " WS-FROM-DATE.

      ******************************************************************
      *  0140-LOAD-CALC-RUNS TABLES EVERY MODCALC RUN ON MODSTAT.
      *  MODSTAT IS APPENDED AS EACH RUN ENDS, SO THE RUN TIMESTAMPS
      *  MUST ASCEND; IF THEY DO NOT, NO ENTRY CAN BE PLACED WITH ITS
      *  RUN AND THE VERIFICATION STOPS.  THE SAME RUN TWICE (A
      *  DOUBLED CONCATENATION) IS REPORTED AND READ ONCE.
      ******************************************************************
       0140-LOAD-CALC-RUNS.
           OPEN INPUT MOD-STATS-FILE
           PERFORM UNTIL WS-STATS-EOF
               READ MOD-STATS-FILE
                   AT END
                       SET WS-STATS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STATS-READ
                       PERFORM 0142-APPLY-STATS-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-STATS-FILE.

       0142-APPLY-STATS-RECORD.
           EVALUATE TRUE
               WHEN ST-BUSINESS-DATE NOT NUMERIC
               WHEN ST-RECORD-COUNT NOT NUMERIC
               WHEN ST-RUN-TIMESTAMP(1:14) NOT NUMERIC
                   MOVE ST-BUSINESS-DATE-X TO WS-EX-DATE
                   MOVE ST-RUN-TIMESTAMP(9:6) TO WS-EX-TIME
                   MOVE "MODCALC" TO WS-EX-JOB
                   MOVE "MODSTAT RECORD UNREADABLE - RUN NOT VERIFIED"
                       TO WS-EX-TEXT
                   PERFORM 0700-WRITE-EXCEPTION
               WHEN WS-CR-COUNT > 0 AND ST-RUN-TIMESTAMP =
                       WS-CR-RUN-TIMESTAMP(WS-CR-COUNT)
                   MOVE ST-BUSINESS-DATE-X TO WS-EX-DATE
                   MOVE ST-RUN-TIMESTAMP(9:6) TO WS-EX-TIME
                   MOVE "MODCALC" TO WS-EX-JOB
                   MOVE "RUN APPEARS TWICE ON MODSTAT"
                       TO WS-EX-TEXT
                   PERFORM 0700-WRITE-EXCEPTION
               WHEN WS-CR-COUNT > 0 AND ST-RUN-TIMESTAMP <
                       WS-CR-RUN-TIMESTAMP(WS-CR-COUNT)
                   DISPLAY "MODAUDV0142E MODSTAT RUN "
                       ST-RUN-TIMESTAMP " IS OUT OF RUN ORDER - "
                       "ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 0144-ADD-CALC-RUN
           END-EVALUATE.

       0144-ADD-CALC-RUN.
           IF WS-CR-COUNT = 0
                   OR WS-CR-IN-RANGE(WS-CR-COUNT)
                   OR ST-RUN-TIMESTAMP(1:8) NOT < WS-FROM-DATE
               IF WS-CR-COUNT NOT < WS-CR-MAX
                   DISPLAY "MODAUDV0144E MORE THAN " WS-CR-MAX
                       " MODCALC RUNS TO VERIFY - SET A LATER "
                       "FROM-DATE ON MODVPRM - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CR-COUNT
           END-IF
           MOVE ST-BUSINESS-DATE-X TO WS-CR-BUSINESS-DATE(WS-CR-COUNT)
           MOVE ST-RUN-TIMESTAMP  TO WS-CR-RUN-TIMESTAMP(WS-CR-COUNT)
           IF ST-RUN-TIMESTAMP(1:8) < WS-FROM-DATE
               MOVE 'N' TO WS-CR-IN-RANGE-SW(WS-CR-COUNT)
           ELSE
               MOVE 'Y' TO WS-CR-IN-RANGE-SW(WS-CR-COUNT)
           END-IF
           MOVE 'N' TO WS-CR-RCTL-SW(WS-CR-COUNT)
           MOVE ST-RECORD-COUNT TO WS-CR-REPORTED-COUNT(WS-CR-COUNT)
           MOVE ZERO TO WS-CR-REPORTED-EXTRACT(WS-CR-COUNT)
           MOVE ZERO TO WS-CR-REPORTED-AMOUNT(WS-CR-COUNT)
           MOVE ZERO TO WS-CR-AUDIT-COUNT(WS-CR-COUNT)
           MOVE ZERO TO WS-CR-ADJUST-COUNT(WS-CR-COUNT)
           MOVE ZERO TO WS-CR-AUDIT-AMOUNT(WS-CR-COUNT).

      ******************************************************************
      *  0160-LOAD-RECON-CONTROLS READS THE KEPT MODRCTL GENERATIONS.
      *  A MODCALC RECORD IS PAIRED WITH ITS MODSTAT RUN BY THE RUN
      *  TIMESTAMP; A MODSUSR RECORD IS A MODSUSR RUN IN ITS OWN
      *  RIGHT.  RECORDS FROM ANY OTHER JOB ARE NOT AUDITED ENTRIES
      *  AND ARE PASSED OVER.
      ******************************************************************
       0160-LOAD-RECON-CONTROLS.
           OPEN INPUT MOD-RECON-CTL-FILE
           PERFORM UNTIL WS-RCTL-EOF
               READ MOD-RECON-CTL-FILE
                   AT END
                       SET WS-RCTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RCTL-READ
                       PERFORM 0162-APPLY-RECON-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-RECON-CTL-FILE.

       0162-APPLY-RECON-RECORD.
           EVALUATE TRUE
               WHEN RT-JOB-NAME NOT = "MODCALC"
                       AND RT-JOB-NAME NOT = "MODSUSR"
                   CONTINUE
               WHEN RT-EXTRACT-COUNT NOT NUMERIC
               WHEN RT-EXTRACT-AMOUNT NOT NUMERIC
               WHEN RT-RUN-TIMESTAMP(1:14) NOT NUMERIC
                   MOVE RT-BUSINESS-DATE TO WS-EX-DATE
                   MOVE RT-RUN-TIMESTAMP(9:6) TO WS-EX-TIME
                   MOVE RT-JOB-NAME TO WS-EX-JOB
                   MOVE "MODRCTL RECORD UNREADABLE - RUN NOT VERIFIED"
                       TO WS-EX-TEXT
                   PERFORM 0700-WRITE-EXCEPTION
               WHEN RT-JOB-NAME = "MODCALC"
                   PERFORM 0164-MATCH-CALC-CONTROL
               WHEN OTHER
                   PERFORM 0166-APPLY-SUSR-CONTROL
           END-EVALUATE.

      ******************************************************************
      *  0164-MATCH-CALC-CONTROL FINDS THE MODSTAT RUN THIS MODCALC
      *  CONTROL RECORD BELONGS TO.  ONE BEFORE THE FROM-DATE IS OF
      *  NO INTEREST; ONE IN RANGE WITH NO MODSTAT RUN MEANS A RUN'S
      *  STATISTICS ARE MISSING FROM MODSTAT.
      ******************************************************************
       0164-MATCH-CALC-CONTROL.
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-CALC-SUB FROM 1 BY 1
                   UNTIL WS-CALC-SUB > WS-CR-COUNT
                      OR WS-MATCH-SUB > 0
               IF WS-CR-RUN-TIMESTAMP(WS-CALC-SUB) = RT-RUN-TIMESTAMP
                   MOVE WS-CALC-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM
           MOVE RT-BUSINESS-DATE TO WS-EX-DATE
           MOVE RT-RUN-TIMESTAMP(9:6) TO WS-EX-TIME
           MOVE "MODCALC" TO WS-EX-JOB
           EVALUATE TRUE
               WHEN RT-RUN-TIMESTAMP(1:8) < WS-FROM-DATE
                   CONTINUE
               WHEN WS-MATCH-SUB = 0
                   MOVE "RUN ON MODRCTL IS NOT ON MODSTAT"
                       TO WS-EX-TEXT
                   PERFORM 0700-WRITE-EXCEPTION
               WHEN WS-CR-RCTL-FOUND(WS-MATCH-SUB)
                   MOVE "RUN APPEARS TWICE ON MODRCTL"
                       TO WS-EX-TEXT
                   PERFORM 0700-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE 'Y' TO WS-CR-RCTL-SW(WS-MATCH-SUB)
                   MOVE RT-EXTRACT-COUNT
                       TO WS-CR-REPORTED-EXTRACT(WS-MATCH-SUB)
                   MOVE RT-EXTRACT-AMOUNT
                       TO WS-CR-REPORTED-AMOUNT(WS-MATCH-SUB)
           END-EVALUATE.

       0166-APPLY-SUSR-CONTROL.
           EVALUATE TRUE
               WHEN WS-SR-COUNT > 0 AND RT-RUN-TIMESTAMP =
                       WS-SR-RUN-TIMESTAMP(WS-SR-COUNT)
                   MOVE RT-BUSINESS-DATE TO WS-EX-DATE
                   MOVE RT-RUN-TIMESTAMP(9:6) TO WS-EX-TIME
                   MOVE "MODSUSR" TO WS-EX-JOB
                   MOVE "RUN APPEARS TWICE ON MODRCTL"
                       TO WS-EX-TEXT
                   PERFORM 0700-WRITE-EXCEPTION
               WHEN WS-SR-COUNT > 0 AND RT-RUN-TIMESTAMP <
                       WS-SR-RUN-TIMESTAMP(WS-SR-COUNT)
                   DISPLAY "MODAUDV0166E MODSUSR RUN "
                       RT-RUN-TIMESTAMP " ON MODRCTH IS OUT OF RUN "
                       "ORDER - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 0168-ADD-SUSR-RUN
           END-EVALUATE.

       0168-ADD-SUSR-RUN.
           IF WS-SR-COUNT = 0
                   OR WS-SR-IN-RANGE(WS-SR-COUNT)
                   OR RT-RUN-TIMESTAMP(1:8) NOT < WS-FROM-DATE
               IF WS-SR-COUNT NOT < WS-SR-MAX
                   DISPLAY "MODAUDV0168E MORE THAN " WS-SR-MAX
                       " MODSUSR RUNS TO VERIFY - SET A LATER "
                       "FROM-DATE ON MODVPRM - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SR-COUNT
           END-IF
           MOVE RT-BUSINESS-DATE TO WS-SR-BUSINESS-DATE(WS-SR-COUNT)
           MOVE RT-RUN-TIMESTAMP TO WS-SR-RUN-TIMESTAMP(WS-SR-COUNT)
           IF RT-RUN-TIMESTAMP(1:8) < WS-FROM-DATE
               MOVE 'N' TO WS-SR-IN-RANGE-SW(WS-SR-COUNT)
           ELSE
               MOVE 'Y' TO WS-SR-IN-RANGE-SW(WS-SR-COUNT)
           END-IF
           MOVE RT-EXTRACT-COUNT TO WS-SR-REPORTED-COUNT(WS-SR-COUNT)
           MOVE RT-EXTRACT-AMOUNT
               TO WS-SR-REPORTED-AMOUNT(WS-SR-COUNT)
           MOVE ZERO TO WS-SR-AUDIT-COUNT(WS-SR-COUNT)
           MOVE ZERO TO WS-SR-AUDIT-AMOUNT(WS-SR-COUNT).

      ******************************************************************
      *  0200-RELEASE-BOTH-FILES FEEDS EVERY ENTRY FROM THE LIVE FILE
      *  AND THE ARCHIVE INTO THE SORT, TAGGED WITH ITS SOURCE.  AN
      *  ENTRY WHOSE TIMESTAMP IS NOT A DATE AND TIME CANNOT BE PLACED
      *  WITH ANY RUN AND IS REPORTED INSTEAD.
      ******************************************************************
       0200-RELEASE-BOTH-FILES.
           OPEN INPUT MOD-AUDIT-FILE
           PERFORM UNTIL WS-AUDIT-EOF
               READ MOD-AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-READ
                       MOVE 'L' TO VS-SOURCE
                       MOVE MOD-AUDIT-RECORD TO VS-AUDIT-IMAGE
                       PERFORM 0220-RELEASE-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE MOD-AUDIT-FILE
           OPEN INPUT MOD-ARCHIVE-FILE
           PERFORM UNTIL WS-ARCH-EOF
               READ MOD-ARCHIVE-FILE
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ
                       MOVE 'A' TO VS-SOURCE
                       MOVE MOD-ARCHIVE-RECORD TO VS-AUDIT-IMAGE
                       PERFORM 0220-RELEASE-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE MOD-ARCHIVE-FILE.

       0220-RELEASE-ONE-ENTRY.
           MOVE VS-AUDIT-IMAGE TO WK-AUDIT-RECORD
           IF WK-TIMESTAMP(1:14) NOT NUMERIC
               MOVE WK-TIMESTAMP(1:8) TO WS-EX-DATE
               MOVE WK-TIMESTAMP(9:6) TO WS-EX-TIME
               MOVE WK-JOB-NAME TO WS-EX-JOB
               MOVE SPACES TO WS-EX-TEXT
               STRING "UNREADABLE TIMESTAMP ON ENTRY FOR ACCOUNT "
                   DELIMITED BY SIZE
                   WK-BROWSE-KEY(1:7) DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               PERFORM 0700-WRITE-EXCEPTION
           ELSE
               MOVE WK-TIMESTAMP TO VS-TIMESTAMP
               RELEASE MOD-VSORT-RECORD
           END-IF.

       0300-WRITE-HEADER.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODAUDV AUDIT TRAIL INTEGRITY EXCEPTIONS FROM "
               DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "A RUN IS SHOWN BY BUSINESS DATE AND END TIME, AN "
               DELIMITED BY SIZE
               "ENTRY BY WHEN IT WAS WRITTEN" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODCORR COUNTS COVER MODCORR AND MODRSUB ENTRIES"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "DATE     TIME   JOB      EXCEPTION"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0400-ATTRIBUTE-ENTRIES.
           MOVE 1 TO WS-CALC-SUB
           MOVE 1 TO WS-SUSR-SUB
           SET WS-VSORT-NOT-EOF TO TRUE
           RETURN MOD-VSORT-FILE
               AT END
                   SET WS-VSORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-VSORT-EOF
               PERFORM 0420-ATTRIBUTE-ONE-ENTRY
               RETURN MOD-VSORT-FILE
                   AT END
                       SET WS-VSORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

      ******************************************************************
      *  0420-ATTRIBUTE-ONE-ENTRY PLACES ONE ENTRY WITH ITS RUN.  A
      *  SECOND COPY OF THE ENTRY BEFORE IT IS REPORTED AS A DUPLICATE
      *  AND NOT COUNTED AGAIN.
      ******************************************************************
       0420-ATTRIBUTE-ONE-ENTRY.
           MOVE VS-AUDIT-IMAGE TO WK-AUDIT-RECORD
           IF VS-AUDIT-IMAGE = WS-PREV-IMAGE
               PERFORM 0430-REPORT-DUPLICATE
           ELSE
               MOVE VS-AUDIT-IMAGE TO WS-PREV-IMAGE
               MOVE VS-SOURCE TO WS-PREV-SOURCE
               MOVE WK-DIVIDEND TO WS-WK-DIVIDEND
               EVALUATE WK-JOB-NAME
                   WHEN "MODCALC"
                   WHEN "MODCORR"
                   WHEN "MODRSUB"
                       PERFORM 0440-ATTRIBUTE-CALC-ENTRY
                   WHEN "MODSUSR"
                       PERFORM 0450-ATTRIBUTE-SUSR-ENTRY
                   WHEN OTHER
                       PERFORM 0460-REPORT-UNKNOWN-JOB
               END-EVALUATE
           END-IF.

       0430-REPORT-DUPLICATE.
           ADD 1 TO WS-DUPLICATE-COUNT
           IF WK-TIMESTAMP(1:8) NOT < WS-FROM-DATE
               MOVE WK-TIMESTAMP(1:8) TO WS-EX-DATE
               MOVE WK-TIMESTAMP(9:6) TO WS-EX-TIME
               MOVE WK-JOB-NAME TO WS-EX-JOB
               MOVE SPACES TO WS-EX-TEXT
               EVALUATE TRUE
                   WHEN VS-SOURCE NOT = WS-PREV-SOURCE
                       STRING "ENTRY FOR ACCOUNT " DELIMITED BY SIZE
                           WK-BROWSE-KEY(1:7) DELIMITED BY SIZE
                           " IN BOTH LIVE AND ARCHIVE"
                               DELIMITED BY SIZE
                           INTO WS-EX-TEXT
                   WHEN VS-SOURCE = 'L'
                       STRING "ENTRY FOR ACCOUNT " DELIMITED BY SIZE
                           WK-BROWSE-KEY(1:7) DELIMITED BY SIZE
                           " TWICE ON LIVE MODAUDT"
                               DELIMITED BY SIZE
                           INTO WS-EX-TEXT
                   WHEN OTHER
                       STRING "ENTRY FOR ACCOUNT " DELIMITED BY SIZE
                           WK-BROWSE-KEY(1:7) DELIMITED BY SIZE
                           " TWICE ON MODARCV ARCHIVE"
                               DELIMITED BY SIZE
                           INTO WS-EX-TEXT
               END-EVALUATE
               PERFORM 0700-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
      *  0440-ATTRIBUTE-CALC-ENTRY AND 0450-ATTRIBUTE-SUSR-ENTRY STEP
      *  THEIR RUN TABLE FORWARD TO THE FIRST RUN THAT ENDED AT OR
      *  AFTER THE ENTRY.  ENTRIES ARRIVE IN TIMESTAMP ORDER, SO EACH
      *  TABLE IS WALKED ONCE.  AN ENTRY PAST THE LAST RUN IS HELD AS
      *  UNATTRIBUTED.
      ******************************************************************
       0440-ATTRIBUTE-CALC-ENTRY.
           PERFORM UNTIL WS-CALC-SUB > WS-CR-COUNT
                   OR WS-CR-RUN-TIMESTAMP(WS-CALC-SUB)
                       NOT < WK-TIMESTAMP
               ADD 1 TO WS-CALC-SUB
           END-PERFORM
           IF WS-CALC-SUB > WS-CR-COUNT
               ADD 1 TO WS-UC-COUNT
               IF WS-UC-COUNT = 1
                   MOVE WK-TIMESTAMP TO WS-UC-FIRST-STAMP
               END-IF
           ELSE
               IF WK-JOB-NAME = "MODCALC"
                   ADD 1 TO WS-CR-AUDIT-COUNT(WS-CALC-SUB)
               ELSE
                   ADD 1 TO WS-CR-ADJUST-COUNT(WS-CALC-SUB)
               END-IF
               ADD WS-WK-DIVIDEND TO WS-CR-AUDIT-AMOUNT(WS-CALC-SUB)
           END-IF.

       0450-ATTRIBUTE-SUSR-ENTRY.
           PERFORM UNTIL WS-SUSR-SUB > WS-SR-COUNT
                   OR WS-SR-RUN-TIMESTAMP(WS-SUSR-SUB)
                       NOT < WK-TIMESTAMP
               ADD 1 TO WS-SUSR-SUB
           END-PERFORM
           IF WS-SUSR-SUB > WS-SR-COUNT
               ADD 1 TO WS-US-COUNT
               IF WS-US-COUNT = 1
                   MOVE WK-TIMESTAMP TO WS-US-FIRST-STAMP
               END-IF
           ELSE
               ADD 1 TO WS-SR-AUDIT-COUNT(WS-SUSR-SUB)
               ADD WS-WK-DIVIDEND TO WS-SR-AUDIT-AMOUNT(WS-SUSR-SUB)
           END-IF.

       0460-REPORT-UNKNOWN-JOB.
           IF WK-TIMESTAMP(1:8) NOT < WS-FROM-DATE
               MOVE WK-TIMESTAMP(1:8) TO WS-EX-DATE
               MOVE WK-TIMESTAMP(9:6) TO WS-EX-TIME
               MOVE WK-JOB-NAME TO WS-EX-JOB
               MOVE SPACES TO WS-EX-TEXT
               STRING "ENTRY FOR ACCOUNT " DELIMITED BY SIZE
                   WK-BROWSE-KEY(1:7) DELIMITED BY SIZE
                   " HAS AN UNKNOWN JOB NAME" DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               PERFORM 0700-WRITE-EXCEPTION
           END-IF.

       0500-WRITE-TRAILER.
           MOVE WS-CALC-RUNS-CHECKED TO WS-RL-COUNT
           MOVE WS-SUSR-RUNS-CHECKED TO WS-RL-COUNT-2
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODCALC RUNS VERIFIED: " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "   MODSUSR RUNS VERIFIED: " DELIMITED BY SIZE
               WS-RL-COUNT-2 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-LIVE-READ TO WS-RL-COUNT
           MOVE WS-ARCH-READ TO WS-RL-COUNT-2
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "AUDIT ENTRIES READ - LIVE: " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "   ARCHIVE: " DELIMITED BY SIZE
               WS-RL-COUNT-2 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-RUNS-NOT-TYING TO WS-RL-COUNT
           MOVE WS-EXCEPTION-COUNT TO WS-RL-COUNT-2
           MOVE SPACES TO MOD-REPORT-RECORD
           IF WS-EXCEPTION-COUNT = 0
               STRING "NO EXCEPTIONS - THE AUDIT TRAIL TIES TO EVERY "
                   DELIMITED BY SIZE
                   "RUN" DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           ELSE
               STRING "RUNS NOT TYING: " DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   "   EXCEPTIONS: " DELIMITED BY SIZE
                   WS-RL-COUNT-2 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           END-IF
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0600-CHECK-CALC-RUNS TIES EACH REPORTED MODCALC RUN: ITS
      *  MODCALC ENTRIES TO ST-RECORD-COUNT, AND - WHEN ITS MODRCTL
      *  RECORD IS ON HAND - ITS MODCORR AND MODRSUB ENTRIES TO THE
      *  REST OF THE EXTRACT COUNT AND ALL ITS ENTRIES TO THE EXTRACT
      *  AMOUNT.  WITHOUT THE MODRCTL RECORD THE ADJUSTMENTS AND
      *  AMOUNT CANNOT BE PROVEN, WHICH IS ITSELF AN EXCEPTION.
      ******************************************************************
       0600-CHECK-CALC-RUNS.
           PERFORM VARYING WS-CALC-SUB FROM 1 BY 1
                   UNTIL WS-CALC-SUB > WS-CR-COUNT
               IF WS-CR-IN-RANGE(WS-CALC-SUB)
                   PERFORM 0610-CHECK-ONE-CALC-RUN
               END-IF
           END-PERFORM.

       0610-CHECK-ONE-CALC-RUN.
           ADD 1 TO WS-CALC-RUNS-CHECKED
           SET WS-RUN-TIES TO TRUE
           MOVE WS-CR-BUSINESS-DATE(WS-CALC-SUB) TO WS-EX-DATE
           MOVE WS-CR-RUN-TIMESTAMP(WS-CALC-SUB)(9:6) TO WS-EX-TIME
           MOVE "MODCALC" TO WS-EX-JOB
           MOVE WS-CR-AUDIT-COUNT(WS-CALC-SUB) TO WS-CK-AUDITED
           MOVE WS-CR-REPORTED-COUNT(WS-CALC-SUB) TO WS-CK-REPORTED
           PERFORM 0620-CHECK-COUNT
           IF WS-CR-RCTL-FOUND(WS-CALC-SUB)
               MOVE "MODCORR" TO WS-EX-JOB
               MOVE WS-CR-ADJUST-COUNT(WS-CALC-SUB) TO WS-CK-AUDITED
               COMPUTE WS-CK-REPORTED =
                   WS-CR-REPORTED-EXTRACT(WS-CALC-SUB)
                   - WS-CR-REPORTED-COUNT(WS-CALC-SUB)
               PERFORM 0620-CHECK-COUNT
               IF WS-CR-AUDIT-AMOUNT(WS-CALC-SUB) NOT =
                       WS-CR-REPORTED-AMOUNT(WS-CALC-SUB)
                   MOVE "MODCALC" TO WS-EX-JOB
                   MOVE WS-CR-AUDIT-AMOUNT(WS-CALC-SUB)
                       TO WS-RL-AMOUNT
                   MOVE WS-CR-REPORTED-AMOUNT(WS-CALC-SUB)
                       TO WS-RL-AMOUNT-2
                   PERFORM 0630-AMOUNT-EXCEPTION
               END-IF
           ELSE
               MOVE
                   "NO MODRCTL RECORD - ADJUSTMENTS AND AMOUNT UNPROVEN"
                   TO WS-EX-TEXT
               SET WS-RUN-HAS-EXCEPTION TO TRUE
               PERFORM 0700-WRITE-EXCEPTION
           END-IF
           IF WS-RUN-HAS-EXCEPTION
               ADD 1 TO WS-RUNS-NOT-TYING
           END-IF.

      ******************************************************************
      *  0620-CHECK-COUNT COMPARES ONE AUDITED COUNT WITH WHAT THE RUN
      *  REPORTED.  FEWER ENTRIES THAN REPORTED ARE MISSING FROM THE
      *  TRAIL; MORE ARE ENTRIES NO RUN ACCOUNTED FOR.
      ******************************************************************
       0620-CHECK-COUNT.
           IF WS-CK-AUDITED NOT = WS-CK-REPORTED
               SET WS-RUN-HAS-EXCEPTION TO TRUE
               MOVE WS-CK-AUDITED TO WS-RL-COUNT
               MOVE WS-CK-REPORTED TO WS-RL-COUNT-2
               MOVE SPACES TO WS-EX-TEXT
               IF WS-CK-AUDITED < WS-CK-REPORTED
                   STRING "AUDITED " DELIMITED BY SIZE
                       WS-RL-COUNT DELIMITED BY SIZE
                       " REPORTED " DELIMITED BY SIZE
                       WS-RL-COUNT-2 DELIMITED BY SIZE
                       " - ENTRIES MISSING" DELIMITED BY SIZE
                       INTO WS-EX-TEXT
               ELSE
                   STRING "AUDITED " DELIMITED BY SIZE
                       WS-RL-COUNT DELIMITED BY SIZE
                       " REPORTED " DELIMITED BY SIZE
                       WS-RL-COUNT-2 DELIMITED BY SIZE
                       " - EXTRA ENTRIES" DELIMITED BY SIZE
                       INTO WS-EX-TEXT
               END-IF
               PERFORM 0700-WRITE-EXCEPTION
           END-IF.

       0630-AMOUNT-EXCEPTION.
           SET WS-RUN-HAS-EXCEPTION TO TRUE
           MOVE SPACES TO WS-EX-TEXT
           STRING "AMOUNT AUDITED " DELIMITED BY SIZE
               WS-RL-AMOUNT DELIMITED BY SIZE
               " REPORTED " DELIMITED BY SIZE
               WS-RL-AMOUNT-2 DELIMITED BY SIZE
               INTO WS-EX-TEXT
           PERFORM 0700-WRITE-EXCEPTION.

       0650-CHECK-SUSR-RUNS.
           PERFORM VARYING WS-SUSR-SUB FROM 1 BY 1
                   UNTIL WS-SUSR-SUB > WS-SR-COUNT
               IF WS-SR-IN-RANGE(WS-SUSR-SUB)
                   PERFORM 0660-CHECK-ONE-SUSR-RUN
               END-IF
           END-PERFORM.

       0660-CHECK-ONE-SUSR-RUN.
           ADD 1 TO WS-SUSR-RUNS-CHECKED
           SET WS-RUN-TIES TO TRUE
           MOVE WS-SR-BUSINESS-DATE(WS-SUSR-SUB) TO WS-EX-DATE
           MOVE WS-SR-RUN-TIMESTAMP(WS-SUSR-SUB)(9:6) TO WS-EX-TIME
           MOVE "MODSUSR" TO WS-EX-JOB
           MOVE WS-SR-AUDIT-COUNT(WS-SUSR-SUB) TO WS-CK-AUDITED
           MOVE WS-SR-REPORTED-COUNT(WS-SUSR-SUB) TO WS-CK-REPORTED
           PERFORM 0620-CHECK-COUNT
           IF WS-SR-AUDIT-AMOUNT(WS-SUSR-SUB) NOT =
                   WS-SR-REPORTED-AMOUNT(WS-SUSR-SUB)
               MOVE WS-SR-AUDIT-AMOUNT(WS-SUSR-SUB) TO WS-RL-AMOUNT
               MOVE WS-SR-REPORTED-AMOUNT(WS-SUSR-SUB)
                   TO WS-RL-AMOUNT-2
               PERFORM 0630-AMOUNT-EXCEPTION
           END-IF
           IF WS-RUN-HAS-EXCEPTION
               ADD 1 TO WS-RUNS-NOT-TYING
           END-IF.

      ******************************************************************
      *  0680-REPORT-UNATTRIBUTED REPORTS ENTRIES WRITTEN AFTER THE
      *  LAST RUN OF THEIR PROGRAM ON FILE, AS ONE LINE PER PROGRAM
      *  DATED BY THE FIRST OF THEM.
      ******************************************************************
       0680-REPORT-UNATTRIBUTED.
           IF WS-UC-COUNT > 0
               MOVE WS-UC-FIRST-STAMP(1:8) TO WS-EX-DATE
               MOVE WS-UC-FIRST-STAMP(9:6) TO WS-EX-TIME
               MOVE "MODCALC" TO WS-EX-JOB
               MOVE WS-UC-COUNT TO WS-RL-COUNT
               MOVE SPACES TO WS-EX-TEXT
               STRING WS-RL-COUNT DELIMITED BY SIZE
                   " ENTRIES AFTER THE LAST RUN ON MODSTAT"
                       DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               PERFORM 0700-WRITE-EXCEPTION
           END-IF
           IF WS-US-COUNT > 0
               MOVE WS-US-FIRST-STAMP(1:8) TO WS-EX-DATE
               MOVE WS-US-FIRST-STAMP(9:6) TO WS-EX-TIME
               MOVE "MODSUSR" TO WS-EX-JOB
               MOVE WS-US-COUNT TO WS-RL-COUNT
               MOVE SPACES TO WS-EX-TEXT
               STRING WS-RL-COUNT DELIMITED BY SIZE
                   " ENTRIES AFTER THE LAST RUN ON MODRCTL"
                       DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               PERFORM 0700-WRITE-EXCEPTION
           END-IF.

       0700-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-LINE TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0900-TERMINATE.
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "MODAUDV0900W AUDIT TRAIL DOES NOT TIE - "
                   WS-EXCEPTION-COUNT " EXCEPTION(S) ON MODVRPT"
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "Live audit records read:    " WS-LIVE-READ
           DISPLAY "Archive records read:       " WS-ARCH-READ
           DISPLAY "MODSTAT records read:       " WS-STATS-READ
           DISPLAY "MODRCTL records read:       " WS-RCTL-READ
           DISPLAY "Duplicate entries:          " WS-DUPLICATE-COUNT
           DISPLAY "Runs verified:              "
               WS-CALC-RUNS-CHECKED " MODCALC  "
               WS-SUSR-RUNS-CHECKED " MODSUSR"
           DISPLAY "Exceptions:                 " WS-EXCEPTION-COUNT.
