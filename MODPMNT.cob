       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODPMNT.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODPMNT - MODPARM MAINTENANCE AND PRE-FLIGHT EDIT.
      *
      *  MODPARM USED TO BE HAND-EDITED, AND ITS 'H', 'R', 'E' AND
      *  'V' RECORDS WERE ONLY CHECKED WHEN MODCALC, MODSIM, MODSUSR
      *  OR MODINQ LOADED THEM - SO A BAD PARAMETER CHANGE SURFACED
      *  AS A MODCALC ABEND IN THE MIDDLE OF THE NIGHTLY CYCLE.  THIS
      *  UTILITY LOADS THE CURRENT MODPARM (EMPTY OR MISSING ON THE
      *  VERY FIRST BUILD), APPLIES THE ADD/CHANGE/DELETE
      *  TRANSACTIONS IN MODPTRN, EDITS THE RESULT AS A WHOLE AND
      *  WRITES A NEW COPY (MODPARN).  A FOLLOWING JCL STEP SWAPS
      *  MODPARN IN FOR THE LIVE MODPARM DATA SET ONCE THIS STEP ENDS
      *  WITH RETURN CODE ZERO - THE SAME NEVER-REWRITE-IN-PLACE
      *  PATTERN MODAMNT AND MODARCH USE.  RUN WITH AN EMPTY OR
      *  MISSING MODPTRN IT IS A PURE PRE-FLIGHT EDIT OF THE CURRENT
      *  FILE.
      *
      *  THE EDIT REPORT (MODPRPT) LISTS EVERY TRANSACTION AND WHAT
      *  BECAME OF IT, THEN EVERY FINDING AGAINST THE RESULTING
      *  PARAMETER SET:
      *
      *    ERROR   - A MISSING HEADER; A ZERO OR NON-NUMERIC DIVISOR
      *              ON ANY RECORD; A RANGE WHOSE LOW IS ABOVE ITS
      *              HIGH; OVERLAPPING 'R' RANGES, OR OVERLAPPING 'V'
      *              RANGES SHARING AN EFFECTIVE DATE (EITHER WAY THE
      *              FIRST-MATCH RULE IN MODCALC'S 1050-SELECT-
      *              DIVISOR WOULD DECIDE BY FILE ORDER ALONE); AN
      *              'E' OR 'V' RECORD ADDED OR CHANGED THIS RUN WITH
      *              AN EFFECTIVE DATE ALREADY IN THE PAST; A SUSPENSE
      *              THRESHOLD ABOVE THE CONTROL TOTAL (EVERY RECORD
      *              BIG ENOUGH TO HOLD WOULD ALREADY BREAK THE
      *              CONTROL TOTAL ON ITS OWN); AN MP-DUP-DISPOSITION
      *              MODCALC WOULD ABEND ON; MORE RECORDS OF A TYPE
      *              THAN MODCALC'S TABLES HOLD; A DUPLICATE OR
      *              UNKNOWN RECORD IN THE CURRENT FILE; 'P'
      *              PARTITION RECORDS NOT NUMBERED 01 THRU N IN
      *              STEP, MORE THAN MODPSPL SPLITS, OR WHOSE RANGES
      *              LEAVE A GAP OR OVERLAP BETWEEN 0000000 AND
      *              9999999 (AN ACCOUNT WITH NO PARTITION, OR WITH
      *              TWO, WOULD BE DROPPED OR DOUBLED BY THE SPLIT);
      *              AND ANY TRANSACTION THAT COULD NOT BE APPLIED.
      *
      *    WARNING - A NON-ZERO RESTART COUNT OR RERUN OVERRIDE LEFT
      *              SWITCHED ON; A CURRENT FILE NOT IN KEY SEQUENCE;
      *              AN 'E' RECORD ALREADY SUPERSEDED BY A LATER
      *              IN-EFFECT ONE AND SAFE TO RETIRE.
      *
      *  ANY ERROR ENDS THE RUN WITH RETURN CODE 12 AND NO MODPARN IS
      *  WRITTEN, SO THE SWAP STEP IS HELD AND TONIGHT'S CYCLE RUNS
      *  ON THE UNCHANGED MODPARM - THE BAD CHANGE IS CAUGHT THE
      *  AFTERNOON BEFORE, NOT BY A MODCALC ABEND AT 2 A.M.  WARNINGS
      *  ARE REPORTED BUT DO NOT HOLD THE SWAP.
      *
      *  'E' AND 'V' DATES ARE JUDGED AGAINST THIS PROGRAM'S OWN RUN
      *  DATE, THE SAME WAY MODSUSR AND MODSIM RESOLVE THEM.  THE NEW
      *  COPY IS WRITTEN IN KEY ORDER - HEADER, THEN 'R' BY RANGE,
      *  THEN 'E' BY DATE, THEN 'V' BY DATE AND RANGE, THEN 'P' BY
      *  PARTITION NUMBER.  ONCE THE EDIT
      *  IS CLEAN NO TWO RECORDS COMPETE FOR THE SAME ACCOUNT AT THE
      *  SAME DATE, SO THAT ORDER CHANGES NOTHING ANY READER DOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOD-PARM-FILE ASSIGN TO MODPARM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-TRAN-FILE ASSIGN TO MODPTRN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-NEWPARM-FILE ASSIGN TO MODPARN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-REPORT-FILE ASSIGN TO MODPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-PARM-FILE
           RECORDING MODE IS F.
       COPY MODPARM.

       FD  MOD-TRAN-FILE
           RECORDING MODE IS F.
       COPY MODPTRN.

       FD  MOD-NEWPARM-FILE
           RECORDING MODE IS F.
       01  MOD-NEWPARM-RECORD          PIC X(66).

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  MOD-EDIT-PARM-RECORD IS THE WORK AREA EACH HELD PARAMETER
      *  IMAGE IS MOVED INTO SO ITS FIELDS CAN BE KEYED AND EDITED BY
      *  NAME.  IT IS A COPY OF MOD-PARM-RECORD RENAMED SO THE TWO
      *  01-LEVELS CAN COEXIST IN THE SAME PROGRAM.
      ******************************************************************
       COPY MODPARM
           REPLACING ==MOD-PARM-RECORD==     BY ==MOD-EDIT-PARM-RECORD==
                     ==MP-RECORD-TYPE==      BY ==EP-RECORD-TYPE==
                     ==MP-HEADER-RECORD==    BY ==EP-HEADER-RECORD==
                     ==MP-RANGE-RECORD==     BY ==EP-RANGE-RECORD==
                     ==MP-EFFECTIVE-HEADER== BY ==EP-EFFECTIVE-HEADER==
                     ==MP-EFFECTIVE-RANGE==  BY ==EP-EFFECTIVE-RANGE==
                     ==MP-HEADER-SECTION==   BY ==EP-HEADER-SECTION==
                     ==MP-DIVISOR==          BY ==EP-DIVISOR==
                     ==MP-RESTART-COUNT==    BY ==EP-RESTART-COUNT==
                     ==MP-CONTROL-TOTAL==    BY ==EP-CONTROL-TOTAL==
                     ==MP-SUSPENSE-THRESHOLD==
                         BY ==EP-SUSPENSE-THRESHOLD==
                     ==MP-RERUN-OVERRIDE==   BY ==EP-RERUN-OVERRIDE==
                     ==MP-RERUN-ALLOWED==    BY ==EP-RERUN-ALLOWED==
                     ==MP-DUP-DISPOSITION==  BY ==EP-DUP-DISPOSITION==
                     ==MP-DUP-REPORT-ONLY==  BY ==EP-DUP-REPORT-ONLY==
                     ==MP-DUP-NET==          BY ==EP-DUP-NET==
                     ==MP-DUP-FIRST-ONLY==   BY ==EP-DUP-FIRST-ONLY==
                     ==MP-RANGE-SECTION==    BY ==EP-RANGE-SECTION==
                     ==MP-RANGE-LOW==        BY ==EP-RANGE-LOW==
                     ==MP-RANGE-HIGH==       BY ==EP-RANGE-HIGH==
                     ==MP-RANGE-DIVISOR==    BY ==EP-RANGE-DIVISOR==
                     ==MP-EFF-HEADER-SECTION==
                         BY ==EP-EFF-HEADER-SECTION==
                     ==MP-EFF-DATE-X==       BY ==EP-EFF-DATE-X==
                     ==MP-EFF-DATE==         BY ==EP-EFF-DATE==
                     ==MP-EFF-DIVISOR==      BY ==EP-EFF-DIVISOR==
                     ==MP-EFF-RANGE-SECTION==
                         BY ==EP-EFF-RANGE-SECTION==
                     ==MP-EFFR-DATE-X==      BY ==EP-EFFR-DATE-X==
                     ==MP-EFFR-DATE==        BY ==EP-EFFR-DATE==
                     ==MP-EFFR-LOW==         BY ==EP-EFFR-LOW==
                     ==MP-EFFR-HIGH==        BY ==EP-EFFR-HIGH==
                     ==MP-EFFR-DIVISOR==     BY ==EP-EFFR-DIVISOR==
                     ==MP-PARTITION-RECORD== BY ==EP-PARTITION-RECORD==
                     ==MP-PART-SECTION==     BY ==EP-PART-SECTION==
                     ==MP-PART-NUMBER==      BY ==EP-PART-NUMBER==
                     ==MP-PART-LOW==         BY ==EP-PART-LOW==
                     ==MP-PART-HIGH==        BY ==EP-PART-HIGH==.

      ******************************************************************
      *  WS-PARM-TABLE HOLDS THE WHOLE PARAMETER SET WHILE THE
      *  TRANSACTIONS APPLY, KEPT IN WS-PE-KEY ORDER.  THE KEY IS A
      *  CLASS DIGIT (1=H, 2=R, 3=E, 4=V, 5=P - SO THE HEADER SORTS
      *  FIRST
      *  WHATEVER ITS LETTER) FOLLOWED BY THE RECORD TYPE'S KEY
      *  FIELDS, TAKEN AS CHARACTERS SO A RECORD WITH A GARBLED KEY
      *  STILL HAS A PLACE IN THE TABLE AND GETS REPORTED.
      *  WS-PE-TOUCHED-SW SAYS WHETHER THIS RUN ADDED OR CHANGED THE
      *  RECORD - ONLY A NEWLY STAGED EFFECTIVE DATE IN THE PAST IS
      *  AN ERROR; ONE THAT HAS SIMPLY COME INTO EFFECT IS NOT.  THE
      *  300-ENTRY CAPACITY COVERS MODCALC'S OWN TABLES (100 'R',
      *  50 'E', 100 'V') PLUS THE HEADER WITH ROOM TO SPARE.
      ******************************************************************
       01  WS-PARM-TABLE.
           05  WS-PARM-COUNT       PIC 9(3)       VALUE ZERO.
           05  WS-PARM-ENTRY OCCURS 0 TO 300 TIMES
                   DEPENDING ON WS-PARM-COUNT
                   INDEXED BY WS-PE-IDX WS-PE-IDX2.
               10  WS-PE-KEY           PIC X(23).
               10  WS-PE-IMAGE         PIC X(66).
               10  WS-PE-TOUCHED-SW    PIC X(1).
                   88  WS-PE-TOUCHED             VALUE 'Y'.
                   88  WS-PE-NOT-TOUCHED         VALUE 'N'.

       01  WS-BUILD-KEY.
           05  WS-BK-CLASS         PIC X(1).
               88  WS-BK-HEADER                  VALUE '1'.
               88  WS-BK-RANGE                   VALUE '2'.
               88  WS-BK-EFF-HEADER              VALUE '3'.
               88  WS-BK-EFF-RANGE               VALUE '4'.
               88  WS-BK-PARTITION               VALUE '5'.
               88  WS-BK-UNKNOWN                 VALUE '9'.
           05  WS-BK-DATA          PIC X(22).

       01  WS-APPLY-FIELDS.
           05  WS-FIND-SUB         PIC 9(3)       VALUE ZERO.
           05  WS-SHIFT-SUB        PIC 9(3)       VALUE ZERO.
           05  WS-PREV-LOAD-KEY    PIC X(23)      VALUE LOW-VALUES.
           05  WS-FOUND-SW         PIC X          VALUE 'N'.
               88  WS-ENTRY-FOUND                VALUE 'Y'.
               88  WS-ENTRY-NOT-FOUND             VALUE 'N'.
           05  WS-SEQUENCE-SW      PIC X          VALUE 'Y'.
               88  WS-LOAD-IN-SEQUENCE           VALUE 'Y'.
               88  WS-LOAD-OUT-OF-SEQUENCE        VALUE 'N'.
           05  WS-TRAN-RESULT      PIC X(30)      VALUE SPACES.

      ******************************************************************
      *  WS-EDIT-FIELDS CARRY THE WHOLE-SET CHECKS: HOW MANY RECORDS
      *  OF EACH TYPE SURVIVED, AND THE TWO RANGES BEING COMPARED FOR
      *  OVERLAP.  THE CAPACITIES ARE MODCALC'S - A PARAMETER SET
      *  MODCALC WOULD TRUNCATE MUST NOT REACH THE SWAP STEP.
      ******************************************************************
       01  WS-EDIT-FIELDS.
           05  WS-HDR-COUNT        PIC 9(3)       VALUE ZERO.
           05  WS-RNG-COUNT        PIC 9(3)       VALUE ZERO.
           05  WS-EFH-COUNT        PIC 9(3)       VALUE ZERO.
           05  WS-EFR-COUNT        PIC 9(3)       VALUE ZERO.
           05  WS-MAX-RNG-COUNT    PIC 9(3)       VALUE 100.
           05  WS-MAX-EFH-COUNT    PIC 9(3)       VALUE 50.
           05  WS-MAX-EFR-COUNT    PIC 9(3)       VALUE 100.
           05  WS-PRT-COUNT        PIC 9(3)       VALUE ZERO.
           05  WS-MAX-PRT-COUNT    PIC 9(3)       VALUE 8.
           05  WS-PRT-NEXT-NUMBER  PIC 9(3)       VALUE ZERO.
           05  WS-PRT-NEXT-LOW     PIC 9(8)       VALUE ZERO.
           05  WS-PRT-LAST-HIGH    PIC 9(7)       VALUE ZERO.
           05  WS-ABS-CONTROL-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OV-LOW-1         PIC X(7)       VALUE SPACES.
           05  WS-OV-HIGH-1        PIC X(7)       VALUE SPACES.
           05  WS-OV-LOW-2         PIC X(7)       VALUE SPACES.
           05  WS-OV-HIGH-2        PIC X(7)       VALUE SPACES.
           05  WS-NEXT-DATE        PIC X(8)       VALUE SPACES.

       01  WS-FINDING-FIELDS.
           05  WS-FINDING-SEVERITY PIC X(7)       VALUE SPACES.
           05  WS-FINDING-KEY      PIC X(26)      VALUE SPACES.
           05  WS-FINDING-TEXT     PIC X(40)      VALUE SPACES.
           05  WS-OTHER-KEY        PIC X(26)      VALUE SPACES.

       01  WS-FILE-FLAGS.
           05  WS-PARM-EOF-SW      PIC X          VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
               88  WS-PARM-NOT-EOF                VALUE 'N'.
           05  WS-TRAN-EOF-SW      PIC X          VALUE 'N'.
               88  WS-TRAN-EOF                   VALUE 'Y'.
               88  WS-TRAN-NOT-EOF                VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-PARM-READ        PIC 9(7)       VALUE ZERO.
           05  WS-TRAN-READ        PIC 9(7)       VALUE ZERO.
           05  WS-ADDED-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-CHANGED-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-TRAN-REJECT-COUNT PIC 9(7)      VALUE ZERO.
           05  WS-ERROR-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-WARNING-COUNT    PIC 9(7)       VALUE ZERO.
           05  WS-PARM-WRITTEN     PIC 9(7)       VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-COUNT         PIC ZZZZZZ9.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-TIMESTAMP  PIC X(21).
           05  WS-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-APPLY-TRANSACTION UNTIL WS-TRAN-EOF
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-RUN-DATE
           OPEN OUTPUT MOD-REPORT-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0120-LOAD-PARAMETERS
           PERFORM 0310-WRITE-TRAN-HEADER
           OPEN INPUT MOD-TRAN-FILE
           PERFORM 0810-READ-TRAN.

      ******************************************************************
      *  0120-LOAD-PARAMETERS READS THE CURRENT MODPARM INTO THE
      *  TABLE.  UNLIKE MODAMNT'S MASTER LOAD, A FILE OUT OF KEY
      *  SEQUENCE IS ONLY A WARNING - MODPARM HAS ALWAYS BEEN HAND-
      *  EDITED IN WHATEVER ORDER, AND THE NEW COPY IS WRITTEN IN KEY
      *  ORDER REGARDLESS.  A DUPLICATE KEY OR AN UNKNOWN RECORD TYPE
      *  IS AN ERROR: THE FIRST MEANS TWO RECORDS COMPETE FOR THE
      *  SAME SLOT, THE SECOND IS EXACTLY WHAT MODCALC'S 0122-APPLY-
      *  PARM-RECORD ABENDS ON.
      ******************************************************************
       0120-LOAD-PARAMETERS.
           OPEN INPUT MOD-PARM-FILE
           PERFORM UNTIL WS-PARM-EOF
               READ MOD-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PARM-READ
                       PERFORM 0130-ADD-LOADED-ENTRY
               END-READ
           END-PERFORM
           CLOSE MOD-PARM-FILE.

       0130-ADD-LOADED-ENTRY.
           MOVE MOD-PARM-RECORD TO MOD-EDIT-PARM-RECORD
           PERFORM 0250-BUILD-KEY
           IF WS-BK-UNKNOWN
               MOVE "ERROR" TO WS-FINDING-SEVERITY
               MOVE SPACES TO WS-FINDING-KEY
               STRING "MODPARM TYPE '" DELIMITED BY SIZE
                   MP-RECORD-TYPE DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO WS-FINDING-KEY
               MOVE "UNKNOWN RECORD TYPE - RECORD DROPPED"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           ELSE
               IF WS-PARM-COUNT > 0
                       AND WS-BUILD-KEY < WS-PREV-LOAD-KEY
                       AND WS-LOAD-IN-SEQUENCE
                   SET WS-LOAD-OUT-OF-SEQUENCE TO TRUE
                   MOVE "WARNING" TO WS-FINDING-SEVERITY
                   PERFORM 0520-FORMAT-KEY
                   MOVE "MODPARM NOT IN KEY ORDER - NEW COPY SORTED"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               END-IF
               MOVE WS-BUILD-KEY TO WS-PREV-LOAD-KEY
               PERFORM 0260-FIND-ENTRY
               IF WS-ENTRY-FOUND
                   MOVE "ERROR" TO WS-FINDING-SEVERITY
                   PERFORM 0520-FORMAT-KEY
                   MOVE "DUPLICATE RECORD IN MODPARM - DROPPED"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               ELSE
                   PERFORM 0400-INSERT-ENTRY
                   MOVE MOD-PARM-RECORD TO WS-PE-IMAGE(WS-FIND-SUB)
                   SET WS-PE-NOT-TOUCHED(WS-FIND-SUB) TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *  0200-APPLY-TRANSACTION APPLIES ONE MODPTRN RECORD.  A
      *  TRANSACTION THAT CANNOT BE APPLIED - UNKNOWN ACTION OR
      *  RECORD TYPE, AN ADD FOR A KEY ALREADY ON FILE, A CHANGE OR
      *  DELETE FOR ONE THAT ISN'T - IS REJECTED AND COUNTED AS AN
      *  ERROR.  UNLIKE MODAMNT'S FEED, NOTHING HERE IS RESOLVED
      *  TOWARD CONVERGENCE: THESE ARE A PERSON'S STAGED CHANGES, AND
      *  ONE THAT DIDN'T LAND AS KEYED MEANS THE RESULTING SET IS NOT
      *  THE ONE THAT WAS ASKED FOR.
      ******************************************************************
       0200-APPLY-TRANSACTION.
           MOVE PT-PARM-IMAGE TO MOD-EDIT-PARM-RECORD
           PERFORM 0250-BUILD-KEY
           EVALUATE TRUE
               WHEN NOT PT-ADD-PARM AND NOT PT-CHANGE-PARM
                       AND NOT PT-DELETE-PARM
                   MOVE "REJECTED - ACTION NOT A/C/D"
                       TO WS-TRAN-RESULT
                   ADD 1 TO WS-TRAN-REJECT-COUNT
               WHEN WS-BK-UNKNOWN
                   MOVE "REJECTED - TYPE NOT H/R/E/V/P"
                       TO WS-TRAN-RESULT
                   ADD 1 TO WS-TRAN-REJECT-COUNT
               WHEN OTHER
                   PERFORM 0220-APPLY-ONE-CHANGE
           END-EVALUATE
           PERFORM 0410-WRITE-TRAN-LINE
           PERFORM 0810-READ-TRAN.

       0220-APPLY-ONE-CHANGE.
           PERFORM 0260-FIND-ENTRY
           EVALUATE TRUE
               WHEN PT-ADD-PARM AND WS-ENTRY-FOUND
                   MOVE "REJECTED - ALREADY ON FILE" TO WS-TRAN-RESULT
                   ADD 1 TO WS-TRAN-REJECT-COUNT
               WHEN PT-ADD-PARM
                   PERFORM 0400-INSERT-ENTRY
                   MOVE PT-PARM-IMAGE TO WS-PE-IMAGE(WS-FIND-SUB)
                   SET WS-PE-TOUCHED(WS-FIND-SUB) TO TRUE
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO WS-TRAN-RESULT
               WHEN NOT WS-ENTRY-FOUND
                   MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-RESULT
                   ADD 1 TO WS-TRAN-REJECT-COUNT
               WHEN PT-CHANGE-PARM
                   MOVE PT-PARM-IMAGE TO WS-PE-IMAGE(WS-FIND-SUB)
                   SET WS-PE-TOUCHED(WS-FIND-SUB) TO TRUE
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO WS-TRAN-RESULT
               WHEN OTHER
                   PERFORM 0420-DELETE-ENTRY
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETED" TO WS-TRAN-RESULT
           END-EVALUATE.

      ******************************************************************
      *  0250-BUILD-KEY BUILDS WS-BUILD-KEY FROM WHATEVER IMAGE IS IN
      *  MOD-EDIT-PARM-RECORD.  THE KEY FIELDS ARE TAKEN BY POSITION
      *  AS CHARACTERS, NOT AS NUMBERS, SO A NON-NUMERIC KEY STILL
      *  KEYS (AND IS THEN FLAGGED BY THE EDIT) INSTEAD OF ABENDING.
      ******************************************************************
       0250-BUILD-KEY.
           MOVE SPACES TO WS-BUILD-KEY
           EVALUATE TRUE
               WHEN EP-HEADER-RECORD
                   SET WS-BK-HEADER TO TRUE
               WHEN EP-RANGE-RECORD
                   SET WS-BK-RANGE TO TRUE
                   MOVE EP-RANGE-SECTION(1:14) TO WS-BK-DATA
               WHEN EP-EFFECTIVE-HEADER
                   SET WS-BK-EFF-HEADER TO TRUE
                   MOVE EP-EFF-HEADER-SECTION(1:8) TO WS-BK-DATA
               WHEN EP-EFFECTIVE-RANGE
                   SET WS-BK-EFF-RANGE TO TRUE
                   MOVE EP-EFF-RANGE-SECTION(1:22) TO WS-BK-DATA
               WHEN EP-PARTITION-RECORD
                   SET WS-BK-PARTITION TO TRUE
                   MOVE EP-PART-SECTION(1:2) TO WS-BK-DATA
               WHEN OTHER
                   SET WS-BK-UNKNOWN TO TRUE
           END-EVALUATE.

      ******************************************************************
      *  0260-FIND-ENTRY LOCATES WS-BUILD-KEY IN THE (SORTED) TABLE.
      *  WS-FIND-SUB IS LEFT AT THE MATCH, OR AT THE SLOT THE KEY
      *  BELONGS IN WHEN ABSENT, SO 0400-INSERT-ENTRY CAN USE IT
      *  DIRECTLY - THE SAME TECHNIQUE AS MODAMNT'S 0250-FIND-ACCOUNT.
      ******************************************************************
       0260-FIND-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           MOVE 1 TO WS-FIND-SUB
           PERFORM UNTIL WS-FIND-SUB > WS-PARM-COUNT
                   OR WS-PE-KEY(WS-FIND-SUB) >= WS-BUILD-KEY
               ADD 1 TO WS-FIND-SUB
           END-PERFORM
           IF WS-FIND-SUB <= WS-PARM-COUNT
                   AND WS-PE-KEY(WS-FIND-SUB) = WS-BUILD-KEY
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      ******************************************************************
      *  0300-WRITE-HEADER AND 0310-WRITE-TRAN-HEADER START THE EDIT
      *  REPORT.  FINDINGS AGAINST THE CURRENT FILE ITSELF (DUPLICATE,
      *  UNKNOWN OR OUT-OF-SEQUENCE RECORDS) PRINT BETWEEN THE TWO,
      *  AS THE LOAD FINDS THEM.
      ******************************************************************
       0300-WRITE-HEADER.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODPMNT PARAMETER MAINTENANCE AND PRE-FLIGHT EDIT  "
               DELIMITED BY SIZE
               "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "CURRENT MODPARM FINDINGS" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0310-WRITE-TRAN-HEADER.
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TRANSACTIONS" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "ACT  RECORD                      RESULT"
               DELIMITED BY SIZE
               "                          OPERATOR" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0320-WRITE-EDIT-HEADER.
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "PRE-FLIGHT EDIT OF RESULTING PARAMETER SET"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "SEVERITY RECORD                      FINDING"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0400-INSERT-ENTRY.
           IF WS-PARM-COUNT >= 300
               DISPLAY "MODPMNT0400E PARAMETER TABLE FULL - CANNOT "
                   "HOLD " WS-BUILD-KEY " - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PARM-COUNT
           MOVE WS-PARM-COUNT TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB <= WS-FIND-SUB
               MOVE WS-PARM-ENTRY(WS-SHIFT-SUB - 1)
                   TO WS-PARM-ENTRY(WS-SHIFT-SUB)
               SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM
           MOVE WS-BUILD-KEY TO WS-PE-KEY(WS-FIND-SUB).

       0410-WRITE-TRAN-LINE.
           PERFORM 0520-FORMAT-KEY
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING PT-ACTION DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-FINDING-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TRAN-RESULT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PT-OPERATOR-ID DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           IF WS-TRAN-RESULT(1:8) = "REJECTED"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       0420-DELETE-ENTRY.
           MOVE WS-FIND-SUB TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB >= WS-PARM-COUNT
               MOVE WS-PARM-ENTRY(WS-SHIFT-SUB + 1)
                   TO WS-PARM-ENTRY(WS-SHIFT-SUB)
               ADD 1 TO WS-SHIFT-SUB
           END-PERFORM
           SUBTRACT 1 FROM WS-PARM-COUNT.

      ******************************************************************
      *  0500-EDIT-PARAMETERS EDITS THE RESULTING SET: EACH RECORD ON
      *  ITS OWN (0510), THEN THE WHOLE-SET RULES - EXACTLY ONE
      *  HEADER, NO MORE RECORDS OF A TYPE THAN MODCALC'S TABLES
      *  HOLD, NO COMPETING RANGES (0540), AND PARTITIONS THAT COVER
      *  EVERY ACCOUNT NUMBER EXACTLY ONCE (0560).
      ******************************************************************
       0500-EDIT-PARAMETERS.
           PERFORM 0320-WRITE-EDIT-HEADER
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PARM-COUNT
               PERFORM 0510-EDIT-ONE-ENTRY
           END-PERFORM
           PERFORM 0540-CHECK-RANGE-OVERLAPS
           IF WS-PRT-COUNT > 0
               PERFORM 0560-CHECK-PARTITION-COVERAGE
           END-IF
           MOVE SPACES TO WS-FINDING-KEY
           IF WS-HDR-COUNT = 0
               MOVE "ERROR" TO WS-FINDING-SEVERITY
               MOVE "H HEADER" TO WS-FINDING-KEY
               MOVE "NO 'H' HEADER - NO DEFAULT DIVISOR SET"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF WS-RNG-COUNT > WS-MAX-RNG-COUNT
               MOVE "ERROR" TO WS-FINDING-SEVERITY
               MOVE "R RECORDS" TO WS-FINDING-KEY
               MOVE "MORE 'R' RECORDS THAN MODCALC HOLDS (100)"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF WS-EFH-COUNT > WS-MAX-EFH-COUNT
               MOVE "ERROR" TO WS-FINDING-SEVERITY
               MOVE "E RECORDS" TO WS-FINDING-KEY
               MOVE "MORE 'E' RECORDS THAN MODCALC HOLDS (50)"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF WS-EFR-COUNT > WS-MAX-EFR-COUNT
               MOVE "ERROR" TO WS-FINDING-SEVERITY
               MOVE "V RECORDS" TO WS-FINDING-KEY
               MOVE "MORE 'V' RECORDS THAN MODCALC HOLDS (100)"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF WS-PRT-COUNT > WS-MAX-PRT-COUNT
               MOVE "ERROR" TO WS-FINDING-SEVERITY
               MOVE "P RECORDS" TO WS-FINDING-KEY
               MOVE "MORE 'P' RECORDS THAN MODPSPL SPLITS (8)"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF.

       0510-EDIT-ONE-ENTRY.
           MOVE WS-PE-KEY(WS-PE-IDX) TO WS-BUILD-KEY
           MOVE WS-PE-IMAGE(WS-PE-IDX) TO MOD-EDIT-PARM-RECORD
           PERFORM 0520-FORMAT-KEY
           MOVE "ERROR" TO WS-FINDING-SEVERITY
           EVALUATE TRUE
               WHEN WS-BK-HEADER
                   ADD 1 TO WS-HDR-COUNT
                   PERFORM 0512-EDIT-HEADER
               WHEN WS-BK-RANGE
                   ADD 1 TO WS-RNG-COUNT
                   PERFORM 0514-EDIT-RANGE
               WHEN WS-BK-EFF-HEADER
                   ADD 1 TO WS-EFH-COUNT
                   PERFORM 0516-EDIT-EFF-HEADER
               WHEN WS-BK-EFF-RANGE
                   ADD 1 TO WS-EFR-COUNT
                   PERFORM 0518-EDIT-EFF-RANGE
               WHEN WS-BK-PARTITION
                   ADD 1 TO WS-PRT-COUNT
                   PERFORM 0519-EDIT-PARTITION
           END-EVALUATE.

      ******************************************************************
      *  0512-EDIT-HEADER APPLIES THE SAME TESTS MODCALC'S 0122
      *  APPLIES TO THE 'H' RECORD, BUT REPORTS INSTEAD OF ABENDING
      *  OR QUIETLY FALLING BACK TO THE COMPILED-IN DIVISOR.  THE
      *  SUSPENSE THRESHOLD IS COMPARED WITH THE CONTROL TOTAL'S
      *  ABSOLUTE VALUE, THE SAME WAY 0170-CHECK-SUSPENSE COMPARES
      *  IT WITH A RECORD'S ABSOLUTE AMOUNT; A ZERO CONTROL TOTAL
      *  MEANS NONE WAS SUPPLIED AND THERE IS NOTHING TO COMPARE.
      ******************************************************************
       0512-EDIT-HEADER.
           IF EP-DIVISOR NOT NUMERIC OR EP-DIVISOR = 0
               MOVE "HEADER DIVISOR ZERO OR MISSING"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF EP-RESTART-COUNT NOT NUMERIC
               MOVE "RESTART COUNT NOT NUMERIC" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           ELSE
               IF EP-RESTART-COUNT > 0
                   MOVE "WARNING" TO WS-FINDING-SEVERITY
                   MOVE "RESTART COUNT SET - NEXT RUN WILL RESTART"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
                   MOVE "ERROR" TO WS-FINDING-SEVERITY
               END-IF
           END-IF
           IF EP-CONTROL-TOTAL NOT NUMERIC
               MOVE "CONTROL TOTAL NOT NUMERIC" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF EP-SUSPENSE-THRESHOLD NOT NUMERIC
               MOVE "SUSPENSE THRESHOLD NOT NUMERIC"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF EP-CONTROL-TOTAL NUMERIC
                   AND EP-SUSPENSE-THRESHOLD NUMERIC
                   AND EP-CONTROL-TOTAL NOT = 0
               IF EP-CONTROL-TOTAL < 0
                   COMPUTE WS-ABS-CONTROL-TOTAL = 0 - EP-CONTROL-TOTAL
               ELSE
                   MOVE EP-CONTROL-TOTAL TO WS-ABS-CONTROL-TOTAL
               END-IF
               IF EP-SUSPENSE-THRESHOLD > WS-ABS-CONTROL-TOTAL
                   MOVE "SUSPENSE THRESHOLD ABOVE CONTROL TOTAL"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               END-IF
           END-IF
           IF NOT EP-DUP-REPORT-ONLY AND NOT EP-DUP-NET
                   AND NOT EP-DUP-FIRST-ONLY
               MOVE "DUP DISPOSITION NOT R/N/F - WOULD ABEND"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF EP-RERUN-ALLOWED
               MOVE "WARNING" TO WS-FINDING-SEVERITY
               MOVE "RERUN OVERRIDE LEFT ON" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
               MOVE "ERROR" TO WS-FINDING-SEVERITY
           END-IF.

       0514-EDIT-RANGE.
           IF EP-RANGE-LOW NOT NUMERIC OR EP-RANGE-HIGH NOT NUMERIC
               MOVE "RANGE LOW/HIGH NOT NUMERIC" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           ELSE
               IF EP-RANGE-LOW > EP-RANGE-HIGH
                   MOVE "RANGE LOW IS ABOVE RANGE HIGH"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               END-IF
           END-IF
           IF EP-RANGE-DIVISOR NOT NUMERIC OR EP-RANGE-DIVISOR = 0
               MOVE "RANGE DIVISOR ZERO OR MISSING" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF.

      ******************************************************************
      *  0516-EDIT-EFF-HEADER AND 0518-EDIT-EFF-RANGE CHECK THE
      *  EFFECTIVE-DATED RECORDS.  A DATE BEFORE TODAY ON A RECORD
      *  THIS RUN ADDED OR CHANGED IS AN ERROR - IT WOULD TAKE EFFECT
      *  RETROACTIVELY, WHICH IS NEVER WHAT STAGING A CHANGE MEANS.
      *  AN UNTOUCHED 'E' RECORD IN THE PAST IS NORMAL (IT IS THE SET
      *  NOW IN FORCE) UNLESS THE NEXT 'E' RECORD IS ALSO IN FORCE,
      *  IN WHICH CASE IT CAN NEVER APPLY AGAIN AND IS WARNED AS SAFE
      *  TO RETIRE.  THE TABLE IS IN DATE ORDER, SO THE NEXT ENTRY IS
      *  THE NEXT LATER 'E' RECORD WHEN THERE IS ONE.
      ******************************************************************
       0516-EDIT-EFF-HEADER.
           IF EP-EFF-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           ELSE
               IF EP-EFF-DATE-X < WS-RUN-DATE
                   IF WS-PE-TOUCHED(WS-PE-IDX)
                       MOVE "EFFECTIVE DATE IS IN THE PAST"
                           TO WS-FINDING-TEXT
                       PERFORM 0700-WRITE-FINDING
                   ELSE
                       PERFORM 0517-CHECK-SUPERSEDED
                   END-IF
               END-IF
           END-IF
           IF EP-EFF-DIVISOR NOT NUMERIC OR EP-EFF-DIVISOR = 0
               MOVE "EFFECTIVE DIVISOR ZERO OR MISSING"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF.

       0517-CHECK-SUPERSEDED.
           IF WS-PE-IDX < WS-PARM-COUNT
               IF WS-PE-KEY(WS-PE-IDX + 1)(1:1) = '3'
                   MOVE WS-PE-KEY(WS-PE-IDX + 1)(2:8) TO WS-NEXT-DATE
                   IF WS-NEXT-DATE NOT > WS-RUN-DATE
                       MOVE "WARNING" TO WS-FINDING-SEVERITY
                       MOVE "SUPERSEDED BY LATER 'E' - CAN BE RETIRED"
                           TO WS-FINDING-TEXT
                       PERFORM 0700-WRITE-FINDING
                       MOVE "ERROR" TO WS-FINDING-SEVERITY
                   END-IF
               END-IF
           END-IF.

       0518-EDIT-EFF-RANGE.
           IF EP-EFFR-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           ELSE
               IF EP-EFFR-DATE-X < WS-RUN-DATE
                       AND WS-PE-TOUCHED(WS-PE-IDX)
                   MOVE "EFFECTIVE DATE IS IN THE PAST"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               END-IF
           END-IF
           IF EP-EFFR-LOW NOT NUMERIC OR EP-EFFR-HIGH NOT NUMERIC
               MOVE "RANGE LOW/HIGH NOT NUMERIC" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           ELSE
               IF EP-EFFR-LOW > EP-EFFR-HIGH
                   MOVE "RANGE LOW IS ABOVE RANGE HIGH"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               END-IF
           END-IF
           IF EP-EFFR-DIVISOR NOT NUMERIC OR EP-EFFR-DIVISOR = 0
               MOVE "RANGE DIVISOR ZERO OR MISSING" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF.

      ******************************************************************
      *  0519-EDIT-PARTITION CHECKS ONE 'P' RECORD ON ITS OWN.  HOW
      *  THE PARTITIONS FIT TOGETHER IS 0560'S CONCERN.
      ******************************************************************
       0519-EDIT-PARTITION.
           IF EP-PART-NUMBER NOT NUMERIC OR EP-PART-NUMBER = 0
                   OR EP-PART-NUMBER > WS-MAX-PRT-COUNT
               MOVE "PARTITION NUMBER NOT 01 THRU 08"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF
           IF EP-PART-LOW NOT NUMERIC OR EP-PART-HIGH NOT NUMERIC
               MOVE "RANGE LOW/HIGH NOT NUMERIC" TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           ELSE
               IF EP-PART-LOW > EP-PART-HIGH
                   MOVE "RANGE LOW IS ABOVE RANGE HIGH"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               END-IF
           END-IF.

      ******************************************************************
      *  0520-FORMAT-KEY TURNS WS-BUILD-KEY INTO THE READABLE RECORD
      *  IDENTIFIER THE REPORT PRINTS, E.G. "R 0100000-0199999" OR
      *  "V 20261101 0100000-0199999".  A 'P' RECORD IS KEYED BY ITS
      *  NUMBER ALONE, E.G. "P PARTITION 03".
      ******************************************************************
       0520-FORMAT-KEY.
           MOVE SPACES TO WS-FINDING-KEY
           EVALUATE TRUE
               WHEN WS-BK-HEADER
                   MOVE "H HEADER" TO WS-FINDING-KEY
               WHEN WS-BK-RANGE
                   STRING "R " DELIMITED BY SIZE
                       WS-BK-DATA(1:7) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-BK-DATA(8:7) DELIMITED BY SIZE
                       INTO WS-FINDING-KEY
               WHEN WS-BK-EFF-HEADER
                   STRING "E " DELIMITED BY SIZE
                       WS-BK-DATA(1:8) DELIMITED BY SIZE
                       INTO WS-FINDING-KEY
               WHEN WS-BK-EFF-RANGE
                   STRING "V " DELIMITED BY SIZE
                       WS-BK-DATA(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BK-DATA(9:7) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-BK-DATA(16:7) DELIMITED BY SIZE
                       INTO WS-FINDING-KEY
               WHEN WS-BK-PARTITION
                   STRING "P PARTITION " DELIMITED BY SIZE
                       WS-BK-DATA(1:2) DELIMITED BY SIZE
                       INTO WS-FINDING-KEY
               WHEN OTHER
                   STRING "TYPE '" DELIMITED BY SIZE
                       PT-RECORD-TYPE DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO WS-FINDING-KEY
           END-EVALUATE.

      ******************************************************************
      *  0540-CHECK-RANGE-OVERLAPS COMPARES EVERY 'R' RANGE WITH
      *  EVERY LATER 'R' RANGE, AND EVERY 'V' RANGE WITH EVERY LATER
      *  'V' RANGE OF THE SAME EFFECTIVE DATE.  TWO RANGES OVERLAP
      *  WHEN EACH STARTS NO LATER THAN THE OTHER ENDS.  'V' RANGES
      *  OF DIFFERENT DATES ARE MEANT TO OVERLAP - THE LATER ONE
      *  SUPERSEDES THE EARLIER - AS ARE A 'V' AND THE 'R' IT
      *  OVERRIDES, SO NEITHER IS FLAGGED.  RANGES WITH NON-NUMERIC
      *  BOUNDS ARE ALREADY IN ERROR AND ARE SKIPPED HERE.
      ******************************************************************
       0540-CHECK-RANGE-OVERLAPS.
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PARM-COUNT
               IF WS-PE-KEY(WS-PE-IDX)(1:1) = '2'
                       OR WS-PE-KEY(WS-PE-IDX)(1:1) = '4'
                   PERFORM VARYING WS-PE-IDX2 FROM WS-PE-IDX BY 1
                           UNTIL WS-PE-IDX2 >= WS-PARM-COUNT
                       PERFORM 0545-COMPARE-RANGE-PAIR
                   END-PERFORM
               END-IF
           END-PERFORM.

       0545-COMPARE-RANGE-PAIR.
           IF WS-PE-KEY(WS-PE-IDX2 + 1)(1:1) = '2'
                   AND WS-PE-KEY(WS-PE-IDX)(1:1) = '2'
               MOVE WS-PE-KEY(WS-PE-IDX)(2:7)      TO WS-OV-LOW-1
               MOVE WS-PE-KEY(WS-PE-IDX)(9:7)      TO WS-OV-HIGH-1
               MOVE WS-PE-KEY(WS-PE-IDX2 + 1)(2:7) TO WS-OV-LOW-2
               MOVE WS-PE-KEY(WS-PE-IDX2 + 1)(9:7) TO WS-OV-HIGH-2
               PERFORM 0550-TEST-OVERLAP
           END-IF
           IF WS-PE-KEY(WS-PE-IDX2 + 1)(1:1) = '4'
                   AND WS-PE-KEY(WS-PE-IDX)(1:1) = '4'
                   AND WS-PE-KEY(WS-PE-IDX2 + 1)(2:8)
                       = WS-PE-KEY(WS-PE-IDX)(2:8)
               MOVE WS-PE-KEY(WS-PE-IDX)(10:7)      TO WS-OV-LOW-1
               MOVE WS-PE-KEY(WS-PE-IDX)(17:7)      TO WS-OV-HIGH-1
               MOVE WS-PE-KEY(WS-PE-IDX2 + 1)(10:7) TO WS-OV-LOW-2
               MOVE WS-PE-KEY(WS-PE-IDX2 + 1)(17:7) TO WS-OV-HIGH-2
               PERFORM 0550-TEST-OVERLAP
           END-IF.

       0550-TEST-OVERLAP.
           IF WS-OV-LOW-1 IS NUMERIC AND WS-OV-HIGH-1 IS NUMERIC
                   AND WS-OV-LOW-2 IS NUMERIC
                   AND WS-OV-HIGH-2 IS NUMERIC
               IF WS-OV-LOW-1 NOT > WS-OV-HIGH-2
                       AND WS-OV-LOW-2 NOT > WS-OV-HIGH-1
                   MOVE WS-PE-KEY(WS-PE-IDX2 + 1) TO WS-BUILD-KEY
                   PERFORM 0520-FORMAT-KEY
                   MOVE WS-FINDING-KEY TO WS-OTHER-KEY
                   MOVE WS-PE-KEY(WS-PE-IDX) TO WS-BUILD-KEY
                   PERFORM 0520-FORMAT-KEY
                   MOVE "ERROR" TO WS-FINDING-SEVERITY
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "OVERLAPS " DELIMITED BY SIZE
                       WS-OTHER-KEY DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               END-IF
           END-IF.

      ******************************************************************
      *  0560-CHECK-PARTITION-COVERAGE WALKS THE 'P' RECORDS IN
      *  NUMBER ORDER (THE TABLE IS IN KEY ORDER) AND CHECKS THAT
      *  THEY ARE NUMBERED 01, 02, ... WITH NO GAP, THAT THE FIRST
      *  STARTS AT 0000000, THAT EACH STARTS ONE PAST WHERE THE
      *  PREVIOUS ONE ENDED, AND THAT THE LAST ENDS AT 9999999 -
      *  THE SAME RULES MODPSPL ENFORCES BEFORE IT SPLITS, CAUGHT
      *  HERE THE AFTERNOON BEFORE INSTEAD.  A RECORD WITH NON-
      *  NUMERIC FIELDS IS ALREADY IN ERROR AND STOPS THE WALK.
      ******************************************************************
       0560-CHECK-PARTITION-COVERAGE.
           MOVE 1 TO WS-PRT-NEXT-NUMBER
           MOVE ZERO TO WS-PRT-NEXT-LOW
           MOVE ZERO TO WS-PRT-LAST-HIGH
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PARM-COUNT
                   OR WS-PRT-NEXT-NUMBER = 0
               IF WS-PE-KEY(WS-PE-IDX)(1:1) = '5'
                   PERFORM 0565-CHECK-ONE-PARTITION
               END-IF
           END-PERFORM
           IF WS-PRT-NEXT-NUMBER NOT = 0
                   AND WS-PRT-LAST-HIGH NOT = 9999999
               MOVE "ERROR" TO WS-FINDING-SEVERITY
               MOVE "P RECORDS" TO WS-FINDING-KEY
               MOVE "PARTITIONS DO NOT REACH ACCOUNT 9999999"
                   TO WS-FINDING-TEXT
               PERFORM 0700-WRITE-FINDING
           END-IF.

       0565-CHECK-ONE-PARTITION.
           MOVE WS-PE-KEY(WS-PE-IDX) TO WS-BUILD-KEY
           MOVE WS-PE-IMAGE(WS-PE-IDX) TO MOD-EDIT-PARM-RECORD
           PERFORM 0520-FORMAT-KEY
           MOVE "ERROR" TO WS-FINDING-SEVERITY
           IF EP-PART-NUMBER NOT NUMERIC OR EP-PART-LOW NOT NUMERIC
                   OR EP-PART-HIGH NOT NUMERIC
               MOVE ZERO TO WS-PRT-NEXT-NUMBER
           ELSE
               IF EP-PART-NUMBER NOT = WS-PRT-NEXT-NUMBER
                   MOVE "PARTITIONS NOT NUMBERED 01 THRU N IN STEP"
                       TO WS-FINDING-TEXT
                   PERFORM 0700-WRITE-FINDING
               END-IF
               IF EP-PART-LOW NOT = WS-PRT-NEXT-LOW
                   IF WS-PRT-NEXT-NUMBER = 1
                       MOVE "FIRST PARTITION DOES NOT START AT 0000000"
                           TO WS-FINDING-TEXT
                   ELSE
                       MOVE "GAP OR OVERLAP WITH PREVIOUS PARTITION"
                           TO WS-FINDING-TEXT
                   END-IF
                   PERFORM 0700-WRITE-FINDING
               END-IF
               MOVE EP-PART-HIGH TO WS-PRT-LAST-HIGH
               COMPUTE WS-PRT-NEXT-LOW = EP-PART-HIGH + 1
               ADD 1 TO WS-PRT-NEXT-NUMBER
           END-IF.

      ******************************************************************
      *  0600-WRITE-NEW-PARMS WRITES THE RESULTING SET TO MODPARN IN
      *  KEY ORDER.  IT IS ONLY PERFORMED WHEN THE EDIT FOUND NO
      *  ERRORS - SEE 0900-TERMINATE.
      ******************************************************************
       0600-WRITE-NEW-PARMS.
           OPEN OUTPUT MOD-NEWPARM-FILE
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PARM-COUNT
               MOVE WS-PE-IMAGE(WS-PE-IDX) TO MOD-NEWPARM-RECORD
               WRITE MOD-NEWPARM-RECORD
               ADD 1 TO WS-PARM-WRITTEN
           END-PERFORM
           CLOSE MOD-NEWPARM-FILE.

       0700-WRITE-FINDING.
           IF WS-FINDING-SEVERITY = "ERROR"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING WS-FINDING-SEVERITY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FINDING-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FINDING-TEXT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0750-WRITE-TRAILER.
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-PARM-READ TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODPARM RECORDS READ:      " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-TRAN-READ TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TRANSACTIONS READ:         " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-TRAN-REJECT-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TRANSACTIONS REJECTED:     " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-ERROR-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "ERRORS:                    " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-WARNING-COUNT TO WS-RL-COUNT
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "WARNINGS:                  " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           IF WS-ERROR-COUNT > 0
               STRING "RESULT: ERRORS FOUND - MODPARN NOT WRITTEN, "
                   DELIMITED BY SIZE
                   "MODPARM UNCHANGED" DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           ELSE
               MOVE WS-PARM-WRITTEN TO WS-RL-COUNT
               STRING "RESULT: CLEAN - MODPARN WRITTEN WITH "
                   DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           END-IF
           WRITE MOD-REPORT-RECORD.

       0810-READ-TRAN.
           READ MOD-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-READ
           END-READ.

      ******************************************************************
      *  0900-TERMINATE EDITS THE RESULTING SET AND WRITES MODPARN
      *  ONLY IF THE EDIT IS CLEAN.  ANY ERROR - A REJECTED
      *  TRANSACTION OR A FINDING - ENDS THE RUN WITH RETURN CODE 12,
      *  THE SUITE'S HOLD-THE-NEXT-STEP CODE, SO THE SWAP STEP DOES
      *  NOT RUN AND THE LIVE MODPARM STAYS AS IT WAS.
      ******************************************************************
       0900-TERMINATE.
           CLOSE MOD-TRAN-FILE
           PERFORM 0500-EDIT-PARAMETERS
           IF WS-ERROR-COUNT = 0
               PERFORM 0600-WRITE-NEW-PARMS
           ELSE
               DISPLAY "MODPMNT0900E " WS-ERROR-COUNT " ERROR(S) IN "
                   "PARAMETER SET - MODPARN NOT WRITTEN - SEE MODPRPT"
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 0750-WRITE-TRAILER
           CLOSE MOD-REPORT-FILE
           DISPLAY "Parameter records read:  " WS-PARM-READ
           DISPLAY "Transactions read:       " WS-TRAN-READ
           DISPLAY "Records added:           " WS-ADDED-COUNT
           DISPLAY "Records changed:         " WS-CHANGED-COUNT
           DISPLAY "Records deleted:         " WS-DELETED-COUNT
           DISPLAY "Transactions rejected:   " WS-TRAN-REJECT-COUNT
           DISPLAY "Errors found:            " WS-ERROR-COUNT
           DISPLAY "Warnings issued:         " WS-WARNING-COUNT
           DISPLAY "Parameter records out:   " WS-PARM-WRITTEN.
