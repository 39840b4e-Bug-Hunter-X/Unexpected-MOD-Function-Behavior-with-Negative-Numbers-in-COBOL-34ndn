       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODPSPL.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODPSPL - SPLITS THE NIGHT'S MODIN INTO ACCOUNT-RANGE
      *  PARTITIONS SO SEVERAL MODCALC RUNS CAN BUCKET IT AT ONCE.
      *
      *  ONE MODCALC OVER THE WHOLE NIGHT NO LONGER FITS THE BATCH
      *  WINDOW.  WHEN MODPARM CARRIES 'P' PARTITION RECORDS THE
      *  MODCALC STEP BECOMES THREE:
      *
      *    MODPSPL (THIS PROGRAM) STARTS THE MODCALC CYCLE STEP,
      *    PROVES MODIN'S ENVELOPE, CHECKS AND REGISTERS THE BUSINESS
      *    DATE ON MODREG EXACTLY AS A SINGLE MODCALC WOULD, THEN
      *    WRITES EACH DETAIL RECORD TO THE PARTITION WHOSE 'P' RANGE
      *    HOLDS ITS ACCOUNT (DD NAMES MODIN01 THRU MODIN08).  EACH
      *    PARTITION IS A COMPLETE MODIN OF ITS OWN - 'H' HEADER,
      *    DETAILS, 'T' TRAILER WITH ITS OWN COUNT AND HASH - SO
      *    MODCALC'S ENVELOPE CHECK STILL PROVES NOTHING WAS LOST.
      *    THE HEADER ALSO CARRIES THE PARTITION NUMBER, COUNT AND
      *    RANGE, WHICH IS HOW A MODCALC KNOWS IT IS A PARTITION RUN.
      *
      *    ONE MODCALC PER PARTITION, RUN SIDE BY SIDE, EACH WITH ITS
      *    OWN OUTPUT DATASETS.
      *
      *    MODPMRG MERGES THE PARTITIONS' OUTPUTS BACK INTO THE FILES
      *    ONE MODCALC WOULD HAVE WRITTEN, RECONCILES THE MERGED
      *    TOTALS ONCE AGAINST THE CONTROL TOTAL, AND ENDS THE STEP.
      *
      *  THE SPLIT IS ALSO WRITTEN TO MODPCTL, ONE RECORD PER
      *  PARTITION WITH ITS RANGE, DETAIL COUNT AND HASH, FOR MODPMRG
      *  TO HOLD EACH PARTITION'S RESULTS TO.  MODPSRPT LISTS THE SAME.
      *
      *  THE 'P' RECORDS ARE CHECKED AGAIN HERE, NOT JUST BY MODPMNT:
      *  NUMBERED 1 THRU N WITH NONE MISSING OR REPEATED, N AT MOST 8,
      *  AND RANGES RUNNING FROM 0000000 TO 9999999 IN PARTITION
      *  ORDER WITH NO GAP OR OVERLAP.  A DETAIL WHOSE ACCOUNT ISN'T
      *  NUMERIC GOES TO PARTITION 1, WHERE MODCALC REJECTS IT.
      *
      *  THE STEP STAYS OPEN ON A CLEAN SPLIT - ONLY MODPMRG LOGS ITS
      *  END.  ANY PROBLEM ENDS THE STEP WITH RETURN CODE 16 AND NO
      *  PARTITION FILE IS TRUSTED.  THE SPLIT MAY BE RUN AGAIN WHILE
      *  THE STEP IS STILL OPEN (A BAD 'P' RECORD FIXED, SAY): THE
      *  DATE WAS REGISTERED BY THE FIRST SPLIT, SO THE REGISTRY IS
      *  LEFT ALONE, AS A MODCALC CHECKPOINT RESTART LEAVES IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOD-INPUT-FILE  ASSIGN TO MODIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-PARM-FILE ASSIGN TO MODPARM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-REGISTRY-FILE ASSIGN TO MODREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-CONTROL-FILE ASSIGN TO MODPCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-REPORT-FILE ASSIGN TO MODPSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-1-FILE ASSIGN TO MODIN01
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-2-FILE ASSIGN TO MODIN02
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-3-FILE ASSIGN TO MODIN03
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-4-FILE ASSIGN TO MODIN04
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-5-FILE ASSIGN TO MODIN05
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-6-FILE ASSIGN TO MODIN06
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-7-FILE ASSIGN TO MODIN07
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-PART-8-FILE ASSIGN TO MODIN08
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-INPUT-FILE
           RECORDING MODE IS F.
       COPY MODREC.

       FD  MOD-PARM-FILE
           RECORDING MODE IS F.
       COPY MODPARM.

       FD  MOD-REGISTRY-FILE
           RECORDING MODE IS F.
       COPY MODREG.

       FD  MOD-PART-CONTROL-FILE
           RECORDING MODE IS F.
       COPY MODPCTL.

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

      ******************************************************************
      *  THE PARTITION FILES ARE PLAIN BUFFERS; EVERY RECORD IS BUILT
      *  IN MOD-INPUT-RECORD OR WS-PART-OUT-RECORD AND WRITTEN FROM
      *  THERE BY 0810-WRITE-PARTITION, SO ONE SET OF PARAGRAPHS
      *  SERVES ALL EIGHT.
      ******************************************************************
       FD  MOD-PART-1-FILE
           RECORDING MODE IS F.
       01  MOD-PART-1-RECORD           PIC X(30).

       FD  MOD-PART-2-FILE
           RECORDING MODE IS F.
       01  MOD-PART-2-RECORD           PIC X(30).

       FD  MOD-PART-3-FILE
           RECORDING MODE IS F.
       01  MOD-PART-3-RECORD           PIC X(30).

       FD  MOD-PART-4-FILE
           RECORDING MODE IS F.
       01  MOD-PART-4-RECORD           PIC X(30).

       FD  MOD-PART-5-FILE
           RECORDING MODE IS F.
       01  MOD-PART-5-RECORD           PIC X(30).

       FD  MOD-PART-6-FILE
           RECORDING MODE IS F.
       01  MOD-PART-6-RECORD           PIC X(30).

       FD  MOD-PART-7-FILE
           RECORDING MODE IS F.
       01  MOD-PART-7-RECORD           PIC X(30).

       FD  MOD-PART-8-FILE
           RECORDING MODE IS F.
       01  MOD-PART-8-RECORD           PIC X(30).

       WORKING-STORAGE SECTION.
       COPY MODREC
           REPLACING ==MOD-INPUT-RECORD==     BY ==WS-PART-OUT-RECORD==
                     ==MI-RECORD-TYPE==       BY ==PO-RECORD-TYPE==
                     ==MI-HEADER-RECORD==     BY ==PO-HEADER-RECORD==
                     ==MI-DETAIL-RECORD==     BY ==PO-DETAIL-RECORD==
                     ==MI-TRAILER-RECORD==    BY ==PO-TRAILER-RECORD==
                     ==MI-DETAIL-SECTION==    BY ==PO-DETAIL-SECTION==
                     ==MI-HEADER-SECTION==    BY ==PO-HEADER-SECTION==
                     ==MI-TRAILER-SECTION==   BY ==PO-TRAILER-SECTION==
                     ==MI-ACCOUNT-NUMBER-X==  BY ==PO-ACCOUNT-NUMBER-X==
                     ==MI-ACCOUNT-NUMBER==    BY ==PO-ACCOUNT-NUMBER==
                     ==MI-AMOUNT-X==          BY ==PO-AMOUNT-X==
                     ==MI-AMOUNT==            BY ==PO-AMOUNT==
                     ==MI-BUSINESS-DATE-X==   BY ==PO-BUSINESS-DATE-X==
                     ==MI-BUSINESS-DATE==     BY ==PO-BUSINESS-DATE==
                     ==MI-TRAILER-COUNT==     BY ==PO-TRAILER-COUNT==
                     ==MI-TRAILER-HASH==      BY ==PO-TRAILER-HASH==
                     ==MI-PARTITION-NUMBER==  BY ==PO-PARTITION-NUMBER==
                     ==MI-PARTITION-COUNT==   BY ==PO-PARTITION-COUNT==
                     ==MI-PARTITION-LOW==     BY ==PO-PARTITION-LOW==
                     ==MI-PARTITION-HIGH==    BY ==PO-PARTITION-HIGH==.

      ******************************************************************
      *  WS-PARTITION-TABLE HOLDS ONE ENTRY PER POSSIBLE PARTITION
      *  NUMBER, FILLED FROM MODPARM'S 'P' RECORDS BY NUMBER AND THEN
      *  CARRYING WHAT THE SPLIT PUT IN EACH.  WS-PARTITION-COUNT IS
      *  THE HIGHEST NUMBER SEEN; 0130 PROVES 1 THRU THAT ARE ALL
      *  PRESENT.
      ******************************************************************
       01  WS-PARTITION-TABLE.
           05  WS-PART-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-PART-IDX.
               10  WS-PT-PRESENT-SW    PIC X(1).
                   88  WS-PT-PRESENT               VALUE 'Y'.
                   88  WS-PT-ABSENT                VALUE 'N'.
               10  WS-PT-LOW           PIC 9(7).
               10  WS-PT-HIGH          PIC 9(7).
               10  WS-PT-DETAIL-COUNT  PIC 9(7).
               10  WS-PT-HASH-TOTAL    PIC S9(11)V99 COMP-3.

       01  WS-PARTITION-FIELDS.
           05  WS-PARTITION-COUNT  PIC 9(2)       VALUE ZERO.
           05  WS-PART-SUB         PIC 9(2)       VALUE ZERO.
           05  WS-PART-RECORDS     PIC 9(3)       VALUE ZERO.
           05  WS-PART-ERROR-SW    PIC X          VALUE 'N'.
               88  WS-PART-ERROR                 VALUE 'Y'.
               88  WS-PART-NO-ERROR              VALUE 'N'.
           05  WS-EXPECTED-LOW     PIC 9(8)       VALUE ZERO.
           05  WS-SPLIT-DETAIL-COUNT PIC 9(7)     VALUE ZERO.
           05  WS-SPLIT-HASH-TOTAL PIC S9(11)V99  COMP-3 VALUE ZERO.

      ******************************************************************
      *  WS-ENVELOPE-FIELDS CARRY THE RESULTS OF 0110-VERIFY-ENVELOPE,
      *  THE SAME WHOLE-FILE PRE-PASS MODCALC MAKES, SO A BAD MODIN
      *  STOPS HERE RATHER THAN IN EVERY PARTITION AT ONCE.
      ******************************************************************
       01  WS-ENVELOPE-FIELDS.
           05  WS-BUSINESS-DATE    PIC X(8)       VALUE SPACES.
           05  WS-ENV-DETAIL-COUNT PIC 9(7)       VALUE ZERO.
           05  WS-ENV-HASH-TOTAL   PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-ENV-TRAILER-COUNT PIC 9(7)      VALUE ZERO.
           05  WS-ENV-TRAILER-HASH PIC S9(11)V99  COMP-3 VALUE ZERO.
           05  WS-ENV-EOF-SW       PIC X          VALUE 'N'.
               88  WS-ENV-EOF                    VALUE 'Y'.
               88  WS-ENV-NOT-EOF                 VALUE 'N'.
           05  WS-ENV-HEADER-SW    PIC X          VALUE 'N'.
               88  WS-ENV-HEADER-FOUND           VALUE 'Y'.
               88  WS-ENV-HEADER-NOT-FOUND       VALUE 'N'.
           05  WS-ENV-TRAILER-SW   PIC X          VALUE 'N'.
               88  WS-ENV-TRAILER-FOUND          VALUE 'Y'.
               88  WS-ENV-TRAILER-NOT-FOUND      VALUE 'N'.
           05  WS-ENV-ERROR-SW     PIC X          VALUE 'N'.
               88  WS-ENV-ERROR                  VALUE 'Y'.
               88  WS-ENV-NO-ERROR                VALUE 'N'.

       01  WS-REGISTRY-FIELDS.
           05  WS-REG-EOF-SW       PIC X          VALUE 'N'.
               88  WS-REG-EOF                    VALUE 'Y'.
               88  WS-REG-NOT-EOF                 VALUE 'N'.
           05  WS-DATE-RUN-SW      PIC X          VALUE 'N'.
               88  WS-DATE-ALREADY-RUN           VALUE 'Y'.
               88  WS-DATE-NOT-RUN                VALUE 'N'.
           05  WS-RERUN-OVERRIDE-SW PIC X         VALUE 'N'.
               88  WS-RERUN-OVERRIDE             VALUE 'Y'.
               88  WS-NO-RERUN-OVERRIDE           VALUE 'N'.
           05  WS-RESPLIT-SW       PIC X          VALUE 'N'.
               88  WS-RESPLIT                    VALUE 'Y'.
               88  WS-FIRST-SPLIT                 VALUE 'N'.

       01  WS-FILE-FLAGS.
           05  WS-MODIN-EOF-SW     PIC X          VALUE 'N'.
               88  WS-MODIN-EOF                  VALUE 'Y'.
               88  WS-MODIN-NOT-EOF               VALUE 'N'.
           05  WS-PARM-EOF-SW      PIC X          VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
               88  WS-PARM-NOT-EOF                VALUE 'N'.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-BIG-1         PIC -(11)9.99.

       01  WS-AUDIT-FIELDS.
           05  WS-JOB-NAME         PIC X(8)       VALUE "MODPSPL".
           05  WS-AUDIT-TIMESTAMP  PIC X(21).

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK, THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE - SEE 0090 AND 0990.
      ******************************************************************
       COPY MODCYCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0090-START-CYCLE-STEP
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SPLIT-MODIN
           PERFORM 0900-TERMINATE
           STOP RUN.

      ******************************************************************
      *  0090-START-CYCLE-STEP STARTS THE MODCALC STEP ON BEHALF OF
      *  ALL THE PARTITIONS, UNDER THE SAME RULES A SINGLE MODCALC
      *  STARTS UNDER.  MODCYCK HANDS BACK THE STEP TABLE AS IT STOOD
      *  BEFORE THIS START, SO A MODCALC ALREADY OPEN FOR THE DATE
      *  MARKS THIS AS A RESPLIT OF AN UNFINISHED NIGHT.
      ******************************************************************
       0090-START-CYCLE-STEP.
           SET CY-START-STEP TO TRUE
           MOVE "MODCALC" TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODPSPL0090E CYCLE CONTROL REFUSED RUN - "
                   CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CY-STEP-IDX FROM 1 BY 1
                   UNTIL CY-STEP-IDX > CY-STEP-COUNT
               IF CY-ST-NAME(CY-STEP-IDX) = "MODCALC"
                       AND CY-ST-NO-END(CY-STEP-IDX)
                   SET WS-RESPLIT TO TRUE
               END-IF
           END-PERFORM.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           OPEN OUTPUT MOD-REPORT-FILE
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODPSPL MODIN PARTITION SPLIT REPORT"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "RUN " DELIMITED BY SIZE
               WS-AUDIT-TIMESTAMP(1:8) DELIMITED BY SIZE
               "   CYCLE DATE " DELIMITED BY SIZE
               CY-BUSINESS-DATE DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           PERFORM 0120-READ-PARAMETERS
           PERFORM 0110-VERIFY-ENVELOPE
           PERFORM 0117-CHECK-CYCLE-DATE
           PERFORM 0115-CHECK-RUN-REGISTRY.

      ******************************************************************
      *  0110-VERIFY-ENVELOPE PROVES MODIN'S HEADER/TRAILER ENVELOPE
      *  BY MODCALC'S RULES (SEE MODCALC 0110) BEFORE A RECORD IS
      *  SPLIT.  EVERY FAULT IS DISPLAYED BEFORE THE RUN ABENDS.
      ******************************************************************
       0110-VERIFY-ENVELOPE.
           OPEN INPUT MOD-INPUT-FILE
           PERFORM UNTIL WS-ENV-EOF
               READ MOD-INPUT-FILE
                   AT END
                       SET WS-ENV-EOF TO TRUE
                   NOT AT END
                       PERFORM 0112-CHECK-ENVELOPE-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-INPUT-FILE
           IF WS-ENV-HEADER-NOT-FOUND
               DISPLAY "MODPSPL0110E NO 'H' HEADER RECORD IN MODIN"
               SET WS-ENV-ERROR TO TRUE
           END-IF
           IF WS-ENV-TRAILER-NOT-FOUND
               DISPLAY "MODPSPL0110E NO 'T' TRAILER RECORD IN MODIN"
               SET WS-ENV-ERROR TO TRUE
           ELSE
               IF WS-ENV-DETAIL-COUNT NOT = WS-ENV-TRAILER-COUNT
                   DISPLAY "MODPSPL0110E MODIN TRAILER COUNT "
                       WS-ENV-TRAILER-COUNT " BUT FILE HOLDS "
                       WS-ENV-DETAIL-COUNT " DETAIL RECORDS"
                   SET WS-ENV-ERROR TO TRUE
               END-IF
               IF WS-ENV-HASH-TOTAL NOT = WS-ENV-TRAILER-HASH
                   DISPLAY "MODPSPL0110E MODIN TRAILER HASH TOTAL "
                       "DOES NOT MATCH SUM OF DETAIL AMOUNTS"
                   SET WS-ENV-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-ENV-ERROR
               DISPLAY "MODPSPL0110E MODIN ENVELOPE INVALID - "
                   "ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF.

      *    A HEADER THAT ALREADY CARRIES A PARTITION NUMBER IS ONE OF
      *    THIS PROGRAM'S OWN OUTPUTS FED BACK IN BY MISTAKE.
       0112-CHECK-ENVELOPE-RECORD.
           EVALUATE TRUE
               WHEN MI-HEADER-RECORD
                   IF WS-ENV-HEADER-FOUND
                       DISPLAY "MODPSPL0112E MORE THAN ONE 'H' HEADER "
                           "RECORD IN MODIN"
                       SET WS-ENV-ERROR TO TRUE
                   ELSE
                       IF WS-ENV-DETAIL-COUNT > 0
                               OR WS-ENV-TRAILER-FOUND
                           DISPLAY "MODPSPL0112E 'H' HEADER RECORD IS "
                               "NOT FIRST IN MODIN"
                           SET WS-ENV-ERROR TO TRUE
                       END-IF
                       IF MI-BUSINESS-DATE NOT NUMERIC
                           DISPLAY "MODPSPL0112E HEADER BUSINESS DATE "
                               "'" MI-BUSINESS-DATE-X "' NOT NUMERIC"
                           SET WS-ENV-ERROR TO TRUE
                       ELSE
                           MOVE MI-BUSINESS-DATE-X TO WS-BUSINESS-DATE
                       END-IF
                       IF MI-PARTITION-NUMBER NUMERIC
                               AND MI-PARTITION-NUMBER > 0
                           DISPLAY "MODPSPL0112E MODIN IS ALREADY "
                               "PARTITION " MI-PARTITION-NUMBER
                               " OF A SPLIT"
                           SET WS-ENV-ERROR TO TRUE
                       END-IF
                       SET WS-ENV-HEADER-FOUND TO TRUE
                   END-IF
               WHEN MI-TRAILER-RECORD
                   IF WS-ENV-TRAILER-FOUND
                       DISPLAY "MODPSPL0112E MORE THAN ONE 'T' TRAILER "
                           "RECORD IN MODIN"
                       SET WS-ENV-ERROR TO TRUE
                   ELSE
                       IF MI-TRAILER-COUNT NUMERIC
                               AND MI-TRAILER-HASH NUMERIC
                           MOVE MI-TRAILER-COUNT
                               TO WS-ENV-TRAILER-COUNT
                           MOVE MI-TRAILER-HASH
                               TO WS-ENV-TRAILER-HASH
                       ELSE
                           DISPLAY "MODPSPL0112E TRAILER COUNT/HASH "
                               "NOT NUMERIC"
                           SET WS-ENV-ERROR TO TRUE
                       END-IF
                       SET WS-ENV-TRAILER-FOUND TO TRUE
                   END-IF
               WHEN MI-DETAIL-RECORD
                   IF WS-ENV-TRAILER-FOUND
                       DISPLAY "MODPSPL0112E DETAIL RECORD FOLLOWS THE "
                           "'T' TRAILER IN MODIN"
                       SET WS-ENV-ERROR TO TRUE
                   END-IF
                   ADD 1 TO WS-ENV-DETAIL-COUNT
                   IF MI-AMOUNT NUMERIC
                       ADD MI-AMOUNT TO WS-ENV-HASH-TOTAL
                   END-IF
               WHEN OTHER
                   DISPLAY "MODPSPL0112E UNKNOWN MI-RECORD-TYPE '"
                       MI-RECORD-TYPE "' IN MODIN"
                   SET WS-ENV-ERROR TO TRUE
           END-EVALUATE.

      ******************************************************************
      *  0115-CHECK-RUN-REGISTRY IS MODCALC'S DOUBLE-PROCESSING GUARD
      *  (SEE MODCALC 0115), MADE HERE ONCE FOR THE WHOLE NIGHT SINCE
      *  NO PARTITION SEES THE WHOLE FILE.  A RESPLIT OF A STEP STILL
      *  OPEN WAS REGISTERED BY THE FIRST SPLIT AND IS LEFT ALONE.
      ******************************************************************
       0115-CHECK-RUN-REGISTRY.
           IF WS-RESPLIT
               DISPLAY "MODPSPL0115I MODCALC STEP ALREADY OPEN - RUN "
                   "REGISTRY CHECK SKIPPED FOR BUSINESS DATE "
                   WS-BUSINESS-DATE
           ELSE
               OPEN INPUT MOD-REGISTRY-FILE
               PERFORM UNTIL WS-REG-EOF
                   READ MOD-REGISTRY-FILE
                       AT END
                           SET WS-REG-EOF TO TRUE
                       NOT AT END
                           IF RG-BUSINESS-DATE-X = WS-BUSINESS-DATE
                               SET WS-DATE-ALREADY-RUN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOD-REGISTRY-FILE
               IF WS-DATE-ALREADY-RUN AND WS-NO-RERUN-OVERRIDE
                   DISPLAY "MODPSPL0115E BUSINESS DATE "
                       WS-BUSINESS-DATE " ALREADY PROCESSED PER "
                       "MODREG - RE-FED FILE? SET MP-RERUN-OVERRIDE "
                       "TO RERUN DELIBERATELY - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 0990-END-CYCLE-STEP
                   STOP RUN
               END-IF
               IF WS-DATE-ALREADY-RUN
                   DISPLAY "MODPSPL0115W BUSINESS DATE "
                       WS-BUSINESS-DATE " RERUN UNDER "
                       "MP-RERUN-OVERRIDE"
               END-IF
           END-IF.

      ******************************************************************
      *  0117-CHECK-CYCLE-DATE HOLDS THE MODIN HEADER TO THE CYCLE
      *  DATE ON MODCDTE, AS MODCALC 0117 DOES.
      ******************************************************************
       0117-CHECK-CYCLE-DATE.
           IF WS-BUSINESS-DATE NOT = CY-BUSINESS-DATE
               DISPLAY "MODPSPL0117E MODIN BUSINESS DATE "
                   WS-BUSINESS-DATE " IS NOT THE CYCLE DATE "
                   CY-BUSINESS-DATE " ON MODCDTE - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF.

       0118-REGISTER-RUN.
           OPEN EXTEND MOD-REGISTRY-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO MOD-REGISTRY-RECORD
           MOVE WS-BUSINESS-DATE   TO RG-BUSINESS-DATE-X
           MOVE WS-AUDIT-TIMESTAMP TO RG-RUN-TIMESTAMP
           IF WS-DATE-ALREADY-RUN
               SET RG-RERUN-RUN TO TRUE
           ELSE
               SET RG-FIRST-RUN TO TRUE
           END-IF
           WRITE MOD-REGISTRY-RECORD
           CLOSE MOD-REGISTRY-FILE.

      ******************************************************************
      *  0120-READ-PARAMETERS LOADS THE 'P' RECORDS INTO WS-PARTITION-
      *  TABLE BY NUMBER AND TAKES THE HEADER'S RERUN OVERRIDE FOR
      *  0115.  EVERY OTHER RECORD TYPE IS MODCALC'S BUSINESS; EACH
      *  PARTITION READS THEM ALL FOR ITSELF.
      ******************************************************************
       0120-READ-PARAMETERS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 8
               SET WS-PT-ABSENT(WS-PART-IDX) TO TRUE
               MOVE ZERO TO WS-PT-LOW(WS-PART-IDX)
               MOVE ZERO TO WS-PT-HIGH(WS-PART-IDX)
               MOVE ZERO TO WS-PT-DETAIL-COUNT(WS-PART-IDX)
               MOVE ZERO TO WS-PT-HASH-TOTAL(WS-PART-IDX)
           END-PERFORM
           SET WS-PARM-NOT-EOF TO TRUE
           OPEN INPUT MOD-PARM-FILE
           PERFORM UNTIL WS-PARM-EOF
               READ MOD-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM 0122-APPLY-PARM-RECORD
               END-READ
           END-PERFORM
           CLOSE MOD-PARM-FILE
           PERFORM 0130-CHECK-PARTITIONS
           IF WS-PART-ERROR
               DISPLAY "MODPSPL0120E MODPARM 'P' RECORDS DO NOT "
                   "DESCRIBE A USABLE SPLIT - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF.

       0122-APPLY-PARM-RECORD.
           EVALUATE TRUE
               WHEN MP-HEADER-RECORD
                   IF MP-RERUN-ALLOWED
                       SET WS-RERUN-OVERRIDE TO TRUE
                   END-IF
               WHEN MP-PARTITION-RECORD
                   PERFORM 0124-STORE-PARTITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0124-STORE-PARTITION.
           ADD 1 TO WS-PART-RECORDS
           EVALUATE TRUE
               WHEN MP-PART-NUMBER NOT NUMERIC
                       OR MP-PART-NUMBER < 1
                       OR MP-PART-NUMBER > 8
                   DISPLAY "MODPSPL0124E 'P' RECORD NUMBER '"
                       MP-PART-SECTION(1:2) "' NOT 01 THRU 08"
                   SET WS-PART-ERROR TO TRUE
               WHEN MP-PART-LOW NOT NUMERIC
                       OR MP-PART-HIGH NOT NUMERIC
                   DISPLAY "MODPSPL0124E PARTITION " MP-PART-NUMBER
                       " RANGE NOT NUMERIC"
                   SET WS-PART-ERROR TO TRUE
               WHEN MP-PART-LOW > MP-PART-HIGH
                   DISPLAY "MODPSPL0124E PARTITION " MP-PART-NUMBER
                       " LOW " MP-PART-LOW " IS ABOVE HIGH "
                       MP-PART-HIGH
                   SET WS-PART-ERROR TO TRUE
               WHEN WS-PT-PRESENT(MP-PART-NUMBER)
                   DISPLAY "MODPSPL0124E PARTITION " MP-PART-NUMBER
                       " APPEARS MORE THAN ONCE"
                   SET WS-PART-ERROR TO TRUE
               WHEN OTHER
                   SET WS-PT-PRESENT(MP-PART-NUMBER) TO TRUE
                   MOVE MP-PART-LOW  TO WS-PT-LOW(MP-PART-NUMBER)
                   MOVE MP-PART-HIGH TO WS-PT-HIGH(MP-PART-NUMBER)
                   IF MP-PART-NUMBER > WS-PARTITION-COUNT
                       MOVE MP-PART-NUMBER TO WS-PARTITION-COUNT
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  0130-CHECK-PARTITIONS PROVES THE RANGES GIVE EVERY ACCOUNT
      *  EXACTLY ONE HOME: PARTITIONS 1 THRU N ALL PRESENT, THE FIRST
      *  STARTING AT 0000000, EACH NEXT ONE STARTING ONE PAST THE
      *  LAST ONE'S HIGH, AND THE LAST ENDING AT 9999999.
      ******************************************************************
       0130-CHECK-PARTITIONS.
           IF WS-PART-RECORDS = 0
               DISPLAY "MODPSPL0130E NO 'P' RECORDS ON MODPARM - "
                   "RUN A SINGLE MODCALC INSTEAD"
               SET WS-PART-ERROR TO TRUE
           END-IF
           IF WS-PART-NO-ERROR
               MOVE ZERO TO WS-EXPECTED-LOW
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > WS-PARTITION-COUNT
                   IF WS-PT-ABSENT(WS-PART-SUB)
                       DISPLAY "MODPSPL0130E NO 'P' RECORD FOR "
                           "PARTITION " WS-PART-SUB
                       SET WS-PART-ERROR TO TRUE
                   ELSE
                       IF WS-PT-LOW(WS-PART-SUB) NOT = WS-EXPECTED-LOW
                           DISPLAY "MODPSPL0130E PARTITION "
                               WS-PART-SUB " STARTS AT "
                               WS-PT-LOW(WS-PART-SUB)
                               " - GAP OR OVERLAP WITH THE RANGE "
                               "BEFORE IT"
                           SET WS-PART-ERROR TO TRUE
                       END-IF
                       COMPUTE WS-EXPECTED-LOW =
                           WS-PT-HIGH(WS-PART-SUB) + 1
                   END-IF
               END-PERFORM
               IF WS-PART-NO-ERROR AND WS-EXPECTED-LOW NOT = 10000000
                   DISPLAY "MODPSPL0130E PARTITIONS DO NOT REACH "
                       "ACCOUNT 9999999"
                   SET WS-PART-ERROR TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *  0200-SPLIT-MODIN WRITES EVERY PARTITION'S HEADER, DEALS THE
      *  DETAILS OUT BY ACCOUNT, THEN WRITES EACH TRAILER WITH WHAT
      *  ITS PARTITION ACTUALLY RECEIVED.  THE HASH, AS EVERYWHERE,
      *  ADDS ONLY NUMERIC AMOUNTS.
      ******************************************************************
       0200-SPLIT-MODIN.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               PERFORM 0800-OPEN-PARTITION
               MOVE SPACES TO WS-PART-OUT-RECORD
               SET PO-HEADER-RECORD TO TRUE
               MOVE WS-BUSINESS-DATE     TO PO-BUSINESS-DATE-X
               MOVE WS-PART-SUB          TO PO-PARTITION-NUMBER
               MOVE WS-PARTITION-COUNT   TO PO-PARTITION-COUNT
               MOVE WS-PT-LOW(WS-PART-SUB)  TO PO-PARTITION-LOW
               MOVE WS-PT-HIGH(WS-PART-SUB) TO PO-PARTITION-HIGH
               PERFORM 0810-WRITE-PARTITION
           END-PERFORM
           OPEN INPUT MOD-INPUT-FILE
           PERFORM 0820-READ-MODIN
           PERFORM UNTIL WS-MODIN-EOF
               IF MI-DETAIL-RECORD
                   PERFORM 0210-ROUTE-DETAIL-RECORD
               END-IF
               PERFORM 0820-READ-MODIN
           END-PERFORM
           CLOSE MOD-INPUT-FILE
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               MOVE SPACES TO WS-PART-OUT-RECORD
               SET PO-TRAILER-RECORD TO TRUE
               MOVE WS-PT-DETAIL-COUNT(WS-PART-SUB)
                   TO PO-TRAILER-COUNT
               MOVE WS-PT-HASH-TOTAL(WS-PART-SUB)
                   TO PO-TRAILER-HASH
               PERFORM 0810-WRITE-PARTITION
               PERFORM 0830-CLOSE-PARTITION
               ADD WS-PT-DETAIL-COUNT(WS-PART-SUB)
                   TO WS-SPLIT-DETAIL-COUNT
               ADD WS-PT-HASH-TOTAL(WS-PART-SUB)
                   TO WS-SPLIT-HASH-TOTAL
           END-PERFORM.

       0210-ROUTE-DETAIL-RECORD.
           MOVE 1 TO WS-PART-SUB
           IF MI-ACCOUNT-NUMBER NUMERIC
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PARTITION-COUNT
                   IF MI-ACCOUNT-NUMBER >= WS-PT-LOW(WS-PART-IDX)
                           AND MI-ACCOUNT-NUMBER
                               <= WS-PT-HIGH(WS-PART-IDX)
                       SET WS-PART-SUB TO WS-PART-IDX
                   END-IF
               END-PERFORM
           END-IF
           MOVE MOD-INPUT-RECORD TO WS-PART-OUT-RECORD
           PERFORM 0810-WRITE-PARTITION
           ADD 1 TO WS-PT-DETAIL-COUNT(WS-PART-SUB)
           IF MI-AMOUNT NUMERIC
               ADD MI-AMOUNT TO WS-PT-HASH-TOTAL(WS-PART-SUB)
           END-IF.

      ******************************************************************
      *  0500-WRITE-SPLIT-SUMMARY LISTS EACH PARTITION AND THE TOTAL,
      *  AND WRITES THE MODPCTL RECORD MODPMRG CHECKS THE PARTITION'S
      *  RESULTS AGAINST.
      ******************************************************************
       0500-WRITE-SPLIT-SUMMARY.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "PART  LOW      HIGH     DDNAME   DETAILS"
               DELIMITED BY SIZE
               "        HASH TOTAL" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           OPEN OUTPUT MOD-PART-CONTROL-FILE
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               PERFORM 0520-WRITE-PARTITION-LINE
           END-PERFORM
           CLOSE MOD-PART-CONTROL-FILE
           MOVE WS-SPLIT-DETAIL-COUNT TO WS-RL-COUNT
           MOVE WS-SPLIT-HASH-TOTAL   TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TOTAL                                 "
               DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-ENV-DETAIL-COUNT TO WS-RL-COUNT
           MOVE WS-ENV-HASH-TOTAL   TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODIN                                 "
               DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0520-WRITE-PARTITION-LINE.
           MOVE SPACES TO MOD-PART-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE   TO PC-BUSINESS-DATE
           MOVE WS-PART-SUB        TO PC-PARTITION-NUMBER
           MOVE WS-PARTITION-COUNT TO PC-PARTITION-COUNT
           MOVE WS-PT-LOW(WS-PART-SUB)  TO PC-RANGE-LOW
           MOVE WS-PT-HIGH(WS-PART-SUB) TO PC-RANGE-HIGH
           MOVE WS-PT-DETAIL-COUNT(WS-PART-SUB) TO PC-DETAIL-COUNT
           MOVE WS-PT-HASH-TOTAL(WS-PART-SUB)   TO PC-HASH-TOTAL
           MOVE WS-AUDIT-TIMESTAMP TO PC-SPLIT-TIMESTAMP
           WRITE MOD-PART-CONTROL-RECORD
           MOVE WS-PT-DETAIL-COUNT(WS-PART-SUB) TO WS-RL-COUNT
           MOVE WS-PT-HASH-TOTAL(WS-PART-SUB)   TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING " " DELIMITED BY SIZE
               WS-PART-SUB DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PT-LOW(WS-PART-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-HIGH(WS-PART-SUB) DELIMITED BY SIZE
               "  MODIN" DELIMITED BY SIZE
               WS-PART-SUB DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0800-OPEN-PARTITION.
           EVALUATE WS-PART-SUB
               WHEN 1
                   OPEN OUTPUT MOD-PART-1-FILE
               WHEN 2
                   OPEN OUTPUT MOD-PART-2-FILE
               WHEN 3
                   OPEN OUTPUT MOD-PART-3-FILE
               WHEN 4
                   OPEN OUTPUT MOD-PART-4-FILE
               WHEN 5
                   OPEN OUTPUT MOD-PART-5-FILE
               WHEN 6
                   OPEN OUTPUT MOD-PART-6-FILE
               WHEN 7
                   OPEN OUTPUT MOD-PART-7-FILE
               WHEN 8
                   OPEN OUTPUT MOD-PART-8-FILE
           END-EVALUATE.

       0810-WRITE-PARTITION.
           EVALUATE WS-PART-SUB
               WHEN 1
                   WRITE MOD-PART-1-RECORD FROM WS-PART-OUT-RECORD
               WHEN 2
                   WRITE MOD-PART-2-RECORD FROM WS-PART-OUT-RECORD
               WHEN 3
                   WRITE MOD-PART-3-RECORD FROM WS-PART-OUT-RECORD
               WHEN 4
                   WRITE MOD-PART-4-RECORD FROM WS-PART-OUT-RECORD
               WHEN 5
                   WRITE MOD-PART-5-RECORD FROM WS-PART-OUT-RECORD
               WHEN 6
                   WRITE MOD-PART-6-RECORD FROM WS-PART-OUT-RECORD
               WHEN 7
                   WRITE MOD-PART-7-RECORD FROM WS-PART-OUT-RECORD
               WHEN 8
                   WRITE MOD-PART-8-RECORD FROM WS-PART-OUT-RECORD
           END-EVALUATE.

       0820-READ-MODIN.
           READ MOD-INPUT-FILE
               AT END
                   SET WS-MODIN-EOF TO TRUE
           END-READ.

       0830-CLOSE-PARTITION.
           EVALUATE WS-PART-SUB
               WHEN 1
                   CLOSE MOD-PART-1-FILE
               WHEN 2
                   CLOSE MOD-PART-2-FILE
               WHEN 3
                   CLOSE MOD-PART-3-FILE
               WHEN 4
                   CLOSE MOD-PART-4-FILE
               WHEN 5
                   CLOSE MOD-PART-5-FILE
               WHEN 6
                   CLOSE MOD-PART-6-FILE
               WHEN 7
                   CLOSE MOD-PART-7-FILE
               WHEN 8
                   CLOSE MOD-PART-8-FILE
           END-EVALUATE.

      ******************************************************************
      *  0900-TERMINATE PROVES THE PARTITIONS BETWEEN THEM HOLD EVERY
      *  DETAIL AND EVERY CENT OF MODIN BEFORE THE SPLIT IS RECORDED
      *  OR THE DATE REGISTERED.  THE STEP IS LEFT OPEN FOR MODPMRG.
      ******************************************************************
       0900-TERMINATE.
           PERFORM 0500-WRITE-SPLIT-SUMMARY
           IF WS-SPLIT-DETAIL-COUNT NOT = WS-ENV-DETAIL-COUNT
                   OR WS-SPLIT-HASH-TOTAL NOT = WS-ENV-HASH-TOTAL
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "*** PARTITIONS DO NOT TIE TO MODIN - SPLIT "
                   DELIMITED BY SIZE
                   "UNUSABLE ***" DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
               CLOSE MOD-REPORT-FILE
               DISPLAY "MODPSPL0900E PARTITIONS DO NOT TIE TO MODIN - "
                   "ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-END-CYCLE-STEP
               STOP RUN
           END-IF
           IF WS-FIRST-SPLIT
               PERFORM 0118-REGISTER-RUN
           END-IF
           CLOSE MOD-REPORT-FILE
           DISPLAY "MODPSPL0900I MODCALC STEP LEFT OPEN FOR "
               WS-PARTITION-COUNT " PARTITION RUNS AND MODPMRG"
           DISPLAY "Business date:     " WS-BUSINESS-DATE
           DISPLAY "Partitions:        " WS-PARTITION-COUNT
           DISPLAY "Detail records:    " WS-SPLIT-DETAIL-COUNT.

      ******************************************************************
      *  0990-END-CYCLE-STEP IS PERFORMED ONLY WHEN THE SPLIT FAILS:
      *  IT ENDS THE MODCALC STEP WITH THE FAILING RETURN CODE SO THE
      *  PARTITIONS CANNOT RUN (SEE MODCALC 0095) UNTIL A SPLIT WORKS.
      ******************************************************************
       0990-END-CYCLE-STEP.
           SET CY-END-STEP TO TRUE
           MOVE RETURN-CODE TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM.
