       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODINCN.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODINCN - MULTI-SOURCE MODIN CONSOLIDATION AHEAD OF MODCALC.
      *
      *  MODIN NOW ARRIVES FROM THREE UPSTREAM FEEDS (DD NAMES MODIN1,
      *  MODIN2 AND MODIN3), EACH WITH ITS OWN 'H'/'T' ENVELOPE.
      *  CONCATENATING THEM IN JCL HANDED MODCALC THREE HEADERS AND
      *  THREE TRAILERS, WHICH 0110-VERIFY-ENVELOPE RIGHTLY ABENDS,
      *  AND LOST EVERY PER-SOURCE TOTAL.  THIS STEP INSTEAD:
      *
      *    VERIFIES EACH SOURCE ON ITS OWN, BY THE SAME RULES MODCALC
      *    APPLIES TO MODIN - EXACTLY ONE 'H' HEADER, FIRST, WITH A
      *    NUMERIC BUSINESS DATE; EXACTLY ONE 'T' TRAILER, LAST; NO
      *    UNKNOWN RECORD TYPES; AND THE TRAILER'S DETAIL COUNT AND
      *    MI-TRAILER-HASH MATCHING WHAT THE FILE ACTUALLY HOLDS.
      *
      *    CHECKS THE SURVIVORS AGREE ON THE BUSINESS DATE.  THE FIRST
      *    SOURCE TO PASS ITS OWN CHECKS (MODIN1 WHEN IT IS GOOD) SETS
      *    THE DATE; A LATER SOURCE CARRYING A DIFFERENT DATE IS
      *    ANOTHER DAY'S FILE AND IS REJECTED.
      *
      *    REJECTS A FAILING SOURCE WHOLE - NEVER PART OF A FILE - AND
      *    WRITES THE DETAILS OF THE GOOD ONES, IN SOURCE ORDER, INSIDE
      *    ONE NEW ENVELOPE ON MODIN: ONE HEADER WITH THE COMMON
      *    BUSINESS DATE AND ONE TRAILER WHOSE COUNT AND HASH ARE THE
      *    SUMS OF THE ACCEPTED SOURCES', SO MODCALC'S OWN ENVELOPE
      *    CHECK PROVES THE CONSOLIDATION DIDN'T LOSE A RECORD.
      *
      *    PRINTS AN INTAKE REPORT (MODIRPT) LISTING EVERY PROBLEM
      *    FOUND IN EACH SOURCE AND A LINE PER SOURCE WITH ITS STATUS,
      *    BUSINESS DATE, DETAIL COUNT AND HASH TOTAL, SO THE UPSTREAM
      *    OWNER OF A SHORT FILE IS TOLD EXACTLY WHICH ONE IT WAS.
      *
      *  A SOURCE THAT IS MISSING OR EMPTY IS REPORTED AS NOT RECEIVED
      *  AND TREATED AS REJECTED.  RETURN CODES: 0 WHEN EVERY SOURCE
      *  WAS ACCEPTED; 4 WHEN AT LEAST ONE WAS REJECTED BUT MODIN WAS
      *  STILL BUILT FROM THE OTHERS, SO OPERATIONS CAN LET MODCALC
      *  RUN ON THE GOOD FEEDS WHILE THE BAD ONE IS CHASED; 12 WHEN
      *  NOTHING WAS ACCEPTED, IN WHICH CASE NO MODIN IS WRITTEN AND
      *  MODCALC MUST BE HELD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOD-SOURCE-1-FILE ASSIGN TO MODIN1
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-SOURCE-2-FILE ASSIGN TO MODIN2
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-SOURCE-3-FILE ASSIGN TO MODIN3
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-INPUT-FILE ASSIGN TO MODIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-REPORT-FILE ASSIGN TO MODIRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *  THE THREE SOURCE FILES ARE READ INTO WS-SOURCE-RECORD (A
      *  RENAMED COPY OF MOD-INPUT-RECORD) SO ONE SET OF CHECKING
      *  PARAGRAPHS SERVES ALL THREE; THE FD RECORDS ARE PLAIN BUFFERS.
      ******************************************************************
       FD  MOD-SOURCE-1-FILE
           RECORDING MODE IS F.
       01  MOD-SOURCE-1-RECORD         PIC X(30).

       FD  MOD-SOURCE-2-FILE
           RECORDING MODE IS F.
       01  MOD-SOURCE-2-RECORD         PIC X(30).

       FD  MOD-SOURCE-3-FILE
           RECORDING MODE IS F.
       01  MOD-SOURCE-3-RECORD         PIC X(30).

       FD  MOD-INPUT-FILE
           RECORDING MODE IS F.
       COPY MODREC.

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MODREC
           REPLACING ==MOD-INPUT-RECORD==     BY ==WS-SOURCE-RECORD==
                     ==MI-RECORD-TYPE==       BY ==SR-RECORD-TYPE==
                     ==MI-HEADER-RECORD==     BY ==SR-HEADER-RECORD==
                     ==MI-DETAIL-RECORD==     BY ==SR-DETAIL-RECORD==
                     ==MI-TRAILER-RECORD==    BY ==SR-TRAILER-RECORD==
                     ==MI-DETAIL-SECTION==    BY ==SR-DETAIL-SECTION==
                     ==MI-HEADER-SECTION==    BY ==SR-HEADER-SECTION==
                     ==MI-TRAILER-SECTION==   BY ==SR-TRAILER-SECTION==
                     ==MI-ACCOUNT-NUMBER-X==  BY ==SR-ACCOUNT-NUMBER-X==
                     ==MI-ACCOUNT-NUMBER==    BY ==SR-ACCOUNT-NUMBER==
                     ==MI-AMOUNT-X==          BY ==SR-AMOUNT-X==
                     ==MI-AMOUNT==            BY ==SR-AMOUNT==
                     ==MI-BUSINESS-DATE-X==   BY ==SR-BUSINESS-DATE-X==
                     ==MI-BUSINESS-DATE==     BY ==SR-BUSINESS-DATE==
                     ==MI-TRAILER-COUNT==     BY ==SR-TRAILER-COUNT==
                     ==MI-TRAILER-HASH==      BY ==SR-TRAILER-HASH==
                     ==MI-PARTITION-NUMBER==  BY ==SR-PARTITION-NUMBER==
                     ==MI-PARTITION-COUNT==   BY ==SR-PARTITION-COUNT==
                     ==MI-PARTITION-LOW==     BY ==SR-PARTITION-LOW==
                     ==MI-PARTITION-HIGH==    BY ==SR-PARTITION-HIGH==.

      ******************************************************************
      *  WS-SOURCE-TABLE HOLDS ONE ENTRY PER FEED: WHAT ITS OWN
      *  ENVELOPE CLAIMED, WHAT WAS ACTUALLY COUNTED, AND THE VERDICT.
      ******************************************************************
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-DDNAME       PIC X(8).
               10  WS-SRC-STATUS       PIC X(1).
                   88  WS-SRC-ACCEPTED             VALUE 'A'.
                   88  WS-SRC-REJECTED             VALUE 'R'.
                   88  WS-SRC-NOT-RECEIVED         VALUE 'M'.
               10  WS-SRC-BUSINESS-DATE PIC X(8).
               10  WS-SRC-RECORDS-READ PIC 9(7).
               10  WS-SRC-DETAIL-COUNT PIC 9(7).
               10  WS-SRC-HASH-TOTAL   PIC S9(11)V99 COMP-3.
               10  WS-SRC-TRAILER-COUNT PIC 9(7).
               10  WS-SRC-TRAILER-HASH PIC S9(11)V99 COMP-3.
               10  WS-SRC-PROBLEMS     PIC 9(3).

       01  WS-SOURCE-FIELDS.
           05  WS-SRC-SUB          PIC 9(1)       VALUE ZERO.
           05  WS-HEADER-SW        PIC X          VALUE 'N'.
               88  WS-HEADER-FOUND               VALUE 'Y'.
               88  WS-HEADER-NOT-FOUND            VALUE 'N'.
           05  WS-TRAILER-SW       PIC X          VALUE 'N'.
               88  WS-TRAILER-FOUND              VALUE 'Y'.
               88  WS-TRAILER-NOT-FOUND           VALUE 'N'.
           05  WS-PROBLEM-TEXT     PIC X(60)      VALUE SPACES.

       01  WS-CONSOLIDATED-FIELDS.
           05  WS-BUSINESS-DATE    PIC X(8)       VALUE SPACES.
           05  WS-ACCEPTED-COUNT   PIC 9(1)       VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(1)       VALUE ZERO.
           05  WS-OUT-DETAIL-COUNT PIC 9(7)       VALUE ZERO.
           05  WS-OUT-HASH-TOTAL   PIC S9(11)V99  COMP-3 VALUE ZERO.

       01  WS-FILE-FLAGS.
           05  WS-SOURCE-EOF-SW    PIC X          VALUE 'N'.
               88  WS-SOURCE-EOF                 VALUE 'Y'.
               88  WS-SOURCE-NOT-EOF              VALUE 'N'.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-COUNT-2       PIC ZZZZZZ9.
           05  WS-RL-BIG-1         PIC -(11)9.99.
           05  WS-RL-STATUS        PIC X(8).

       01  WS-AUDIT-FIELDS.
           05  WS-JOB-NAME         PIC X(8)       VALUE "MODINCN".
           05  WS-AUDIT-TIMESTAMP  PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-VERIFY-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 3
           PERFORM 0300-CHECK-BUSINESS-DATES
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "MODIN1" TO WS-SRC-DDNAME(1)
           MOVE "MODIN2" TO WS-SRC-DDNAME(2)
           MOVE "MODIN3" TO WS-SRC-DDNAME(3)
           OPEN OUTPUT MOD-REPORT-FILE
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODINCN MODIN INTAKE AND CONSOLIDATION REPORT"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "RUN " DELIMITED BY SIZE
               WS-AUDIT-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0200-VERIFY-SOURCE READS ONE SOURCE END TO END, CHECKING
      *  EVERY RECORD AS MODCALC'S 0112-CHECK-ENVELOPE-RECORD DOES,
      *  THEN THE TRAILER TOTALS.  EVERY PROBLEM IS REPORTED, NOT
      *  JUST THE FIRST, SO THE UPSTREAM OWNER FIXES THE FILE ONCE.
      ******************************************************************
       0200-VERIFY-SOURCE.
           MOVE SPACES TO WS-SRC-BUSINESS-DATE(WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-RECORDS-READ(WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-DETAIL-COUNT(WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-HASH-TOTAL(WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-TRAILER-COUNT(WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-TRAILER-HASH(WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-PROBLEMS(WS-SRC-SUB)
           SET WS-HEADER-NOT-FOUND TO TRUE
           SET WS-TRAILER-NOT-FOUND TO TRUE
           PERFORM 0800-OPEN-SOURCE
           PERFORM 0810-READ-SOURCE
           PERFORM 0220-CHECK-SOURCE-RECORD UNTIL WS-SOURCE-EOF
           PERFORM 0830-CLOSE-SOURCE
           IF WS-SRC-RECORDS-READ(WS-SRC-SUB) = 0
               MOVE "EMPTY OR NOT RECEIVED" TO WS-PROBLEM-TEXT
               PERFORM 0420-WRITE-PROBLEM
               SET WS-SRC-NOT-RECEIVED(WS-SRC-SUB) TO TRUE
           ELSE
               PERFORM 0240-CHECK-TRAILER-TOTALS
               IF WS-SRC-PROBLEMS(WS-SRC-SUB) = 0
                   SET WS-SRC-ACCEPTED(WS-SRC-SUB) TO TRUE
               ELSE
                   SET WS-SRC-REJECTED(WS-SRC-SUB) TO TRUE
               END-IF
           END-IF.

       0220-CHECK-SOURCE-RECORD.
           EVALUATE TRUE
               WHEN SR-HEADER-RECORD
                   IF WS-HEADER-FOUND
                       MOVE "MORE THAN ONE 'H' HEADER RECORD"
                           TO WS-PROBLEM-TEXT
                       PERFORM 0420-WRITE-PROBLEM
                   ELSE
                       IF WS-SRC-DETAIL-COUNT(WS-SRC-SUB) > 0
                               OR WS-TRAILER-FOUND
                           MOVE "'H' HEADER RECORD IS NOT FIRST"
                               TO WS-PROBLEM-TEXT
                           PERFORM 0420-WRITE-PROBLEM
                       END-IF
                       IF SR-BUSINESS-DATE NOT NUMERIC
                           MOVE SPACES TO WS-PROBLEM-TEXT
                           STRING "HEADER BUSINESS DATE '"
                               DELIMITED BY SIZE
                               SR-BUSINESS-DATE-X DELIMITED BY SIZE
                               "' NOT NUMERIC" DELIMITED BY SIZE
                               INTO WS-PROBLEM-TEXT
                           PERFORM 0420-WRITE-PROBLEM
                       ELSE
                           MOVE SR-BUSINESS-DATE-X
                               TO WS-SRC-BUSINESS-DATE(WS-SRC-SUB)
                       END-IF
                       SET WS-HEADER-FOUND TO TRUE
                   END-IF
               WHEN SR-TRAILER-RECORD
                   IF WS-TRAILER-FOUND
                       MOVE "MORE THAN ONE 'T' TRAILER RECORD"
                           TO WS-PROBLEM-TEXT
                       PERFORM 0420-WRITE-PROBLEM
                   ELSE
                       IF SR-TRAILER-COUNT NUMERIC
                               AND SR-TRAILER-HASH NUMERIC
                           MOVE SR-TRAILER-COUNT
                               TO WS-SRC-TRAILER-COUNT(WS-SRC-SUB)
                           MOVE SR-TRAILER-HASH
                               TO WS-SRC-TRAILER-HASH(WS-SRC-SUB)
                       ELSE
                           MOVE "TRAILER COUNT/HASH NOT NUMERIC"
                               TO WS-PROBLEM-TEXT
                           PERFORM 0420-WRITE-PROBLEM
                       END-IF
                       SET WS-TRAILER-FOUND TO TRUE
                   END-IF
               WHEN SR-DETAIL-RECORD
                   IF WS-TRAILER-FOUND
                       MOVE "DETAIL RECORD FOLLOWS THE 'T' TRAILER"
                           TO WS-PROBLEM-TEXT
                       PERFORM 0420-WRITE-PROBLEM
                   END-IF
                   ADD 1 TO WS-SRC-DETAIL-COUNT(WS-SRC-SUB)
                   IF SR-AMOUNT NUMERIC
                       ADD SR-AMOUNT TO WS-SRC-HASH-TOTAL(WS-SRC-SUB)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "UNKNOWN MI-RECORD-TYPE '" DELIMITED BY SIZE
                       SR-RECORD-TYPE DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 0420-WRITE-PROBLEM
           END-EVALUATE
           PERFORM 0810-READ-SOURCE.

       0240-CHECK-TRAILER-TOTALS.
           IF WS-HEADER-NOT-FOUND
               MOVE "NO 'H' HEADER RECORD" TO WS-PROBLEM-TEXT
               PERFORM 0420-WRITE-PROBLEM
           END-IF
           IF WS-TRAILER-NOT-FOUND
               MOVE "NO 'T' TRAILER RECORD" TO WS-PROBLEM-TEXT
               PERFORM 0420-WRITE-PROBLEM
           ELSE
               IF WS-SRC-DETAIL-COUNT(WS-SRC-SUB)
                       NOT = WS-SRC-TRAILER-COUNT(WS-SRC-SUB)
                   MOVE WS-SRC-TRAILER-COUNT(WS-SRC-SUB) TO WS-RL-COUNT
                   MOVE WS-SRC-DETAIL-COUNT(WS-SRC-SUB)
                       TO WS-RL-COUNT-2
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "TRAILER COUNT " DELIMITED BY SIZE
                       WS-RL-COUNT DELIMITED BY SIZE
                       " BUT FILE HOLDS " DELIMITED BY SIZE
                       WS-RL-COUNT-2 DELIMITED BY SIZE
                       " DETAILS" DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 0420-WRITE-PROBLEM
               END-IF
               IF WS-SRC-HASH-TOTAL(WS-SRC-SUB)
                       NOT = WS-SRC-TRAILER-HASH(WS-SRC-SUB)
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "TRAILER HASH TOTAL DOES NOT MATCH SUM OF "
                       DELIMITED BY SIZE
                       "DETAIL AMOUNTS" DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 0420-WRITE-PROBLEM
               END-IF
           END-IF.

      ******************************************************************
      *  0300-CHECK-BUSINESS-DATES TAKES THE FIRST ACCEPTED SOURCE'S
      *  DATE AS THE DAY BEING CONSOLIDATED AND REJECTS ANY OTHER
      *  ACCEPTED SOURCE THAT DISAGREES - MIXING TWO DAYS' FEEDS IN
      *  ONE MODIN WOULD REGISTER, BUCKET AND POST THE STRAY FILE
      *  UNDER THE WRONG DATE.
      ******************************************************************
       0300-CHECK-BUSINESS-DATES.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 3
               IF WS-SRC-ACCEPTED(WS-SRC-SUB)
                   IF WS-BUSINESS-DATE = SPACES
                       MOVE WS-SRC-BUSINESS-DATE(WS-SRC-SUB)
                           TO WS-BUSINESS-DATE
                   ELSE
                       IF WS-SRC-BUSINESS-DATE(WS-SRC-SUB)
                               NOT = WS-BUSINESS-DATE
                           MOVE SPACES TO WS-PROBLEM-TEXT
                           STRING "BUSINESS DATE " DELIMITED BY SIZE
                               WS-SRC-BUSINESS-DATE(WS-SRC-SUB)
                                   DELIMITED BY SIZE
                               " DIFFERS FROM " DELIMITED BY SIZE
                               WS-BUSINESS-DATE DELIMITED BY SIZE
                               INTO WS-PROBLEM-TEXT
                           PERFORM 0420-WRITE-PROBLEM
                           SET WS-SRC-REJECTED(WS-SRC-SUB) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 3
               IF WS-SRC-ACCEPTED(WS-SRC-SUB)
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD WS-SRC-DETAIL-COUNT(WS-SRC-SUB)
                       TO WS-OUT-DETAIL-COUNT
                   ADD WS-SRC-HASH-TOTAL(WS-SRC-SUB)
                       TO WS-OUT-HASH-TOTAL
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-PERFORM.

       0420-WRITE-PROBLEM.
           ADD 1 TO WS-SRC-PROBLEMS(WS-SRC-SUB)
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING WS-SRC-DDNAME(WS-SRC-SUB) DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-PROBLEM-TEXT DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           DISPLAY "MODINCN0420W " WS-SRC-DDNAME(WS-SRC-SUB) " "
               WS-PROBLEM-TEXT.

      ******************************************************************
      *  0500-WRITE-INTAKE-SUMMARY PRINTS ONE LINE PER SOURCE AND THE
      *  CONSOLIDATED TOTALS.  THE COUNT AND HASH SHOWN ARE WHAT WAS
      *  ACTUALLY IN THE FILE; FOR A REJECTED SOURCE THE PROBLEM
      *  LINES ABOVE SAY HOW THAT DIFFERS FROM WHAT ITS TRAILER
      *  CLAIMED.
      ******************************************************************
       0500-WRITE-INTAKE-SUMMARY.
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "SOURCE  DDNAME    STATUS    BUS DATE  DETAILS"
               DELIMITED BY SIZE
               "        HASH TOTAL" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 3
               PERFORM 0520-WRITE-SOURCE-LINE
           END-PERFORM
           MOVE WS-OUT-DETAIL-COUNT TO WS-RL-COUNT
           MOVE WS-OUT-HASH-TOTAL   TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           IF WS-ACCEPTED-COUNT > 0
               STRING "CONSOLIDATED MODIN          " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RL-BIG-1 DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           ELSE
               STRING "*** NO SOURCE ACCEPTED - MODIN NOT WRITTEN ***"
                   DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           END-IF
           WRITE MOD-REPORT-RECORD.

       0520-WRITE-SOURCE-LINE.
           EVALUATE TRUE
               WHEN WS-SRC-ACCEPTED(WS-SRC-SUB)
                   MOVE "ACCEPTED" TO WS-RL-STATUS
               WHEN WS-SRC-NOT-RECEIVED(WS-SRC-SUB)
                   MOVE "MISSING"  TO WS-RL-STATUS
               WHEN OTHER
                   MOVE "REJECTED" TO WS-RL-STATUS
           END-EVALUATE
           MOVE WS-SRC-DETAIL-COUNT(WS-SRC-SUB) TO WS-RL-COUNT
           MOVE WS-SRC-HASH-TOTAL(WS-SRC-SUB)   TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-SRC-SUB DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-SRC-DDNAME(WS-SRC-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SRC-BUSINESS-DATE(WS-SRC-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0600-WRITE-CONSOLIDATED BUILDS THE NEW MODIN: ONE HEADER,
      *  THE DETAIL RECORDS OF EVERY ACCEPTED SOURCE EXACTLY AS
      *  RECEIVED (NON-NUMERIC ONES INCLUDED - THEY ARE MODCALC'S
      *  REJECTS TO WRITE, AND ITS HASH SKIPS THEM JUST AS THIS ONE
      *  DID), AND ONE TRAILER CARRYING THE SUMMED COUNT AND HASH.
      ******************************************************************
       0600-WRITE-CONSOLIDATED.
           OPEN OUTPUT MOD-INPUT-FILE
           MOVE SPACES TO MOD-INPUT-RECORD
           SET MI-HEADER-RECORD TO TRUE
           MOVE WS-BUSINESS-DATE TO MI-BUSINESS-DATE-X
           WRITE MOD-INPUT-RECORD
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 3
               IF WS-SRC-ACCEPTED(WS-SRC-SUB)
                   PERFORM 0620-COPY-SOURCE-DETAILS
               END-IF
           END-PERFORM
           MOVE SPACES TO MOD-INPUT-RECORD
           SET MI-TRAILER-RECORD TO TRUE
           MOVE WS-OUT-DETAIL-COUNT TO MI-TRAILER-COUNT
           MOVE WS-OUT-HASH-TOTAL   TO MI-TRAILER-HASH
           WRITE MOD-INPUT-RECORD
           CLOSE MOD-INPUT-FILE.

       0620-COPY-SOURCE-DETAILS.
           PERFORM 0800-OPEN-SOURCE
           PERFORM 0810-READ-SOURCE
           PERFORM UNTIL WS-SOURCE-EOF
               IF SR-DETAIL-RECORD
                   MOVE WS-SOURCE-RECORD TO MOD-INPUT-RECORD
                   WRITE MOD-INPUT-RECORD
               END-IF
               PERFORM 0810-READ-SOURCE
           END-PERFORM
           PERFORM 0830-CLOSE-SOURCE.

       0800-OPEN-SOURCE.
           SET WS-SOURCE-NOT-EOF TO TRUE
           EVALUATE WS-SRC-SUB
               WHEN 1
                   OPEN INPUT MOD-SOURCE-1-FILE
               WHEN 2
                   OPEN INPUT MOD-SOURCE-2-FILE
               WHEN 3
                   OPEN INPUT MOD-SOURCE-3-FILE
           END-EVALUATE.

       0810-READ-SOURCE.
           EVALUATE WS-SRC-SUB
               WHEN 1
                   READ MOD-SOURCE-1-FILE INTO WS-SOURCE-RECORD
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ MOD-SOURCE-2-FILE INTO WS-SOURCE-RECORD
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ MOD-SOURCE-3-FILE INTO WS-SOURCE-RECORD
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
           END-EVALUATE
           IF WS-SOURCE-NOT-EOF
               ADD 1 TO WS-SRC-RECORDS-READ(WS-SRC-SUB)
           END-IF.

       0830-CLOSE-SOURCE.
           EVALUATE WS-SRC-SUB
               WHEN 1
                   CLOSE MOD-SOURCE-1-FILE
               WHEN 2
                   CLOSE MOD-SOURCE-2-FILE
               WHEN 3
                   CLOSE MOD-SOURCE-3-FILE
           END-EVALUATE.

       0900-TERMINATE.
           IF WS-ACCEPTED-COUNT > 0
               PERFORM 0600-WRITE-CONSOLIDATED
           END-IF
           PERFORM 0500-WRITE-INTAKE-SUMMARY
           CLOSE MOD-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-ACCEPTED-COUNT = 0
                   DISPLAY "MODINCN0900E NO MODIN SOURCE ACCEPTED - "
                       "MODIN NOT WRITTEN - HOLD MODCALC"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > 0
                   DISPLAY "MODINCN0900W " WS-REJECTED-COUNT
                       " MODIN SOURCE(S) REJECTED - SEE MODIRPT"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "Sources accepted:  " WS-ACCEPTED-COUNT
           DISPLAY "Sources rejected:  " WS-REJECTED-COUNT
           DISPLAY "Detail records:    " WS-OUT-DETAIL-COUNT.
