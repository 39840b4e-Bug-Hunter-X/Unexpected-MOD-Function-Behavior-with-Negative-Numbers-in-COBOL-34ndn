       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODAGE.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODAGE - CONSOLIDATED OPEN-ITEMS AGING REPORT.
      *
      *  EVERY KIND OF ITEM THE CYCLE LEAVES FOR SOMEONE TO WORK USED
      *  TO LIVE ON ITS OWN FILE AND ITS OWN REPORT, SO NOBODY COULD
      *  SAY HOW MUCH MONEY WAS SITTING UNRESOLVED OR FOR HOW LONG.
      *  THIS PROGRAM READS ALL FOUR SOURCES AND LISTS EVERY OPEN ITEM
      *  IN ONE PLACE:
      *
      *    MODERR  - REJECTS NOT YET REPAIRED (THE CURRENT INVENTORY,
      *              I.E. MODFIX'S CARRY-FORWARD PLUS THE LATEST
      *              MODCALC REJECTS, CONCATENATED BY JCL AS FOR
      *              MODFIX).  FIRST SEEN IS ME-RUN-DATE.
      *    MODSUSP - SUSPENSE HOLDS NOT YET DECIDED.  AGE IS
      *              MU-AGE-COUNT, THE NUMBER OF NIGHTLY MODSUSR RUNS
      *              THAT HAVE PASSED THE HOLD OVER.
      *    MODDUP  - DUPLICATE-ACCOUNT LISTINGS.  FIRST SEEN IS
      *              MD-BUSINESS-DATE.
      *    MODRXCP - MODRECN'S UNAPPLIED AND NEVER-SENT ITEMS.  FIRST
      *              SEEN IS RX-BUSINESS-DATE.
      *
      *  FOR MODDUP AND MODRXCP THE JCL CONCATENATES THE GENERATIONS
      *  STILL BEING WORKED; A GENERATION IS DROPPED FROM THE LIST
      *  ONCE ITS ITEMS ARE CLEARED.  EACH SOURCE IS OPTIONAL - A
      *  MISSING FILE SIMPLY MEANS NOTHING OF THAT TYPE IS OPEN.
      *
      *  AGE IS IN BUSINESS DAYS (MONDAY TO FRIDAY) FROM FIRST SEEN TO
      *  THE CYCLE BUSINESS DATE, AND EACH ITEM FALLS IN ONE OF FOUR
      *  BANDS: 0-2, 3-5, 6-10, OVER 10.  AN ITEM WHOSE DATE CAN'T BE
      *  READ IS PUT IN THE OVER-10 BAND RATHER THAN HIDDEN IN A
      *  YOUNG ONE.  AN ITEM OLDER THAN ITS TYPE'S SERVICE LEVEL
      *  (DEFAULTS IN WS-TYPE-DEFAULTS, OVERRIDDEN BY MODAGSL CARDS)
      *  IS FLAGGED *SLA*.
      *
      *  THE REPORT (MODAGRPT) LISTS ITEMS BY TYPE AND ACCOUNT, THEN
      *  ENDS WITH A DOLLAR TOTAL AND ITEM COUNT FOR EACH TYPE AND
      *  BAND.  A REJECT WHOSE AMOUNT IS NOT NUMERIC IS LISTED AND
      *  COUNTED BUT LEFT OUT OF THE DOLLAR TOTALS.  THE RUN ENDS
      *  WITH RETURN CODE 4 WHEN ANY ITEM IS PAST SLA.
      *
      *  THE BUSINESS DATE COMES FROM THE MODCYCK INQUIRY CALL, AS
      *  FOR MODCYRP.  THIS PROGRAM ONLY READS - IT IS NOT A CYCLE
      *  STEP AND MAY BE RUN AT ANY TIME.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOD-ERROR-FILE ASSIGN TO MODERR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-SUSPENSE-FILE ASSIGN TO MODSUSP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-DUPLICATE-FILE ASSIGN TO MODDUP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-EXCEPTION-FILE ASSIGN TO MODRXCP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOD-SLA-FILE ASSIGN TO MODAGSL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-AGSORT-FILE ASSIGN TO "MODSRT09".

           SELECT MOD-REPORT-FILE ASSIGN TO MODAGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-ERROR-FILE
           RECORDING MODE IS F.
       COPY MODERR.

       FD  MOD-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY MODSUSP.

       FD  MOD-DUPLICATE-FILE
           RECORDING MODE IS F.
       COPY MODDUPR.

       FD  MOD-EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY MODRXCP.

       FD  MOD-SLA-FILE
           RECORDING MODE IS F.
       COPY MODAGSL.

      ******************************************************************
      *  ONE SORT RECORD PER OPEN ITEM, WHATEVER ITS SOURCE.  AG-TYPE-
      *  SUB IS THE ITEM'S ROW IN WS-TYPE-TABLE, SO THE REPORT COMES
      *  OUT IN TABLE ORDER AND BY ACCOUNT WITHIN TYPE.  THE ACCOUNT
      *  IS ALPHANUMERIC BECAUSE A REJECT'S ACCOUNT MAY NOT BE.
      ******************************************************************
       SD  MOD-AGSORT-FILE.
       01  MOD-AGSORT-RECORD.
           05  AG-TYPE-SUB             PIC 9(1).
           05  AG-ACCOUNT              PIC X(7).
           05  AG-FIRST-SEEN           PIC X(8).
           05  AG-AGE                  PIC 9(4).
           05  AG-AGE-KNOWN-SW         PIC X(1).
               88  AG-AGE-KNOWN                    VALUE 'Y'.
               88  AG-AGE-UNKNOWN                  VALUE 'N'.
           05  AG-AMOUNT               PIC S9(11)V99  COMP-3.
           05  AG-AMOUNT-OK-SW         PIC X(1).
               88  AG-AMOUNT-OK                    VALUE 'Y'.
               88  AG-AMOUNT-UNREADABLE            VALUE 'N'.
           05  AG-DETAIL               PIC X(21).

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
       01  MOD-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  WS-TYPE-DEFAULTS IS THE ITEM-TYPE TABLE: CODE (AS KEYED ON A
      *  MODAGSL CARD), REPORT LABEL AND DEFAULT SERVICE LEVEL IN
      *  BUSINESS DAYS.
      ******************************************************************
       01  WS-TYPE-DEFAULTS.
           05  FILLER              PIC X(17)  VALUE "REJTREJECT    003".
           05  FILLER              PIC X(17)  VALUE "SUSPSUSPENSE  005".
           05  FILLER              PIC X(17)  VALUE "DUPLDUPLICATE 002".
           05  FILLER              PIC X(17)  VALUE "UNAPUNAPPLIED 002".
           05  FILLER              PIC X(17)  VALUE "NSNTNEVER SENT002".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-DEFAULTS.
           05  WS-TYPE-ENTRY       OCCURS 5 TIMES
                                   INDEXED BY WS-TYPE-IDX.
               10  WS-TT-CODE      PIC X(4).
               10  WS-TT-LABEL     PIC X(10).
               10  WS-TT-SLA       PIC 9(3).

       01  WS-TYPE-COUNT           PIC 9(1)       VALUE 5.

      ******************************************************************
      *  WS-AGING-TOTALS IS THE TYPE-BY-BAND MATRIX PRINTED AT THE END
      *  OF THE REPORT, PLUS THE PAST-SLA AND UNREADABLE-AMOUNT
      *  FIGURES PER TYPE.
      ******************************************************************
       01  WS-AGING-TOTALS.
           05  WS-TYPE-TOTAL       OCCURS 5 TIMES.
               10  WS-BAND-TOTAL   OCCURS 4 TIMES.
                   15  WS-BT-COUNT     PIC 9(7).
                   15  WS-BT-AMOUNT    PIC S9(11)V99  COMP-3.
               10  WS-TY-COUNT         PIC 9(7).
               10  WS-TY-AMOUNT        PIC S9(11)V99  COMP-3.
               10  WS-TY-SLA-COUNT     PIC 9(7).
               10  WS-TY-SLA-AMOUNT    PIC S9(11)V99  COMP-3.
               10  WS-TY-BAD-AMOUNT    PIC 9(7).

       01  WS-GRAND-TOTALS.
           05  WS-GT-BAND          OCCURS 4 TIMES.
               10  WS-GT-COUNT     PIC 9(7).
               10  WS-GT-AMOUNT    PIC S9(11)V99  COMP-3.
           05  WS-GT-ITEMS         PIC 9(7).
           05  WS-GT-TOTAL         PIC S9(11)V99  COMP-3.
           05  WS-GT-SLA-COUNT     PIC 9(7).
           05  WS-GT-SLA-AMOUNT    PIC S9(11)V99  COMP-3.

       01  WS-AGE-FIELDS.
           05  WS-ASOF-DATE        PIC 9(8)       VALUE ZERO.
           05  WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE
                                   PIC X(8).
           05  WS-ASOF-DAY         PIC 9(7)       VALUE ZERO.
           05  WS-SEEN-DATE        PIC 9(8)       VALUE ZERO.
           05  WS-SEEN-DATE-X REDEFINES WS-SEEN-DATE
                                   PIC X(8).
           05  WS-SEEN-DAY         PIC 9(7)       VALUE ZERO.
           05  WS-DAY-SPAN         PIC 9(7)       VALUE ZERO.
           05  WS-FULL-WEEKS       PIC 9(7)       VALUE ZERO.
           05  WS-ODD-DAYS         PIC 9(1)       VALUE ZERO.
           05  WS-DAY-SUB          PIC 9(1)       VALUE ZERO.
           05  WS-WEEKDAY          PIC 9(1)       VALUE ZERO.
           05  WS-BUSINESS-AGE     PIC 9(7)       VALUE ZERO.
           05  WS-BAND-SUB         PIC 9(1)       VALUE ZERO.
           05  WS-BAND-TEXT        PIC X(5)       VALUE SPACES.
           05  WS-SLA-FLAG         PIC X(5)       VALUE SPACES.
           05  WS-AGE-TEXT         PIC X(4)       VALUE SPACES.

       01  WS-ITEM-FIELDS.
           05  WS-RAW-AMOUNT       PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.
           05  WS-RAW-AMOUNT-X REDEFINES WS-RAW-AMOUNT
                                   PIC X(12).
           05  WS-CURRENT-TYPE     PIC 9(1)       VALUE ZERO.
           05  WS-TYPE-SUB         PIC 9(1)       VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-AMOUNT        PIC -(9)9.99.
           05  WS-RL-AGE           PIC ZZZ9.
           05  WS-RL-COUNT         PIC ZZZZZZ9.
           05  WS-RL-SLA           PIC ZZ9.
           05  WS-RL-BIG-1         PIC -(11)9.99.
           05  WS-RL-CELL          PIC X(14).
           05  WS-RL-CELL-AMOUNT   PIC -(10)9.99.
           05  WS-RL-CELL-COUNT    PIC Z(13)9.
           05  WS-RL-ROW           PIC X(80).
           05  WS-RL-ROW-POS       PIC 9(2).

       01  WS-FILE-FLAGS.
           05  WS-ERR-EOF-SW       PIC X          VALUE 'N'.
               88  WS-ERR-EOF                    VALUE 'Y'.
               88  WS-ERR-NOT-EOF                 VALUE 'N'.
           05  WS-SUSP-EOF-SW      PIC X          VALUE 'N'.
               88  WS-SUSP-EOF                   VALUE 'Y'.
               88  WS-SUSP-NOT-EOF                VALUE 'N'.
           05  WS-DUP-EOF-SW       PIC X          VALUE 'N'.
               88  WS-DUP-EOF                    VALUE 'Y'.
               88  WS-DUP-NOT-EOF                 VALUE 'N'.
           05  WS-RXCP-EOF-SW      PIC X          VALUE 'N'.
               88  WS-RXCP-EOF                   VALUE 'Y'.
               88  WS-RXCP-NOT-EOF                VALUE 'N'.
           05  WS-SLA-EOF-SW       PIC X          VALUE 'N'.
               88  WS-SLA-EOF                    VALUE 'Y'.
               88  WS-SLA-NOT-EOF                 VALUE 'N'.
           05  WS-AGSORT-EOF-SW    PIC X          VALUE 'N'.
               88  WS-AGSORT-EOF                 VALUE 'Y'.
               88  WS-AGSORT-NOT-EOF              VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-ERR-READ         PIC 9(7)       VALUE ZERO.
           05  WS-SUSP-READ        PIC 9(7)       VALUE ZERO.
           05  WS-DUP-READ         PIC 9(7)       VALUE ZERO.
           05  WS-RXCP-READ        PIC 9(7)       VALUE ZERO.
           05  WS-RXCP-SKIPPED     PIC 9(7)       VALUE ZERO.

      ******************************************************************
      *  MOD-CYCLE-PARM IS THE CALL BLOCK FOR MODCYCK; ONLY THE
      *  INQUIRY FUNCTION IS USED, FOR THE BUSINESS DATE.
      ******************************************************************
       COPY MODCYCP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0120-READ-SLA-CARDS
           OPEN OUTPUT MOD-REPORT-FILE
           PERFORM 0300-WRITE-HEADER
           SORT MOD-AGSORT-FILE
               ON ASCENDING KEY AG-TYPE-SUB AG-ACCOUNT AG-FIRST-SEEN
               INPUT PROCEDURE IS 0200-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 0400-PRINT-OPEN-ITEMS
           PERFORM 0500-WRITE-TRAILER
           CLOSE MOD-REPORT-FILE
           PERFORM 0900-TERMINATE
           STOP RUN.

      ******************************************************************
      *  0100-INITIALIZE TAKES THE BUSINESS DATE FROM THE CYCLE
      *  CONTROL.  WITHOUT A VALID ONE THERE IS NOTHING TO AGE
      *  AGAINST, SO THE RUN STOPS.
      ******************************************************************
       0100-INITIALIZE.
           INITIALIZE WS-AGING-TOTALS
           INITIALIZE WS-GRAND-TOTALS
           SET CY-INQUIRE TO TRUE
           MOVE SPACES TO CY-STEP-NAME
           MOVE ZERO TO CY-STEP-RC
           CALL "MODCYCK" USING MOD-CYCLE-PARM
           IF CY-STEP-REFUSED
               DISPLAY "MODAGE0100E " CY-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CY-BUSINESS-DATE TO WS-ASOF-DATE-X
           IF WS-ASOF-DATE-X NOT NUMERIC
               DISPLAY "MODAGE0100E BUSINESS DATE '" WS-ASOF-DATE-X
                   "' NOT A VALID DATE - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
               DISPLAY "MODAGE0100E BUSINESS DATE '" WS-ASOF-DATE-X
                   "' NOT A VALID DATE - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ASOF-DAY = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           DISPLAY "MODAGE OPEN ITEMS AS OF " WS-ASOF-DATE-X.

      ******************************************************************
      *  0120-READ-SLA-CARDS APPLIES ANY MODAGSL OVERRIDES.  A CARD
      *  FOR AN UNKNOWN TYPE, OR WITH NON-NUMERIC DAYS, IS IGNORED
      *  WITH A WARNING AND THE DEFAULT STANDS.
      ******************************************************************
       0120-READ-SLA-CARDS.
           SET WS-SLA-NOT-EOF TO TRUE
           OPEN INPUT MOD-SLA-FILE
           PERFORM UNTIL WS-SLA-EOF
               READ MOD-SLA-FILE
                   AT END
                       SET WS-SLA-EOF TO TRUE
                   NOT AT END
                       PERFORM 0122-APPLY-SLA-CARD
               END-READ
           END-PERFORM
           CLOSE MOD-SLA-FILE.

       0122-APPLY-SLA-CARD.
           SET WS-TYPE-IDX TO 1
           SEARCH WS-TYPE-ENTRY
               AT END
                   DISPLAY "MODAGE0122W MODAGSL TYPE '" SL-ITEM-TYPE
                       "' UNKNOWN - CARD IGNORED"
               WHEN WS-TT-CODE(WS-TYPE-IDX) = SL-ITEM-TYPE
                   IF SL-SLA-DAYS-X NOT NUMERIC
                       DISPLAY "MODAGE0122W MODAGSL " SL-ITEM-TYPE
                           " DAYS '" SL-SLA-DAYS-X "' NOT NUMERIC - "
                           "CARD IGNORED"
                   ELSE
                       MOVE SL-SLA-DAYS TO WS-TT-SLA(WS-TYPE-IDX)
                   END-IF
           END-SEARCH.

      ******************************************************************
      *  0200-RELEASE-OPEN-ITEMS FEEDS EVERY OPEN ITEM FROM THE FOUR
      *  SOURCES INTO THE SORT, ONE SOURCE AFTER ANOTHER.
      ******************************************************************
       0200-RELEASE-OPEN-ITEMS.
           OPEN INPUT MOD-ERROR-FILE
           PERFORM UNTIL WS-ERR-EOF
               READ MOD-ERROR-FILE
                   AT END
                       SET WS-ERR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ERR-READ
                       PERFORM 0210-RELEASE-REJECT
               END-READ
           END-PERFORM
           CLOSE MOD-ERROR-FILE
           OPEN INPUT MOD-SUSPENSE-FILE
           PERFORM UNTIL WS-SUSP-EOF
               READ MOD-SUSPENSE-FILE
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUSP-READ
                       PERFORM 0220-RELEASE-SUSPENSE
               END-READ
           END-PERFORM
           CLOSE MOD-SUSPENSE-FILE
           OPEN INPUT MOD-DUPLICATE-FILE
           PERFORM UNTIL WS-DUP-EOF
               READ MOD-DUPLICATE-FILE
                   AT END
                       SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DUP-READ
                       PERFORM 0230-RELEASE-DUPLICATE
               END-READ
           END-PERFORM
           CLOSE MOD-DUPLICATE-FILE
           OPEN INPUT MOD-EXCEPTION-FILE
           PERFORM UNTIL WS-RXCP-EOF
               READ MOD-EXCEPTION-FILE
                   AT END
                       SET WS-RXCP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RXCP-READ
                       PERFORM 0240-RELEASE-RECON-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE MOD-EXCEPTION-FILE.

      ******************************************************************
      *  0210-RELEASE-REJECT.  THE REJECT CARRIES ITS RAW AMOUNT; ONE
      *  THAT WAS REJECTED FOR BEING UNREADABLE STAYS UNREADABLE HERE.
      ******************************************************************
       0210-RELEASE-REJECT.
           MOVE SPACES TO MOD-AGSORT-RECORD
           MOVE 1 TO AG-TYPE-SUB
           MOVE ME-ACCOUNT-RAW TO AG-ACCOUNT
           MOVE ME-AMOUNT-RAW TO WS-RAW-AMOUNT-X
           IF WS-RAW-AMOUNT NUMERIC
               MOVE WS-RAW-AMOUNT TO AG-AMOUNT
               SET AG-AMOUNT-OK TO TRUE
           ELSE
               MOVE ZERO TO AG-AMOUNT
               SET AG-AMOUNT-UNREADABLE TO TRUE
           END-IF
           MOVE ME-RUN-DATE TO WS-SEEN-DATE-X
           PERFORM 0290-COMPUTE-AGE
           STRING "RSN " DELIMITED BY SIZE
               ME-REASON-CODE DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               ME-REJECT-SEQ DELIMITED BY SIZE
               INTO AG-DETAIL
           RELEASE MOD-AGSORT-RECORD.

      ******************************************************************
      *  0220-RELEASE-SUSPENSE.  MU-AGE-COUNT ALREADY COUNTS THE
      *  NIGHTS THE HOLD HAS WAITED FOR A DECISION, SO IT IS THE AGE;
      *  THE DATE SHOWN IS THE DAY MODCALC PUT THE ITEM ON HOLD.
      ******************************************************************
       0220-RELEASE-SUSPENSE.
           MOVE SPACES TO MOD-AGSORT-RECORD
           MOVE 2 TO AG-TYPE-SUB
           MOVE MU-ACCOUNT-NUMBER TO AG-ACCOUNT
           MOVE MU-AMOUNT TO AG-AMOUNT
           SET AG-AMOUNT-OK TO TRUE
           IF MU-TIMESTAMP(1:8) = SPACES
               MOVE "UNKNOWN" TO AG-FIRST-SEEN
           ELSE
               MOVE MU-TIMESTAMP(1:8) TO AG-FIRST-SEEN
           END-IF
           IF MU-AGE-COUNT NUMERIC
               MOVE MU-AGE-COUNT TO AG-AGE
               SET AG-AGE-KNOWN TO TRUE
           ELSE
               MOVE ZERO TO AG-AGE
               SET AG-AGE-UNKNOWN TO TRUE
           END-IF
           MOVE "HELD, NO DECISION" TO AG-DETAIL
           RELEASE MOD-AGSORT-RECORD.

      ******************************************************************
      *  0230-RELEASE-DUPLICATE.  A LISTING WRITTEN BEFORE MODDUP
      *  CARRIED A DATE AND AMOUNT IS STILL REPORTED, UNDATED AND
      *  WITH ITS AMOUNT UNREADABLE.
      ******************************************************************
       0230-RELEASE-DUPLICATE.
           MOVE SPACES TO MOD-AGSORT-RECORD
           MOVE 3 TO AG-TYPE-SUB
           MOVE MD-ACCOUNT-NUMBER TO AG-ACCOUNT
           IF MD-TOTAL-AMOUNT = SPACES
               MOVE ZERO TO AG-AMOUNT
               SET AG-AMOUNT-UNREADABLE TO TRUE
           ELSE
               MOVE MD-TOTAL-AMOUNT TO AG-AMOUNT
               SET AG-AMOUNT-OK TO TRUE
           END-IF
           MOVE MD-BUSINESS-DATE TO WS-SEEN-DATE-X
           PERFORM 0290-COMPUTE-AGE
           STRING "FED " DELIMITED BY SIZE
               MD-OCCURRENCE-COUNT DELIMITED BY SIZE
               " TIMES" DELIMITED BY SIZE
               INTO AG-DETAIL
           RELEASE MOD-AGSORT-RECORD.

       0240-RELEASE-RECON-EXCEPTION.
           MOVE SPACES TO MOD-AGSORT-RECORD
           EVALUATE TRUE
               WHEN RX-UNAPPLIED
                   MOVE 4 TO AG-TYPE-SUB
               WHEN RX-NEVER-SENT
                   MOVE 5 TO AG-TYPE-SUB
               WHEN OTHER
                   ADD 1 TO WS-RXCP-SKIPPED
                   DISPLAY "MODAGE0240W MODRXCP RECORD " WS-RXCP-READ
                       " TYPE '" RX-EXCEPTION-TYPE "' UNKNOWN - "
                       "SKIPPED"
           END-EVALUATE
           IF AG-TYPE-SUB NUMERIC
               MOVE RX-ACCOUNT-NUMBER TO AG-ACCOUNT
               IF RX-AMOUNT NUMERIC
                   MOVE RX-AMOUNT TO AG-AMOUNT
                   SET AG-AMOUNT-OK TO TRUE
               ELSE
                   MOVE ZERO TO AG-AMOUNT
                   SET AG-AMOUNT-UNREADABLE TO TRUE
               END-IF
               MOVE RX-BUSINESS-DATE TO WS-SEEN-DATE-X
               PERFORM 0290-COMPUTE-AGE
               STRING "BKT " DELIMITED BY SIZE
                   RX-BUCKET-NUMBER DELIMITED BY SIZE
                   " DIV " DELIMITED BY SIZE
                   RX-DIVISOR DELIMITED BY SIZE
                   INTO AG-DETAIL
               RELEASE MOD-AGSORT-RECORD
           END-IF.

      ******************************************************************
      *  0290-COMPUTE-AGE SETS THE FIRST-SEEN DATE AND BUSINESS-DAY
      *  AGE FROM WS-SEEN-DATE-X.  A DATE THAT ISN'T A REAL DATE
      *  LEAVES THE AGE UNKNOWN.
      ******************************************************************
       0290-COMPUTE-AGE.
           MOVE WS-SEEN-DATE-X TO AG-FIRST-SEEN
           MOVE ZERO TO AG-AGE
           SET AG-AGE-UNKNOWN TO TRUE
           IF WS-SEEN-DATE-X NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEEN-DATE) = 0
                   PERFORM 0292-COUNT-BUSINESS-DAYS
               END-IF
           END-IF
           IF AG-AGE-UNKNOWN
               MOVE "UNKNOWN" TO AG-FIRST-SEEN
           END-IF.

      ******************************************************************
      *  0292-COUNT-BUSINESS-DAYS COUNTS THE WEEKDAYS AFTER THE FIRST-
      *  SEEN DATE UP TO AND INCLUDING THE BUSINESS DATE: FIVE FOR
      *  EACH WHOLE WEEK, THEN THE ODD DAYS ONE AT A TIME.  DAY 1 OF
      *  INTEGER-OF-DATE (1 JANUARY 1601) WAS A MONDAY, SO DAY N
      *  FALLS ON WEEKDAY MOD(N - 1, 7), 0 = MONDAY ... 6 = SUNDAY.
      *  AN ITEM DATED AFTER THE BUSINESS DATE IS AGE ZERO.
      ******************************************************************
       0292-COUNT-BUSINESS-DAYS.
           SET AG-AGE-KNOWN TO TRUE
           COMPUTE WS-SEEN-DAY = FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE)
           MOVE ZERO TO WS-BUSINESS-AGE
           IF WS-SEEN-DAY < WS-ASOF-DAY
               COMPUTE WS-DAY-SPAN = WS-ASOF-DAY - WS-SEEN-DAY
               DIVIDE WS-DAY-SPAN BY 7 GIVING WS-FULL-WEEKS
                   REMAINDER WS-ODD-DAYS
               COMPUTE WS-BUSINESS-AGE = WS-FULL-WEEKS * 5
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-ODD-DAYS
                   COMPUTE WS-WEEKDAY = FUNCTION MOD(
                       WS-SEEN-DAY + WS-DAY-SUB - 1, 7)
                   IF WS-WEEKDAY < 5
                       ADD 1 TO WS-BUSINESS-AGE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BUSINESS-AGE > 9999
               MOVE 9999 TO AG-AGE
           ELSE
               MOVE WS-BUSINESS-AGE TO AG-AGE
           END-IF.

       0300-WRITE-HEADER.
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "MODAGE OPEN-ITEMS AGING AS OF BUSINESS DATE "
               DELIMITED BY SIZE
               WS-ASOF-DATE-X DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "AGE IN BUSINESS DAYS.  *SLA* = OPEN LONGER THAN "
               DELIMITED BY SIZE
               "THE TYPE'S SERVICE LEVEL." DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0400-PRINT-OPEN-ITEMS.
           MOVE ZERO TO WS-CURRENT-TYPE
           SET WS-AGSORT-NOT-EOF TO TRUE
           RETURN MOD-AGSORT-FILE
               AT END
                   SET WS-AGSORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-AGSORT-EOF
               IF AG-TYPE-SUB NOT = WS-CURRENT-TYPE
                   IF WS-CURRENT-TYPE > 0
                       PERFORM 0440-END-TYPE-SECTION
                   END-IF
                   MOVE AG-TYPE-SUB TO WS-CURRENT-TYPE
                   PERFORM 0410-START-TYPE-SECTION
               END-IF
               PERFORM 0420-PRINT-ONE-ITEM
               RETURN MOD-AGSORT-FILE
                   AT END
                       SET WS-AGSORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF WS-CURRENT-TYPE > 0
               PERFORM 0440-END-TYPE-SECTION
           END-IF.

       0410-START-TYPE-SECTION.
           MOVE WS-TT-SLA(WS-CURRENT-TYPE) TO WS-RL-SLA
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING WS-TT-LABEL(WS-CURRENT-TYPE) DELIMITED BY SIZE
               " ITEMS - SLA " DELIMITED BY SIZE
               WS-RL-SLA DELIMITED BY SIZE
               " BUSINESS DAYS" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TYPE  ACCOUNT        AMOUNT FIRST SEEN AGE  BAND"
               DELIMITED BY SIZE
               "         DETAIL" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

      ******************************************************************
      *  0420-PRINT-ONE-ITEM BANDS THE ITEM, TESTS IT AGAINST ITS
      *  TYPE'S SERVICE LEVEL, PRINTS IT AND ADDS IT TO THE MATRIX.
      *  AN ITEM OF UNKNOWN AGE IS TREATED AS PAST SLA.
      ******************************************************************
       0420-PRINT-ONE-ITEM.
           EVALUATE TRUE
               WHEN AG-AGE-UNKNOWN
                   MOVE 4 TO WS-BAND-SUB
                   MOVE "> 10" TO WS-BAND-TEXT
               WHEN AG-AGE <= 2
                   MOVE 1 TO WS-BAND-SUB
                   MOVE "0-2" TO WS-BAND-TEXT
               WHEN AG-AGE <= 5
                   MOVE 2 TO WS-BAND-SUB
                   MOVE "3-5" TO WS-BAND-TEXT
               WHEN AG-AGE <= 10
                   MOVE 3 TO WS-BAND-SUB
                   MOVE "6-10" TO WS-BAND-TEXT
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
                   MOVE "> 10" TO WS-BAND-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-SLA-FLAG
           IF AG-AGE-UNKNOWN OR AG-AGE > WS-TT-SLA(WS-CURRENT-TYPE)
               MOVE "*SLA*" TO WS-SLA-FLAG
               ADD 1 TO WS-TY-SLA-COUNT(WS-CURRENT-TYPE)
               ADD 1 TO WS-GT-SLA-COUNT
               IF AG-AMOUNT-OK
                   ADD AG-AMOUNT TO WS-TY-SLA-AMOUNT(WS-CURRENT-TYPE)
                   ADD AG-AMOUNT TO WS-GT-SLA-AMOUNT
               END-IF
           END-IF
           ADD 1 TO WS-BT-COUNT(WS-CURRENT-TYPE, WS-BAND-SUB)
           ADD 1 TO WS-TY-COUNT(WS-CURRENT-TYPE)
           ADD 1 TO WS-GT-COUNT(WS-BAND-SUB)
           ADD 1 TO WS-GT-ITEMS
           IF AG-AMOUNT-OK
               ADD AG-AMOUNT TO WS-BT-AMOUNT(WS-CURRENT-TYPE,
                   WS-BAND-SUB)
               ADD AG-AMOUNT TO WS-TY-AMOUNT(WS-CURRENT-TYPE)
               ADD AG-AMOUNT TO WS-GT-AMOUNT(WS-BAND-SUB)
               ADD AG-AMOUNT TO WS-GT-TOTAL
           ELSE
               ADD 1 TO WS-TY-BAD-AMOUNT(WS-CURRENT-TYPE)
           END-IF
           MOVE SPACES TO MOD-REPORT-RECORD
           IF AG-AGE-UNKNOWN
               MOVE "   ?" TO WS-AGE-TEXT
           ELSE
               MOVE AG-AGE TO WS-RL-AGE
               MOVE WS-RL-AGE TO WS-AGE-TEXT
           END-IF
           IF AG-AMOUNT-OK
               MOVE AG-AMOUNT TO WS-RL-AMOUNT
               STRING WS-TT-CODE(WS-CURRENT-TYPE) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AG-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RL-AMOUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AG-FIRST-SEEN DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AGE-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BAND-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SLA-FLAG DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AG-DETAIL DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           ELSE
               STRING WS-TT-CODE(WS-CURRENT-TYPE) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AG-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "   UNREADABLE" DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AG-FIRST-SEEN DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AGE-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BAND-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SLA-FLAG DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AG-DETAIL DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
           END-IF
           WRITE MOD-REPORT-RECORD.

       0440-END-TYPE-SECTION.
           MOVE WS-TY-COUNT(WS-CURRENT-TYPE) TO WS-RL-COUNT
           MOVE WS-TY-AMOUNT(WS-CURRENT-TYPE) TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING WS-TT-LABEL(WS-CURRENT-TYPE) DELIMITED BY SIZE
               " ITEMS: " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-TY-SLA-COUNT(WS-CURRENT-TYPE) TO WS-RL-COUNT
           MOVE WS-TY-SLA-AMOUNT(WS-CURRENT-TYPE) TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "  PAST SLA: " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "       AMOUNT: " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           IF WS-TY-BAD-AMOUNT(WS-CURRENT-TYPE) > 0
               MOVE WS-TY-BAD-AMOUNT(WS-CURRENT-TYPE) TO WS-RL-COUNT
               MOVE SPACES TO MOD-REPORT-RECORD
               STRING "  UNREADABLE AMOUNT (NOT IN TOTALS): "
                   DELIMITED BY SIZE
                   WS-RL-COUNT DELIMITED BY SIZE
                   INTO MOD-REPORT-RECORD
               WRITE MOD-REPORT-RECORD
           END-IF.

      ******************************************************************
      *  0500-WRITE-TRAILER PRINTS THE TYPE-BY-BAND MATRIX: FOR EACH
      *  TYPE A DOLLAR LINE AND AN ITEM-COUNT LINE, THEN THE SAME FOR
      *  ALL TYPES TOGETHER.  EVERY TYPE IS PRINTED, OPEN ITEMS OR
      *  NOT, SO A CLEAN DAY READS AS ZEROS RATHER THAN AS A GAP.
      ******************************************************************
       0500-WRITE-TRAILER.
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "OPEN ITEMS BY TYPE AND AGE BAND (BUSINESS DAYS)"
               DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "TYPE      " DELIMITED BY SIZE
               "      0-2 DAYS" DELIMITED BY SIZE
               "      3-5 DAYS" DELIMITED BY SIZE
               "     6-10 DAYS" DELIMITED BY SIZE
               "  OVER 10 DAYS" DELIMITED BY SIZE
               "         TOTAL" DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           PERFORM 0520-WRITE-TYPE-ROWS
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
           PERFORM 0540-WRITE-GRAND-ROWS
           MOVE SPACES TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE WS-GT-SLA-COUNT TO WS-RL-COUNT
           MOVE WS-GT-SLA-AMOUNT TO WS-RL-BIG-1
           MOVE SPACES TO MOD-REPORT-RECORD
           STRING "ITEMS PAST SLA:      " DELIMITED BY SIZE
               WS-RL-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-RL-BIG-1 DELIMITED BY SIZE
               INTO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0520-WRITE-TYPE-ROWS.
           MOVE SPACES TO WS-RL-ROW
           MOVE WS-TT-LABEL(WS-TYPE-SUB) TO WS-RL-ROW(1:10)
           MOVE 11 TO WS-RL-ROW-POS
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE WS-BT-AMOUNT(WS-TYPE-SUB, WS-BAND-SUB)
                   TO WS-RL-CELL-AMOUNT
               MOVE WS-RL-CELL-AMOUNT TO WS-RL-ROW(WS-RL-ROW-POS:14)
               ADD 14 TO WS-RL-ROW-POS
           END-PERFORM
           MOVE WS-TY-AMOUNT(WS-TYPE-SUB) TO WS-RL-CELL-AMOUNT
           MOVE WS-RL-CELL-AMOUNT TO WS-RL-ROW(WS-RL-ROW-POS:14)
           MOVE WS-RL-ROW TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO WS-RL-ROW
           MOVE "  ITEMS" TO WS-RL-ROW(1:10)
           MOVE 11 TO WS-RL-ROW-POS
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE WS-BT-COUNT(WS-TYPE-SUB, WS-BAND-SUB)
                   TO WS-RL-CELL-COUNT
               MOVE WS-RL-CELL-COUNT TO WS-RL-ROW(WS-RL-ROW-POS:14)
               ADD 14 TO WS-RL-ROW-POS
           END-PERFORM
           MOVE WS-TY-COUNT(WS-TYPE-SUB) TO WS-RL-CELL-COUNT
           MOVE WS-RL-CELL-COUNT TO WS-RL-ROW(WS-RL-ROW-POS:14)
           MOVE WS-RL-ROW TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0540-WRITE-GRAND-ROWS.
           MOVE SPACES TO WS-RL-ROW
           MOVE "ALL TYPES" TO WS-RL-ROW(1:10)
           MOVE 11 TO WS-RL-ROW-POS
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE WS-GT-AMOUNT(WS-BAND-SUB) TO WS-RL-CELL-AMOUNT
               MOVE WS-RL-CELL-AMOUNT TO WS-RL-ROW(WS-RL-ROW-POS:14)
               ADD 14 TO WS-RL-ROW-POS
           END-PERFORM
           MOVE WS-GT-TOTAL TO WS-RL-CELL-AMOUNT
           MOVE WS-RL-CELL-AMOUNT TO WS-RL-ROW(WS-RL-ROW-POS:14)
           MOVE WS-RL-ROW TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD
           MOVE SPACES TO WS-RL-ROW
           MOVE "  ITEMS" TO WS-RL-ROW(1:10)
           MOVE 11 TO WS-RL-ROW-POS
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE WS-GT-COUNT(WS-BAND-SUB) TO WS-RL-CELL-COUNT
               MOVE WS-RL-CELL-COUNT TO WS-RL-ROW(WS-RL-ROW-POS:14)
               ADD 14 TO WS-RL-ROW-POS
           END-PERFORM
           MOVE WS-GT-ITEMS TO WS-RL-CELL-COUNT
           MOVE WS-RL-CELL-COUNT TO WS-RL-ROW(WS-RL-ROW-POS:14)
           MOVE WS-RL-ROW TO MOD-REPORT-RECORD
           WRITE MOD-REPORT-RECORD.

       0900-TERMINATE.
           IF WS-GT-SLA-COUNT > 0
               DISPLAY "MODAGE0900W " WS-GT-SLA-COUNT
                   " OPEN ITEMS PAST SLA - SEE MODAGRPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Rejects read:        " WS-ERR-READ
           DISPLAY "Suspense holds read: " WS-SUSP-READ
           DISPLAY "Duplicates read:     " WS-DUP-READ
           DISPLAY "Recon items read:    " WS-RXCP-READ
           DISPLAY "Recon items skipped: " WS-RXCP-SKIPPED
           DISPLAY "Open items:          " WS-GT-ITEMS
           DISPLAY "Past SLA:            " WS-GT-SLA-COUNT.
