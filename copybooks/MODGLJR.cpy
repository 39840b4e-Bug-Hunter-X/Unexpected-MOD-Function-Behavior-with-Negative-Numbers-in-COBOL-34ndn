      ******************************************************************
      *  MODGLJR - GENERAL-LEDGER JOURNAL RECORD WRITTEN BY MODGLPST.
      *
      *  THE FILE IS AN ENVELOPE, THE SAME SHAPE AS MODIN: ONE 'H'
      *  HEADER FIRST (BATCH ID, THE BUSINESS DATE THE ALLOCATION RUN
      *  COVERED, WHEN THE JOURNAL WAS BUILT), THEN ONE 'D' LINE PER
      *  DEBIT AND PER CREDIT - TWO PER BUCKET POSTED - THEN ONE 'T'
      *  TRAILER CARRYING THE BATCH TOTALS THE LEDGER LOAD CHECKS:
      *  LINE COUNT, TOTAL DEBITS, TOTAL CREDITS (ALWAYS EQUAL), AND
      *  THE EXTRACT RECORD COUNT AND NET AMOUNT THE JOURNAL STANDS
      *  FOR, WHICH MODGLPST HAS ALREADY TIED TO MODCALC'S
      *  RECONCILIATION BEFORE WRITING A SINGLE LINE.
      *
      *  GJ-AMOUNT IS UNSIGNED - THE SIDE IS GJ-DEBIT-CREDIT.
      *  GJ-DIVISOR, GJ-BUCKET-NUMBER AND GJ-ITEM-COUNT TRACE EACH
      *  LINE BACK TO THE BUCKET ON THE MODCALC BUCKET LISTING.
      ******************************************************************
       01  MOD-GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE          PIC X(1).
               88  GJ-HEADER-RECORD                VALUE 'H'.
               88  GJ-DETAIL-RECORD                VALUE 'D'.
               88  GJ-TRAILER-RECORD               VALUE 'T'.
           05  GJ-DETAIL-SECTION.
               10  GJ-LINE-NUMBER          PIC 9(7).
               10  GJ-DEBIT-CREDIT         PIC X(1).
                   88  GJ-DEBIT                    VALUE 'D'.
                   88  GJ-CREDIT                   VALUE 'C'.
               10  GJ-GL-ACCOUNT           PIC X(10).
               10  GJ-COST-CENTER          PIC X(6).
               10  GJ-AMOUNT               PIC 9(11)V99.
               10  GJ-DIVISOR              PIC 9(5).
               10  GJ-BUCKET-NUMBER        PIC 9(5).
               10  GJ-ITEM-COUNT           PIC 9(7).
               10  FILLER                  PIC X(6).
           05  GJ-HEADER-SECTION REDEFINES GJ-DETAIL-SECTION.
               10  GJ-BATCH-ID             PIC X(12).
               10  GJ-BUSINESS-DATE        PIC X(8).
               10  GJ-CREATED-TIMESTAMP    PIC X(21).
               10  GJ-SOURCE-SYSTEM        PIC X(8).
               10  FILLER                  PIC X(11).
           05  GJ-TRAILER-SECTION REDEFINES GJ-DETAIL-SECTION.
               10  GJ-LINE-COUNT           PIC 9(7).
               10  GJ-DEBIT-TOTAL          PIC 9(11)V99.
               10  GJ-CREDIT-TOTAL         PIC 9(11)V99.
               10  GJ-CONTROL-COUNT        PIC 9(7).
               10  GJ-CONTROL-AMOUNT       PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  FILLER                  PIC X(6).
