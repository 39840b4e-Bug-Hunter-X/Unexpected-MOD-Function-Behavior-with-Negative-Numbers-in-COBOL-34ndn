      *  A SINGLE RUN OF MOD-INPUT-FILE, SO A DOUBLE-FED EXTRACT SHOWS
      *  UP THE SAME DAY INSTEAD OF SURFACING AS AN ALLOCATION TOTAL
      *  THAT WON'T TIE OUT.
      *
      *  MD-BUSINESS-DATE (THE MODIN HEADER DATE) AND MD-TOTAL-AMOUNT
      *  (THE SUM OF THE NUMERIC OCCURRENCES) LET THE MODAGE AGING
      *  REPORT SAY HOW LONG A DUPLICATE HAS BEEN OPEN AND HOW MUCH
      *  MONEY IT REPRESENTS WITHOUT GOING BACK TO THAT DAY'S MODIN.
      ******************************************************************
       01  MOD-DUPLICATE-RECORD.
           05  MD-ACCOUNT-NUMBER       PIC 9(7).
           05  MD-OCCURRENCE-COUNT     PIC 9(7).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MD-MESSAGE-TEXT         PIC X(40).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MD-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MD-TOTAL-AMOUNT         PIC -(9)9.99.
