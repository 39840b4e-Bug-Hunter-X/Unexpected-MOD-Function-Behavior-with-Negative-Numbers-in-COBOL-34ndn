      ******************************************************************
      *  MODPTOT - PARTITION TOTALS RECORD.  A MODCALC RUN AGAINST ONE
      *  MODPSPL PARTITION CANNOT RECONCILE, WRITE MODSTAT OR MODRCTL,
      *  OR CHECK THE OPERATIONS CONTROL TOTAL - EACH OF THOSE IS A
      *  STATEMENT ABOUT THE WHOLE NIGHT - SO INSTEAD ITS
      *  0900-TERMINATE WRITES EVERYTHING MODPMRG NEEDS TO MAKE THEM
      *  ONCE FOR ALL PARTITIONS TOGETHER:
      *
      *    ONE 'S' SUMMARY RECORD, FIRST, CARRYING EVERY COUNT AND
      *    AMOUNT THE SINGLE-RUN RECONCILIATION, TRAILER, MODSTAT AND
      *    MODRCTL ARE BUILT FROM, PLUS THE DIVISOR SETTINGS THAT
      *    APPLIED, SO THE MERGE NEVER RE-DERIVES A FIGURE.
      *
      *    ONE 'B' RECORD PER BUCKET THE PARTITION PUT ANYTHING IN
      *    (THE HISTOGRAM'S COUNT AND AMOUNT), SO THE MERGED
      *    HISTOGRAM AND BUCKET SKEW ARE THE SUMS OF THE PARTITIONS'.
      *
      *  THE FILE IS OPENED OUTPUT AND WRITTEN LAST, AFTER EVERY
      *  OTHER PARTITION OUTPUT IS CLOSED, SO A PARTITION THAT DID NOT
      *  FINISH HAS NO MODPTOT (OR YESTERDAY'S, WHICH THE MERGE'S
      *  BUSINESS-DATE CHECK REJECTS).  THE MERGE READS ALL THE
      *  PARTITIONS' MODPTOT FILES AS ONE JCL CONCATENATION.
      *
      *  PN-RECORDS-READ IS THE PARTITION'S OWN MODINNN RECORD COUNT,
      *  ENVELOPE INCLUDED.
      ******************************************************************
       01  MOD-PART-TOTALS-RECORD.
           05  PN-RECORD-TYPE          PIC X(1).
               88  PN-SUMMARY-RECORD               VALUE 'S'.
               88  PN-BUCKET-RECORD                VALUE 'B'.
           05  PN-PARTITION-NUMBER     PIC 9(2).
           05  PN-BUSINESS-DATE        PIC X(8).
           05  PN-SUMMARY-SECTION.
               10  PN-PARTITION-COUNT      PIC 9(2).
               10  PN-RECORDS-READ         PIC 9(7).
               10  PN-RECORD-COUNT         PIC 9(7).
               10  PN-REJECT-COUNT         PIC 9(7).
               10  PN-DUPLICATE-COUNT      PIC 9(7).
               10  PN-SUSPENSE-COUNT       PIC 9(7).
               10  PN-CORRECTION-COUNT     PIC 9(7).
               10  PN-RESUBMIT-COUNT       PIC 9(7).
               10  PN-VIOLATION-COUNT      PIC 9(7).
               10  PN-DUP-NETTED-COUNT     PIC 9(7).
               10  PN-DUP-REJECTED-COUNT   PIC 9(7).
               10  PN-TOTAL-AMOUNT         PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  PN-TOTAL-QUOTIENT       PIC S9(11)
                                            SIGN IS TRAILING SEPARATE.
               10  PN-TOTAL-REMAINDER      PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  PN-CORRECTION-AMOUNT    PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  PN-RESUBMIT-AMOUNT      PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  PN-SUSPENSE-AMOUNT      PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  PN-DUP-REJECT-AMOUNT    PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  PN-VIOLATION-AMOUNT     PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  PN-DIVISOR              PIC 9(5).
               10  PN-MAX-DIVISOR          PIC 9(5).
               10  PN-MULTI-DIVISOR-SW     PIC X(1).
                   88  PN-MULTI-DIVISOR-ACTIVE         VALUE 'Y'.
               10  PN-DUP-DISPOSITION      PIC X(1).
               10  PN-APPLIED-EFF-DATE     PIC X(8).
           05  PN-BUCKET-SECTION REDEFINES PN-SUMMARY-SECTION.
               10  PN-BUCKET-NUMBER        PIC 9(5).
               10  PN-BKT-COUNT            PIC 9(7).
               10  PN-BKT-AMOUNT           PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  FILLER                  PIC X(176).
