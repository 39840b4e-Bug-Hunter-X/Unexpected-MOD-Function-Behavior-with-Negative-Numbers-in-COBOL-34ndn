      *  CORRECTED RAW FIELDS REPLACE THE REJECTED ONES; A FIELD LEFT
      *  BLANK KEEPS THE ORIGINAL RAW VALUE, SO THE CLERK ONLY KEYS
      *  THE FIELD THAT WAS ACTUALLY BAD.  RP-CLERK-ID RECORDS WHO
      *  MADE THE REPAIR AND APPEARS ON THE MODFIX EDIT LIST; IT IS
      *  THE PREPARER FOR THE MAKER-CHECKER CONTROL, AND RP-APPROVER-ID
      *  THE SECOND PERSON WHO APPROVED THE CARD.  BOTH ARE CHECKED
      *  AGAINST MODAUTH (SEE MODAUCK); A CARD THAT FAILS IS NOT
      *  RESUBMITTED BUT LISTED ON THE MODFVIO CONTROL-VIOLATION
      *  REPORT AND ITS REJECT STAYS OUTSTANDING.
      ******************************************************************
       01  MOD-REPAIR-RECORD.
           05  RP-REJECT-DATE          PIC X(8).
           05  RP-ACCOUNT-RAW          PIC X(7).
           05  RP-AMOUNT-RAW           PIC X(12).
           05  RP-CLERK-ID             PIC X(8).
           05  RP-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(4).
