      ******************************************************************
      *  MODVPRM - RUN-TIME PARAMETER FILE FOR MODAUDV, THE AUDIT
      *  TRAIL INTEGRITY VERIFICATION.  CARRIES AN OPTIONAL FROM-DATE
      *  (YYYYMMDD): ONLY RUNS THAT ENDED ON OR AFTER IT, AND ONLY
      *  AUDIT ENTRIES STAMPED ON OR AFTER IT, ARE REPORTED.  SET IT
      *  NO EARLIER THAN THE OLDEST MODRCTL GENERATION STILL KEPT, OR
      *  EVERY RUN WHOSE CONTROL RECORD HAS ROLLED OFF WILL SHOW AS
      *  UNPROVEN.  A MISSING FILE, OR A BLANK OR ZERO FROM-DATE,
      *  VERIFIES THE WHOLE HISTORY.
      ******************************************************************
       01  MOD-VERIFY-PARM-RECORD.
           05  VP-FROM-DATE            PIC 9(8).
           05  VP-FROM-DATE-X REDEFINES VP-FROM-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(22).
