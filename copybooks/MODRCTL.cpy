      ******************************************************************
      *  MODRCTL - RECONCILIATION CONTROL RECORD.  THE MACHINE-
      *  READABLE FORM OF WHAT A RUN PUT ON MOD-EXTRACT-FILE, SO A
      *  DOWNSTREAM STEP (THE MODGLPST GENERAL-LEDGER POSTING) CAN
      *  PROVE IT IS POSTING EXACTLY WHAT THE ALLOCATION RUN
      *  PRODUCED INSTEAD OF RE-DERIVING THE FIGURES FROM THE EXTRACT
      *  IT IS TRYING TO CHECK.
      *
      *  MODCALC'S 0900-TERMINATE WRITES THE FIRST RECORD (THE FILE
      *  IS OPENED OUTPUT, ONE SET PER CYCLE, THE SAME AS
      *  MOD-EXTRACT-FILE ITSELF): RT-EXTRACT-COUNT IS EVERY EXTRACT
      *  RECORD THE RUN WROTE - DETAILS, APPLIED CORRECTIONS AND
      *  APPLIED RESUBMISSIONS - AND RT-EXTRACT-AMOUNT IS THE TOTAL
      *  INPUT AMOUNT ON ITS RECONCILIATION (THE SAME THREE STREAMS
      *  SUMMED).  RT-BALANCE-STATUS IS THE RECONCILIATION'S VERDICT
      *  AGAINST THE OPERATIONS CONTROL TOTAL, CODED AS ON MODSTAT.
      *
      *  MODSUSR APPENDS ONE RECORD PER DISPOSITION RUN (OPENED
      *  EXTEND, AS IT DOES MOD-EXTRACT-FILE) CARRYING THE COUNT AND
      *  AMOUNT OF THE RELEASES IT ADDED TO THE EXTRACT.  MODSUSR HAS
      *  NO MODIN HEADER, SO ITS RT-BUSINESS-DATE IS ITS RUN DATE.
      ******************************************************************
       01  MOD-RECON-CONTROL-RECORD.
           05  RT-JOB-NAME             PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RT-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RT-RUN-TIMESTAMP        PIC X(21).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RT-EXTRACT-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RT-EXTRACT-AMOUNT       PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RT-BALANCE-STATUS       PIC X(1).
               88  RT-IN-BALANCE                   VALUE 'B'.
               88  RT-OUT-OF-BALANCE               VALUE 'O'.
               88  RT-NOT-CHECKED                  VALUE 'N'.
