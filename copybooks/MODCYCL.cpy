      ******************************************************************
      *  MODCYCL - NIGHTLY CYCLE CONTROL RECORD.  THE SHARED LOG OF
      *  WHAT EACH CYCLE STEP DID FOR EACH BUSINESS DATE, KEYED BY
      *  CC-BUSINESS-DATE AND CC-STEP-NAME.  LIKE THE MODREG RUN
      *  REGISTRY IT IS OPENED EXTEND ACROSS RUNS AND NEVER REWRITTEN:
      *  A STEP APPENDS AN 'S' RECORD AS IT STARTS AND AN 'E' RECORD,
      *  CARRYING ITS RETURN CODE, AS IT ENDS.  A STEP THAT STARTED
      *  AND NEVER ENDED ABENDED (OR IS STILL RUNNING).  AN 'R' RECORD
      *  IS A RUN THE CYCLE CONTROL REFUSED, WITH THE REASON, SO THE
      *  STATUS REPORT CAN SHOW WHO TRIED TO RUN OUT OF TURN.
      *
      *  THE LATEST 'S' OR 'E' RECORD FOR A STEP AND DATE IS THAT
      *  STEP'S STATE - A RESTART SIMPLY APPENDS A NEW 'S'.  ONLY THE
      *  MODCYCK SUBROUTINE WRITES OR INTERPRETS THIS FILE.
      ******************************************************************
       01  MOD-CYCLE-CONTROL-RECORD.
           05  CC-BUSINESS-DATE        PIC 9(8).
           05  CC-BUSINESS-DATE-X REDEFINES CC-BUSINESS-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  CC-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  CC-EVENT                PIC X(1).
               88  CC-STEP-STARTED                 VALUE 'S'.
               88  CC-STEP-ENDED                   VALUE 'E'.
               88  CC-STEP-REFUSED                 VALUE 'R'.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  CC-TIMESTAMP            PIC X(21).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  CC-RETURN-CODE          PIC 9(4).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  CC-REASON               PIC X(60).
