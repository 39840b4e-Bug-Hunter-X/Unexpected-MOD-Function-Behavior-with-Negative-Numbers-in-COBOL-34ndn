      ******************************************************************
      *  MODRXCP - RECONCILIATION EXCEPTION RECORD WRITTEN BY MODRECN.
      *  ONE RECORD PER UNAPPLIED EXTRACT RECORD (SENT DOWNSTREAM,
      *  NEVER CONFIRMED) AND PER NEVER-SENT CONFIRMATION (CONFIRMED,
      *  NOT IN THE EXTRACT) - THE SAME ITEMS MODRECN LISTS ON ITS
      *  PRINTED REPORT, IN A FORM THE MODAGE OPEN-ITEMS AGING REPORT
      *  CAN READ.
      *
      *  RX-BUSINESS-DATE IS THE CYCLE DATE OF THE MODRECN RUN THAT
      *  FOUND THE ITEM.  EACH RUN WRITES A NEW GENERATION; JCL
      *  CONCATENATES THE GENERATIONS STILL BEING WORKED FOR MODAGE,
      *  WHICH AGES EACH RECORD FROM ITS OWN DATE.
      ******************************************************************
       01  MOD-RECON-EXCEPTION-RECORD.
           05  RX-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RX-EXCEPTION-TYPE       PIC X(1).
               88  RX-UNAPPLIED                    VALUE 'U'.
               88  RX-NEVER-SENT                   VALUE 'N'.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RX-ACCOUNT-NUMBER       PIC 9(7).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RX-BUCKET-NUMBER        PIC 9(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RX-DIVISOR              PIC 9(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RX-AMOUNT               PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
