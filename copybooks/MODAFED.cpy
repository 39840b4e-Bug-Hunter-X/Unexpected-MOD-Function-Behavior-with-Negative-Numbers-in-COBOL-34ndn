      *  MODAFED - ACCOUNT MASTER MAINTENANCE FEED FOR MODAMNT.  ONE
      *  RECORD PER CHANGE FROM THE ACCOUNT SYSTEM: ADD A NEW
      *  ACCOUNT, UPDATE AN EXISTING ONE'S STATUS (E.G. OPEN TO
      *  CLOSED), OR DELETE ONE OUTRIGHT.  MODAMNT APPLIES EACH ONE
      *  DIRECTLY TO THE KEYED MASTER AND LOGS IT, BEFORE AND AFTER,
      *  TO MODACHG.
      *
      *  THE SAME FORMAT CARRIES CHANGES KEYED ON THE MODAMNO ONLINE
      *  MAINTENANCE SCREEN, WHICH QUEUES THEM TO A DATA SET THE JOB
      *  CONCATENATES AFTER THE ACCOUNT SYSTEM'S FEED.  A KEYED CHANGE
      *  CARRIES THE OPERATOR'S USER ID, WHEN IT WAS KEYED AND WHY;
      *  ON THE ACCOUNT SYSTEM'S OWN RECORDS THOSE FIELDS ARE SPACES.
      *  MODAMNT LISTS EVERY KEYED CHANGE ON ITS MANUAL-CHANGE REPORT.
      *  THE REASON CODES ARE:
      *    MISS - ACCOUNT MISSING FROM THE MASTER
      *    WCLS - ACCOUNT WRONGLY CLOSED ON THE MASTER
      *    CUST - CLOSED AT THE CUSTOMER'S REQUEST
      *    COMP - CLOSED FOR COMPLIANCE OR FRAUD
      *    ACCT - CORRECTION CONFIRMED WITH THE ACCOUNT SYSTEM
      ******************************************************************
       01  MOD-ACCOUNT-FEED-RECORD.
           05  AF-ACTION               PIC X(1).
           05  AF-STATUS               PIC X(1).
               88  AF-OPEN-STATUS                  VALUE 'O'.
               88  AF-CLOSED-STATUS                VALUE 'C'.
           05  AF-REASON-CODE          PIC X(4).
               88  AF-VALID-REASON                 VALUE 'MISS'
                                                         'WCLS'
                                                         'CUST'
                                                         'COMP'
                                                         'ACCT'.
           05  AF-OPERATOR-ID          PIC X(8).
               88  AF-ACCOUNT-SYSTEM-CHANGE        VALUE SPACES.
           05  AF-ENTRY-TIMESTAMP      PIC X(21).
           05  FILLER                  PIC X(8).
