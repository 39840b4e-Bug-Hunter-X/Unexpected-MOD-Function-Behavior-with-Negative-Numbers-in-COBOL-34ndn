      ******************************************************************
      *  MODDLTA - DAY-OVER-DAY BUCKET CHANGE DELTA FOR MODDELT.  ONE
      *  RECORD PER ACCOUNT WHOSE BUCKET ASSIGNMENT DIFFERS FROM THE
      *  PRIOR BUSINESS DATE'S MOD-EXTRACT-FILE, WITH THE OLD AND NEW
      *  VALUES SIDE BY SIDE, SO DOWNSTREAM ALLOCATION CAN APPLY ONLY
      *  THE CHANGES INSTEAD OF RELOADING THE WHOLE EXTRACT:
      *    'B' - SAME DIVISOR, DIFFERENT BUCKET (THE AMOUNT MOVED IT).
      *    'V' - DIFFERENT DIVISOR (A PARAMETER CHANGE MOVED IT); THE
      *          BUCKET MAY OR MAY NOT HAVE CHANGED WITH IT.
      *    'N' - NEW: IN TODAY'S EXTRACT ONLY.  OLD FIELDS ARE ZERO.
      *    'D' - DROPPED: IN THE PRIOR EXTRACT ONLY.  NEW FIELDS ARE
      *          ZERO.
      *  AN ACCOUNT WHOSE BUCKET AND DIVISOR ARE BOTH UNCHANGED IS NOT
      *  WRITTEN, WHATEVER ITS AMOUNT DID - THE AMOUNTS ARE CARRIED
      *  FOR INFORMATION ONLY.
      ******************************************************************
       01  MOD-DELTA-RECORD.
           05  DL-CHANGE-TYPE          PIC X(1).
               88  DL-BUCKET-CHANGED               VALUE 'B'.
               88  DL-DIVISOR-CHANGED              VALUE 'V'.
               88  DL-NEW-ACCOUNT                  VALUE 'N'.
               88  DL-DROPPED-ACCOUNT              VALUE 'D'.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-ACCOUNT-NUMBER       PIC 9(7).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-OLD-BUCKET           PIC 9(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-OLD-DIVISOR          PIC 9(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-NEW-BUCKET           PIC 9(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-NEW-DIVISOR          PIC 9(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-OLD-AMOUNT           PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-NEW-AMOUNT           PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(9).
