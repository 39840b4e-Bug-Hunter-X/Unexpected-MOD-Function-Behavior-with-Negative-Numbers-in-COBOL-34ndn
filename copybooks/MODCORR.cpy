      *  THE SAME WAY THE ORIGINAL COMPUTATION IS INSTEAD OF BEING AN
      *  UNTRACKED MANUAL EDIT.
      *
      *  SAME SHAPE AS MOD-INPUT-RECORD (MODREC) THROUGH THE AMOUNT
      *  SO THE SAME KEYING AND VALIDATION RULES APPLY TO BOTH FEEDS.
      *  A CORRECTION IS KEYED BY ONE PERSON AND APPROVED BY ANOTHER:
      *  CR-PREPARER-ID AND CR-APPROVER-ID ARE CHECKED AGAINST THE
      *  MODAUTH AUTHORIZED-USER FILE (SEE MODAUCK) AND A CORRECTION
      *  THAT FAILS IS NOT APPLIED BUT LISTED ON THE MODCVIO
      *  CONTROL-VIOLATION REPORT.
      ******************************************************************
       01  MOD-CORRECTION-RECORD.
           05  CR-ACCOUNT-NUMBER       PIC 9(7).
                                        SIGN IS TRAILING SEPARATE.
           05  CR-ADJUSTMENT-X REDEFINES CR-ADJUSTMENT
                                       PIC X(12).
           05  CR-PREPARER-ID          PIC X(8).
           05  CR-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(5).
