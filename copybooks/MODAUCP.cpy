      ******************************************************************
      *  MODAUCP - PARAMETER BLOCK FOR CALL "MODAUCK", THE MAKER-
      *  CHECKER CONTROL ON MANUALLY KEYED INPUT.  THE CALLER FILLS
      *  IN WHO PREPARED AND WHO APPROVED ONE ITEM AND THE AMOUNT IT
      *  WILL POST; MODAUCK RETURNS AK-AUTHORIZED, OR AK-VIOLATION
      *  WITH THE FIRST RULE BROKEN IN AK-REASON:
      *    - PREPARER AND APPROVER MUST BOTH BE KEYED;
      *    - THEY MUST BE DIFFERENT PEOPLE;
      *    - BOTH MUST BE ACTIVE ON MODAUTH;
      *    - THE ABSOLUTE AMOUNT MUST NOT EXCEED THE APPROVER'S
      *      AU-APPROVAL-LIMIT (RETURNED IN AK-APPROVER-LIMIT).
      *  A VIOLATING ITEM MUST NOT BE APPLIED; THE CALLER LISTS IT ON
      *  ITS CONTROL-VIOLATION REPORT.
      ******************************************************************
       01  MOD-AUTH-CHECK-PARM.
           05  AK-PREPARER-ID          PIC X(8).
           05  AK-APPROVER-ID          PIC X(8).
           05  AK-AMOUNT               PIC S9(11)V99  COMP-3.
           05  AK-APPROVER-LIMIT       PIC 9(9)V99    COMP-3.
           05  AK-RESULT               PIC X(1).
               88  AK-AUTHORIZED                   VALUE 'Y'.
               88  AK-VIOLATION                    VALUE 'N'.
           05  AK-REASON               PIC X(26).
