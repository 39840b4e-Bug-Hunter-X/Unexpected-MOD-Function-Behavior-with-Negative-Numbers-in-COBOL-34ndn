      ******************************************************************
      *  MODAUTH - AUTHORIZED-USER FILE FOR THE MAKER-CHECKER CONTROL
      *  ON MANUALLY KEYED INPUT (MODCORR CORRECTIONS, MODRPRC REPAIR
      *  CARDS AND MODSDCN SUSPENSE DECISIONS).  ONE RECORD PER
      *  PERSON ALLOWED TO PREPARE OR APPROVE A MANUAL TRANSACTION.
      *  AU-APPROVAL-LIMIT IS THE LARGEST ABSOLUTE AMOUNT THE USER
      *  MAY APPROVE ON ONE ITEM; A PREPARER NEEDS NO LIMIT, BUT MUST
      *  BE ON THE FILE AND ACTIVE.  A SUSPENDED USER ('S') IS KEPT
      *  ON FILE RATHER THAN DELETED SO THEIR ID STILL READS ON OLD
      *  REPORTS, BUT CAN NEITHER PREPARE NOR APPROVE.
      *
      *  MAINTAINED BY SECURITY ADMINISTRATION, NOT BY THE PEOPLE IT
      *  AUTHORIZES.  READ ONLY THROUGH THE MODAUCK SUBROUTINE.
      ******************************************************************
       01  MOD-AUTH-USER-RECORD.
           05  AU-USER-ID              PIC X(8).
           05  FILLER                  PIC X(1).
           05  AU-STATUS               PIC X(1).
               88  AU-ACTIVE-USER                  VALUE 'A'.
               88  AU-SUSPENDED-USER               VALUE 'S'.
           05  FILLER                  PIC X(1).
           05  AU-APPROVAL-LIMIT       PIC 9(9)V99.
           05  AU-APPROVAL-LIMIT-X REDEFINES AU-APPROVAL-LIMIT
                                       PIC X(11).
           05  FILLER                  PIC X(1).
           05  AU-USER-NAME            PIC X(30).
