      ******************************************************************
      *  MODACCT - ACCOUNT MASTER RECORD.  ONE RECORD PER ACCOUNT THE
      *  ACCOUNT SYSTEM KNOWS, CARRYING THE OPEN/CLOSED STATUS, HELD
      *  IN A KEYED (VSAM KSDS) FILE WHOSE KEY IS AC-ACCOUNT-NUMBER
      *  (OFFSET 0, LENGTH 7).  MODCALC READS EACH INPUT ACCOUNT BY
      *  KEY AND REJECTS ANY WHOSE ACCOUNT IS NOT ON THE MASTER
      *  (REASON UNKN) OR IS CLOSED (REASON CLSD), SO A MISKEYED-BUT-
      *  NUMERIC ACCOUNT NO LONGER SAILS THROUGH TRUEMOD INTO THE
      *  EXTRACT AND POSTS TO NOBODY.  AN EMPTY OR MISSING FILE LEAVES
      *  THE CHECK OFF, THE SAME WAY A ZERO MP-SUSPENSE-THRESHOLD
      *  LEAVES SUSPENSE HOLDS OFF.
      *
      *  THE FILE IS MAINTAINED IN PLACE BY MODAMNT FROM THE ACCOUNT
      *  SYSTEM'S FEED (MODAFED), WHICH LOGS EVERY CHANGE TO MODACHG,
      *  AND IS NEVER HAND-EDITED.  A MASTER STILL HELD AS A FLAT
      *  FILE IS ALREADY IN ASCENDING ACCOUNT ORDER AND LOADS INTO THE
      *  CLUSTER AS IT STANDS.
      ******************************************************************
       01  MOD-ACCOUNT-MASTER-RECORD.
           05  AC-ACCOUNT-NUMBER       PIC 9(7).
