      *  AUDIT TRAIL, JOB NAME MODSUSR), 'J' REJECTS IT OUT OF
      *  SUSPENSE ALTOGETHER.  SD-APPROVER-ID RECORDS WHO MADE THE
      *  CALL SO THE DISPOSITION REPORT CARRIES THE APPROVAL, NOT
      *  JUST THE OUTCOME; SD-PREPARER-ID RECORDS WHO KEYED IT.  BOTH
      *  ARE CHECKED AGAINST MODAUTH (SEE MODAUCK) FOR EVERY HELD ITEM
      *  THE DECISION COVERS, AGAINST THAT ITEM'S AMOUNT; AN ITEM THAT
      *  FAILS IS CARRIED FORWARD AS IF UNDECIDED AND LISTED ON THE
      *  MODSVIO CONTROL-VIOLATION REPORT.  AN ACCOUNT WITH NO
      *  DECISION RECORD IS CARRIED FORWARD IN SUSPENSE WITH ITS AGE
      *  COUNT STEPPED, SO AN UNWORKED HOLD STAYS VISIBLE INSTEAD OF
      *  SITTING QUIETLY.
      *  A DECISION COVERS EVERY HELD ITEM FOR ITS ACCOUNT.
      ******************************************************************
       01  MOD-SUSP-DECISION-RECORD.
               88  SD-RELEASE-ITEM                 VALUE 'R'.
               88  SD-REJECT-ITEM                  VALUE 'J'.
           05  SD-APPROVER-ID          PIC X(8).
           05  SD-PREPARER-ID          PIC X(8).
           05  FILLER                  PIC X(6).
