       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODAUCK.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODAUCK - MAKER-CHECKER (FOUR-EYES) CONTROL SUBROUTINE.
      *
      *  THREE INPUTS TO THE CYCLE ARE KEYED BY PEOPLE AND POSTED
      *  STRAIGHT THROUGH: MODCORR CORRECTIONS (MODCALC), MODRPRC
      *  REPAIR CARDS (MODFIX) AND MODSDCN SUSPENSE DECISIONS
      *  (MODSUSR).  EACH NOW CARRIES A PREPARER ID AND AN APPROVER
      *  ID, AND EACH OF THOSE PROGRAMS CALLS THIS SUBROUTINE ONCE PER
      *  ITEM BEFORE APPLYING IT (SEE MODAUCP FOR THE RULES AND THE
      *  CALLING CONVENTION), SO THE SEGREGATION-OF-DUTIES RULES LIVE
      *  IN ONE PLACE THE SAME WAY MODCYCK KEEPS THE CYCLE RULES.
      *
      *  THE MODAUTH AUTHORIZED-USER FILE IS LOADED ON THE FIRST CALL
      *  AND KEPT FOR THE REST OF THE RUN.  THE CONTROL FAILS CLOSED:
      *  IF MODAUTH IS MISSING OR EMPTY, OR A USER RECORD IS UNREADABLE
      *  OR DOES NOT FIT THE TABLE, THE USERS CONCERNED ARE SIMPLY NOT
      *  AUTHORIZED AND THEIR ITEMS ARE HELD BACK AS VIOLATIONS - A
      *  MANUAL ITEM IS NEVER POSTED BECAUSE THE CONTROL COULD NOT BE
      *  APPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOD-AUTH-USER-FILE ASSIGN TO MODAUTH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-AUTH-USER-FILE
           RECORDING MODE IS F.
       COPY MODAUTH.

       WORKING-STORAGE SECTION.
       01  WS-USER-TABLE.
           05  WS-USER-COUNT       PIC 9(4)       VALUE ZERO.
           05  WS-USER-MAX         PIC 9(4)       VALUE 1000.
           05  WS-USER-ENTRY       OCCURS 1000 TIMES
                                   INDEXED BY WS-USER-IDX.
               10  WS-UT-USER-ID   PIC X(8).
               10  WS-UT-STATUS    PIC X(1).
                   88  WS-UT-ACTIVE               VALUE 'A'.
               10  WS-UT-LIMIT     PIC 9(9)V99    COMP-3.

       01  WS-CHECK-FIELDS.
           05  WS-ABS-AMOUNT       PIC S9(11)V99  COMP-3.
           05  WS-USERS-READ       PIC 9(7)       VALUE ZERO.
           05  WS-USERS-SKIPPED    PIC 9(7)       VALUE ZERO.
           05  WS-PREPARER-OK-SW   PIC X          VALUE 'N'.
               88  WS-PREPARER-OK                VALUE 'Y'.
               88  WS-PREPARER-NOT-OK             VALUE 'N'.

       01  WS-FILE-FLAGS.
           05  WS-LOADED-SW        PIC X          VALUE 'N'.
               88  WS-USERS-LOADED               VALUE 'Y'.
               88  WS-USERS-NOT-LOADED            VALUE 'N'.
           05  WS-AUTH-EOF-SW      PIC X          VALUE 'N'.
               88  WS-AUTH-EOF                   VALUE 'Y'.
               88  WS-AUTH-NOT-EOF                VALUE 'N'.

       LINKAGE SECTION.
       COPY MODAUCP.

       PROCEDURE DIVISION USING MOD-AUTH-CHECK-PARM.
       0000-MAIN.
           IF WS-USERS-NOT-LOADED
               PERFORM 0100-LOAD-USERS
           END-IF
           PERFORM 0200-CHECK-ITEM
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      *  0100-LOAD-USERS READS MODAUTH INTO WS-USER-TABLE.  A RECORD
      *  WITH A BLANK ID OR A NON-NUMERIC LIMIT IS SKIPPED WITH A
      *  WARNING, AS ARE RECORDS BEYOND THE TABLE - EITHER WAY THAT
      *  USER FAILS THE CHECK UNTIL SECURITY ADMINISTRATION FIXES IT.
      ******************************************************************
       0100-LOAD-USERS.
           SET WS-USERS-LOADED TO TRUE
           SET WS-AUTH-NOT-EOF TO TRUE
           OPEN INPUT MOD-AUTH-USER-FILE
           PERFORM UNTIL WS-AUTH-EOF
               READ MOD-AUTH-USER-FILE
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-USERS-READ
                       PERFORM 0120-ADD-USER
               END-READ
           END-PERFORM
           CLOSE MOD-AUTH-USER-FILE
           IF WS-USER-COUNT = 0
               DISPLAY "MODAUCK0100W NO AUTHORIZED USERS ON MODAUTH - "
                   "EVERY MANUAL ITEM WILL BE HELD"
           END-IF
           IF WS-USERS-SKIPPED > 0
               DISPLAY "MODAUCK0100W " WS-USERS-SKIPPED
                   " MODAUTH RECORDS SKIPPED"
           END-IF.

       0120-ADD-USER.
           EVALUATE TRUE
               WHEN AU-USER-ID = SPACES
                   ADD 1 TO WS-USERS-SKIPPED
                   DISPLAY "MODAUCK0120W MODAUTH RECORD " WS-USERS-READ
                       " HAS NO USER ID"
               WHEN AU-APPROVAL-LIMIT-X NOT NUMERIC
                   ADD 1 TO WS-USERS-SKIPPED
                   DISPLAY "MODAUCK0120W MODAUTH USER " AU-USER-ID
                       " LIMIT NOT NUMERIC: " AU-APPROVAL-LIMIT-X
               WHEN WS-USER-COUNT >= WS-USER-MAX
                   ADD 1 TO WS-USERS-SKIPPED
                   DISPLAY "MODAUCK0120W USER TABLE FULL - "
                       "MODAUTH USER " AU-USER-ID " NOT LOADED"
               WHEN OTHER
                   ADD 1 TO WS-USER-COUNT
                   MOVE AU-USER-ID  TO WS-UT-USER-ID(WS-USER-COUNT)
                   MOVE AU-STATUS   TO WS-UT-STATUS(WS-USER-COUNT)
                   MOVE AU-APPROVAL-LIMIT
                       TO WS-UT-LIMIT(WS-USER-COUNT)
           END-EVALUATE.

      ******************************************************************
      *  0200-CHECK-ITEM APPLIES THE RULES IN THE ORDER MODAUCP LISTS
      *  THEM AND REPORTS THE FIRST ONE BROKEN.  THE LIMIT IS TESTED
      *  AGAINST THE ABSOLUTE AMOUNT: A LARGE REVERSAL NEEDS THE SAME
      *  AUTHORITY AS A LARGE CHARGE.
      ******************************************************************
       0200-CHECK-ITEM.
           SET AK-AUTHORIZED TO TRUE
           MOVE SPACES TO AK-REASON
           MOVE ZERO TO AK-APPROVER-LIMIT
           IF AK-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = 0 - AK-AMOUNT
           ELSE
               MOVE AK-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN AK-PREPARER-ID = SPACES
                   SET AK-VIOLATION TO TRUE
                   MOVE "NO PREPARER ID" TO AK-REASON
               WHEN AK-APPROVER-ID = SPACES
                   SET AK-VIOLATION TO TRUE
                   MOVE "NO APPROVER ID" TO AK-REASON
               WHEN AK-PREPARER-ID = AK-APPROVER-ID
                   SET AK-VIOLATION TO TRUE
                   MOVE "PREPARER IS APPROVER" TO AK-REASON
           END-EVALUATE
           IF AK-AUTHORIZED
               PERFORM 0220-CHECK-PREPARER
           END-IF
           IF AK-AUTHORIZED
               PERFORM 0240-CHECK-APPROVER
           END-IF.

       0220-CHECK-PREPARER.
           SET WS-PREPARER-NOT-OK TO TRUE
           SET WS-USER-IDX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-USER-IDX > WS-USER-COUNT
                   CONTINUE
               WHEN WS-UT-USER-ID(WS-USER-IDX) = AK-PREPARER-ID
                   IF WS-UT-ACTIVE(WS-USER-IDX)
                       SET WS-PREPARER-OK TO TRUE
                   END-IF
           END-SEARCH
           IF WS-PREPARER-NOT-OK
               SET AK-VIOLATION TO TRUE
               MOVE "PREPARER NOT AUTHORIZED" TO AK-REASON
           END-IF.

       0240-CHECK-APPROVER.
           SET WS-USER-IDX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   SET AK-VIOLATION TO TRUE
                   MOVE "APPROVER NOT AUTHORIZED" TO AK-REASON
               WHEN WS-USER-IDX > WS-USER-COUNT
                   SET AK-VIOLATION TO TRUE
                   MOVE "APPROVER NOT AUTHORIZED" TO AK-REASON
               WHEN WS-UT-USER-ID(WS-USER-IDX) = AK-APPROVER-ID
                   MOVE WS-UT-LIMIT(WS-USER-IDX) TO AK-APPROVER-LIMIT
                   EVALUATE TRUE
                       WHEN NOT WS-UT-ACTIVE(WS-USER-IDX)
                           SET AK-VIOLATION TO TRUE
                           MOVE "APPROVER NOT AUTHORIZED" TO AK-REASON
                       WHEN WS-ABS-AMOUNT > WS-UT-LIMIT(WS-USER-IDX)
                           SET AK-VIOLATION TO TRUE
                           MOVE "OVER APPROVER LIMIT" TO AK-REASON
                   END-EVALUATE
           END-SEARCH.
