       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODAMNO.
       AUTHOR. BATCH-SYSTEMS.
      ******************************************************************
      *  MODAMNO - ONLINE CICS/BMS ACCOUNT MASTER MAINTENANCE SCREEN.
      *  AN OPERATOR KEYS IN AN ACCOUNT NUMBER AND PRESSES ENTER TO
      *  SEE WHETHER IT IS ON THE MODACCT MASTER AND WHETHER IT IS
      *  OPEN OR CLOSED - SO "WHY DID MODCALC REJECT THIS ACCOUNT AS
      *  UNKN OR CLSD" CAN BE ANSWERED WITHOUT WAITING FOR THE
      *  ACCOUNT SYSTEM.  WHERE THE MASTER IS WRONG THE OPERATOR KEYS
      *  AN ACTION (A=ADD A MISSING ACCOUNT, R=REOPEN A CLOSED ONE,
      *  C=CLOSE AN OPEN ONE) AND A REASON CODE AND PRESSES PF5.
      *
      *  THIS SCREEN NEVER UPDATES THE MASTER ITSELF.  THE CHANGE IS
      *  QUEUED AS A MODAFED RECORD CARRYING THE OPERATOR'S USER ID,
      *  THE TIME IT WAS KEYED AND THE REASON, AND MODAMNT APPLIES IT
      *  IN THE NEXT RUN BY EXACTLY THE SAME RULES AS THE ACCOUNT
      *  SYSTEM'S OWN CHANGES - SO THE MASTER STILL HAS ONE WRITER,
      *  EVERY CHANGE STILL LANDS ON THE MODACHG LOG, AND EACH KEYED
      *  CHANGE IS LISTED ON MODAMNT'S MANUAL-CHANGE REPORT FOR
      *  SUPERVISOR REVIEW.  THE QUEUE IS THE EXTRAPARTITION TRANSIENT
      *  DATA QUEUE AFED, WHOSE DATA SET THE MODAMNT JOB CONCATENATES
      *  AFTER THE ACCOUNT SYSTEM'S FEED.
      *
      *  ANYONE MAY LOOK AN ACCOUNT UP, BUT ONLY A USER WHO IS ACTIVE
      *  ON MODAUTH MAY QUEUE A CHANGE.  THE CHECK FAILS CLOSED: IF
      *  THE USER CANNOT BE FOUND OR MODAUTH CANNOT BE READ, THE
      *  SCREEN IS LOOK-UP ONLY.
      *
      *  LIKE MODINQ AND MODAUDQ, THIS IS A SIMPLE CONVERSATIONAL
      *  TRANSACTION, NOT PSEUDO-CONVERSATIONAL, WHICH IS ACCEPTABLE
      *  FOR A LOW-VOLUME MAINTENANCE SCREEN.  THE OPERATOR PRESSES
      *  PF3 OR CLEAR TO END AND RETURN TO CICS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MODAMNM.
       COPY MODACCT.
       COPY MODAFED.
       COPY MODAUTH.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-ACCOUNT-KEY           PIC 9(7)  VALUE ZERO.
       01  WS-OPERATOR-ID           PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-SW           PIC X     VALUE 'N'.
           88  WS-OPERATOR-AUTHORIZED         VALUE 'Y'.
           88  WS-OPERATOR-NOT-AUTHORIZED     VALUE 'N'.
       01  WS-ACCOUNT-SW            PIC X     VALUE 'N'.
           88  WS-ACCOUNT-VALID               VALUE 'Y'.
           88  WS-ACCOUNT-NOT-VALID           VALUE 'N'.
       01  WS-MASTER-SW             PIC X     VALUE 'N'.
           88  WS-ON-MASTER                   VALUE 'Y'.
           88  WS-NOT-ON-MASTER               VALUE 'N'.
           88  WS-MASTER-UNAVAILABLE          VALUE 'U'.

      ******************************************************************
      *  WS-QUEUE-ACTION IS THE ACTION AS THE OPERATOR KEYS IT.  A
      *  REOPEN AND A CLOSE BOTH GO TO MODAMNT AS AN UPDATE ('U');
      *  ONLY THE STATUS THEY CARRY DIFFERS.
      ******************************************************************
       01  WS-QUEUE-ACTION          PIC X     VALUE SPACE.
           88  WS-QA-ADD                      VALUE 'A'.
           88  WS-QA-REOPEN                   VALUE 'R'.
           88  WS-QA-CLOSE                    VALUE 'C'.
           88  WS-QA-VALID                    VALUE 'A' 'R' 'C'.
       01  WS-ACTION-NAME           PIC X(6)  VALUE SPACES.

      ******************************************************************
      *  WS-LAST-QUEUED STOPS A SECOND PF5 ON THE SAME SCREEN FROM
      *  QUEUING THE SAME CHANGE TWICE.
      ******************************************************************
       01  WS-LAST-QUEUED.
           05  WS-LQ-ACCOUNT        PIC 9(7)  VALUE ZERO.
           05  WS-LQ-ACTION         PIC X     VALUE SPACE.

       01  WS-CURRENT-DATE-TIME     PIC X(21).

       01  WS-DONE-SW               PIC X    VALUE 'N'.
           88  WS-DONE                       VALUE 'Y'.
       01  WS-RESP                  PIC S9(8) COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-IDENTIFY-OPERATOR
           PERFORM 0200-SEND-INITIAL-MAP
           PERFORM 0300-MAINTENANCE-LOOP UNTIL WS-DONE
           EXEC CICS RETURN
           END-EXEC
           GOBACK.

      ******************************************************************
      *  0100-IDENTIFY-OPERATOR TAKES THE SIGNED-ON USER ID FROM CICS
      *  - NOT FROM THE SCREEN, SO NOBODY CAN KEY A CHANGE UNDER
      *  SOMEONE ELSE'S NAME - AND LOOKS IT UP ON THE SAME MODAUTH
      *  AUTHORIZED-USER DATA SET THE MAKER-CHECKER CONTROL USES,
      *  HERE THROUGH THE FCT-DEFINED MODAUTH FILE RESOURCE KEYED ON
      *  AU-USER-ID (MODAUCK IS A BATCH SUBROUTINE AND CANNOT BE
      *  CALLED UNDER CICS).  ONLY A NORMAL READ OF AN ACTIVE USER
      *  AUTHORIZES A CHANGE.
      ******************************************************************
       0100-IDENTIFY-OPERATOR.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           SET WS-OPERATOR-NOT-AUTHORIZED TO TRUE
           EXEC CICS READ FILE('MODAUTH')
               INTO(MOD-AUTH-USER-RECORD)
               RIDFLD(WS-OPERATOR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND AU-ACTIVE-USER
               SET WS-OPERATOR-AUTHORIZED TO TRUE
           END-IF.

      ******************************************************************
      *  0200-SEND-INITIAL-MAP ERASES THE SCREEN, SHOWS WHO IS SIGNED
      *  ON AND PROMPTS FOR AN ACCOUNT NUMBER.  AN OPERATOR WHO IS
      *  NOT AUTHORIZED IS TOLD STRAIGHT AWAY THAT THE SCREEN IS
      *  LOOK-UP ONLY.
      ******************************************************************
       0200-SEND-INITIAL-MAP.
           MOVE SPACES TO MODAMNOO
           MOVE WS-OPERATOR-ID TO AMNOPRO
           IF WS-OPERATOR-AUTHORIZED
               MOVE "ENTER AN ACCOUNT NUMBER AND PRESS ENTER"
                   TO AMNMSGO
           ELSE
               MOVE "NOT AUTHORIZED ON MODAUTH - LOOK-UP ONLY"
                   TO AMNMSGO
           END-IF
           EXEC CICS SEND MAP('MODAMNO')
               MAPSET('MODAMNO')
               FROM(MODAMNOO)
               ERASE
           END-EXEC.

       0300-MAINTENANCE-LOOP.
           EXEC CICS RECEIVE MAP('MODAMNO')
               MAPSET('MODAMNO')
               INTO(MODAMNOI)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE EIBAID
               WHEN DFHCLEAR
               WHEN DFHPF3
                   SET WS-DONE TO TRUE
               WHEN DFHENTER
                   PERFORM 0400-LOOK-UP-ACCOUNT
               WHEN DFHPF5
                   PERFORM 0500-QUEUE-CHANGE
               WHEN OTHER
                   MOVE "ENTER=LOOK UP  PF5=QUEUE  PF3/CLEAR=EXIT"
                       TO AMNMSGO
                   PERFORM 0800-SEND-DATAONLY
           END-EVALUATE.

      ******************************************************************
      *  0400-LOOK-UP-ACCOUNT SHOWS THE KEYED ACCOUNT'S STATUS ON THE
      *  MASTER AS MODAMNT LAST LEFT IT.  A CHANGE QUEUED TODAY DOES
      *  NOT SHOW HERE UNTIL MODAMNT HAS APPLIED IT.
      ******************************************************************
       0400-LOOK-UP-ACCOUNT.
           PERFORM 0405-EDIT-ACCOUNT
           IF WS-ACCOUNT-VALID
               PERFORM 0410-READ-MASTER
               EVALUATE TRUE
                   WHEN WS-MASTER-UNAVAILABLE
                       MOVE "ACCOUNT MASTER NOT AVAILABLE - TRY LATER"
                           TO AMNMSGO
                   WHEN WS-OPERATOR-AUTHORIZED
                       MOVE "KEY ACTION AND REASON, THEN PF5 TO QUEUE"
                           TO AMNMSGO
                   WHEN OTHER
                       MOVE "ENTER ANOTHER ACCOUNT, OR PF3/CLEAR"
                           TO AMNMSGO
               END-EVALUATE
           END-IF
           PERFORM 0800-SEND-DATAONLY.

      ******************************************************************
      *  0405-EDIT-ACCOUNT VALIDATES THE KEYED ACCOUNT NUMBER THE SAME
      *  WAY MODAUDQ DOES, SO A GARBLED OR EMPTY ENTRY REPROMPTS THE
      *  OPERATOR INSTEAD OF ABENDING THE TRANSACTION.
      ******************************************************************
       0405-EDIT-ACCOUNT.
           SET WS-ACCOUNT-NOT-VALID TO TRUE
           IF WS-RESP = DFHRESP(MAPFAIL) OR AMNACCL = 0
               MOVE "ACCOUNT NUMBER IS REQUIRED - PLEASE RE-ENTER"
                   TO AMNMSGO
               MOVE SPACES TO AMNSTAO
           ELSE
               IF AMNACCI NOT NUMERIC
                   MOVE "ACCOUNT NUMBER MUST BE NUMERIC - RE-ENTER"
                       TO AMNMSGO
                   MOVE SPACES TO AMNSTAO
               ELSE
                   SET WS-ACCOUNT-VALID TO TRUE
               END-IF
           END-IF.

       0410-READ-MASTER.
           MOVE AMNACCI TO WS-ACCOUNT-KEY
           EXEC CICS READ FILE('MODACCT')
               INTO(MOD-ACCOUNT-MASTER-RECORD)
               RIDFLD(WS-ACCOUNT-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET WS-ON-MASTER TO TRUE
                   EVALUATE TRUE
                       WHEN AC-OPEN-ACCOUNT
                           MOVE "OPEN" TO AMNSTAO
                       WHEN AC-CLOSED-ACCOUNT
                           MOVE "CLOSED" TO AMNSTAO
                       WHEN OTHER
                           MOVE "ON MASTER - STATUS NOT O OR C"
                               TO AMNSTAO
                   END-EVALUATE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-NOT-ON-MASTER TO TRUE
                   MOVE "NOT ON MASTER" TO AMNSTAO
               WHEN OTHER
                   SET WS-MASTER-UNAVAILABLE TO TRUE
                   MOVE "UNAVAILABLE" TO AMNSTAO
           END-EVALUATE.

      ******************************************************************
      *  0500-QUEUE-CHANGE RE-READS THE MASTER RATHER THAN TRUSTING
      *  AN EARLIER LOOK-UP, SO THE ACTION IS CHECKED AGAINST THE
      *  ACCOUNT ACTUALLY KEYED WHEN PF5 WAS PRESSED.
      ******************************************************************
       0500-QUEUE-CHANGE.
           IF WS-OPERATOR-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED ON MODAUTH - CHANGE NOT QUEUED"
                   TO AMNMSGO
           ELSE
               PERFORM 0405-EDIT-ACCOUNT
               IF WS-ACCOUNT-VALID
                   PERFORM 0410-READ-MASTER
                   PERFORM 0510-EDIT-CHANGE
               END-IF
           END-IF
           PERFORM 0800-SEND-DATAONLY.

      ******************************************************************
      *  0510-EDIT-CHANGE ONLY LETS THROUGH A CHANGE THAT MAKES SENSE
      *  AGAINST THE MASTER AS IT STANDS: ADD AN ACCOUNT THAT IS NOT
      *  ON IT, REOPEN ONE THAT IS NOT OPEN, CLOSE ONE THAT IS NOT
      *  CLOSED.  MODAMNT WOULD CONVERGE ANY OF THESE ANYWAY, BUT A
      *  CHANGE THAT DOES NOTHING HAS NO PLACE ON THE MANUAL-CHANGE
      *  REPORT.
      ******************************************************************
       0510-EDIT-CHANGE.
           MOVE SPACES TO MOD-ACCOUNT-FEED-RECORD
           MOVE SPACE TO WS-QUEUE-ACTION
           IF AMNACTL > 0
               MOVE AMNACTI TO WS-QUEUE-ACTION
           END-IF
           IF AMNRSNL > 0
               MOVE AMNRSNI TO AF-REASON-CODE
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-UNAVAILABLE
                   MOVE "ACCOUNT MASTER IS NOT AVAILABLE - NOT QUEUED"
                       TO AMNMSGO
               WHEN NOT WS-QA-VALID
                   MOVE "ACTION MUST BE A, R OR C"
                       TO AMNMSGO
               WHEN NOT AF-VALID-REASON
                   MOVE "REASON MUST BE MISS, WCLS, CUST, COMP OR ACCT"
                       TO AMNMSGO
               WHEN WS-QA-ADD AND WS-ON-MASTER
                   MOVE "ACCOUNT IS ALREADY ON THE MASTER - USE R OR C"
                       TO AMNMSGO
               WHEN NOT WS-QA-ADD AND WS-NOT-ON-MASTER
                   MOVE "ACCOUNT IS NOT ON THE MASTER - USE A TO ADD IT"
                       TO AMNMSGO
               WHEN WS-QA-REOPEN AND AC-OPEN-ACCOUNT
                   MOVE "ACCOUNT IS ALREADY OPEN - NOTHING TO QUEUE"
                       TO AMNMSGO
               WHEN WS-QA-CLOSE AND AC-CLOSED-ACCOUNT
                   MOVE "ACCOUNT IS ALREADY CLOSED - NOTHING TO QUEUE"
                       TO AMNMSGO
               WHEN WS-ACCOUNT-KEY = WS-LQ-ACCOUNT
                       AND WS-QUEUE-ACTION = WS-LQ-ACTION
                   MOVE "THIS CHANGE HAS ALREADY BEEN QUEUED"
                       TO AMNMSGO
               WHEN OTHER
                   PERFORM 0520-WRITE-FEED-RECORD
           END-EVALUATE.

      ******************************************************************
      *  0520-WRITE-FEED-RECORD BUILDS THE MODAFED RECORD AND WRITES
      *  IT TO THE AFED QUEUE.  AN ADD GOES AS AN OPEN ACCOUNT; A
      *  REOPEN OR CLOSE GOES AS AN UPDATE CARRYING THE NEW STATUS.
      ******************************************************************
       0520-WRITE-FEED-RECORD.
           EVALUATE TRUE
               WHEN WS-QA-ADD
                   SET AF-ADD-ACCOUNT TO TRUE
                   SET AF-OPEN-STATUS TO TRUE
                   MOVE "ADD" TO WS-ACTION-NAME
               WHEN WS-QA-REOPEN
                   SET AF-UPDATE-ACCOUNT TO TRUE
                   SET AF-OPEN-STATUS TO TRUE
                   MOVE "REOPEN" TO WS-ACTION-NAME
               WHEN OTHER
                   SET AF-UPDATE-ACCOUNT TO TRUE
                   SET AF-CLOSED-STATUS TO TRUE
                   MOVE "CLOSE" TO WS-ACTION-NAME
           END-EVALUATE
           MOVE WS-ACCOUNT-KEY TO AF-ACCOUNT-NUMBER
           MOVE WS-OPERATOR-ID TO AF-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO AF-ENTRY-TIMESTAMP
           EXEC CICS WRITEQ TD QUEUE('AFED')
               FROM(MOD-ACCOUNT-FEED-RECORD)
               LENGTH(LENGTH OF MOD-ACCOUNT-FEED-RECORD)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO AMNMSGO
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-ACCOUNT-KEY TO WS-LQ-ACCOUNT
               MOVE WS-QUEUE-ACTION TO WS-LQ-ACTION
               MOVE SPACES TO AMNACTO
               MOVE SPACES TO AMNRSNO
               STRING WS-ACTION-NAME DELIMITED BY SPACE
                   " OF ACCOUNT " DELIMITED BY SIZE
                   AF-ACCOUNT-NUMBER-X DELIMITED BY SIZE
                   " QUEUED FOR THE NEXT MODAMNT RUN"
                       DELIMITED BY SIZE
                   INTO AMNMSGO
           ELSE
               MOVE "AFED QUEUE UNAVAILABLE - NOT QUEUED"
                   TO AMNMSGO
           END-IF.

       0800-SEND-DATAONLY.
           MOVE WS-OPERATOR-ID TO AMNOPRO
           EXEC CICS SEND MAP('MODAMNO')
               MAPSET('MODAMNO')
               FROM(MODAMNOO)
               DATAONLY
               CURSOR
           END-EXEC.
