      ******************************************************************
      *  MODCYCP - PARAMETER BLOCK FOR CALL "MODCYCK", THE NIGHTLY
      *  CYCLE-CONTROL SUBROUTINE.  EACH CYCLE STEP CALLS IT TWICE:
      *
      *    'S' AT THE TOP OF ITS INITIALIZATION.  MODCYCK READS THE
      *        MODCDTE CYCLE DATE CARD, CHECKS EVERY STEP AHEAD OF THE
      *        CALLER IN THE CYCLE SEQUENCE COMPLETED CLEANLY FOR THAT
      *        DATE, AND EITHER LOGS THE START AND RETURNS
      *        CY-STEP-ALLOWED WITH CY-BUSINESS-DATE FILLED IN, OR
      *        LOGS A REFUSAL AND RETURNS CY-STEP-REFUSED WITH
      *        CY-REASON SAYING WHY.  A REFUSED STEP MUST STOP AT ONCE.
      *    'E' JUST BEFORE STOP RUN - NORMAL END OR CONTROLLED ABEND -
      *        WITH ITS RETURN CODE IN CY-STEP-RC, AND THE SAME
      *        CY-BUSINESS-DATE THE 'S' CALL RETURNED.
      *
      *  'I' (INQUIRE) ONLY READS: IT FILLS CY-STEP-ENTRY WITH EVERY
      *  STEP'S STATE FOR THE CYCLE DATE, FOR THE MODCYRP STATUS
      *  REPORT.  THE 'S' CALL RETURNS THE SAME TABLE.
      *
      *  A STEP IS CLEAN WHEN ITS LATEST RUN ENDED WITH RETURN CODE 4
      *  OR LESS; 12 (THE SUITE'S HOLD CODE) OR 16 IS NOT.  MODCYCK
      *  LEAVES RETURN-CODE SET TO CY-STEP-RC WHEN IT RETURNS, SO THE
      *  CALL NEVER DISTURBS THE CALLER'S OWN RETURN CODE.
      ******************************************************************
       01  MOD-CYCLE-PARM.
           05  CY-FUNCTION             PIC X(1).
               88  CY-START-STEP                   VALUE 'S'.
               88  CY-END-STEP                     VALUE 'E'.
               88  CY-INQUIRE                      VALUE 'I'.
           05  CY-STEP-NAME            PIC X(8).
           05  CY-STEP-RC              PIC 9(4).
           05  CY-BUSINESS-DATE        PIC X(8).
           05  CY-RESULT               PIC X(1).
               88  CY-STEP-ALLOWED                 VALUE 'Y'.
               88  CY-STEP-REFUSED                 VALUE 'N'.
           05  CY-REASON               PIC X(60).
           05  CY-STEP-COUNT           PIC 9(2).
           05  CY-STEP-ENTRY OCCURS 8 TIMES
                   INDEXED BY CY-STEP-IDX.
               10  CY-ST-NAME          PIC X(8).
               10  CY-ST-STATE         PIC X(1).
                   88  CY-ST-NOT-STARTED           VALUE 'N'.
                   88  CY-ST-NO-END                VALUE 'R'.
                   88  CY-ST-COMPLETED             VALUE 'C'.
                   88  CY-ST-FAILED                VALUE 'F'.
               10  CY-ST-RC            PIC 9(4).
               10  CY-ST-START-TS      PIC X(21).
               10  CY-ST-END-TS        PIC X(21).
               10  CY-ST-REFUSALS      PIC 9(3).
               10  CY-ST-LAST-REFUSAL  PIC X(60).
