      ******************************************************************
      *  MODCDTE - NIGHTLY CYCLE DATE CARD.  ONE RECORD, SET BY
      *  OPERATIONS BEFORE THE CYCLE STARTS, NAMING THE BUSINESS DATE
      *  THE NIGHT'S STEPS ARE RUNNING FOR.  ONLY MODCALC CAN READ A
      *  BUSINESS DATE OFF ITS OWN INPUT; EVERY OTHER STEP IN THE
      *  CYCLE TAKES ITS DATE FROM HERE (THROUGH THE MODCYCK CYCLE-
      *  CONTROL SUBROUTINE), AND MODCALC CHECKS ITS MODIN HEADER
      *  AGAINST IT.  LIKE MODARCH'S CUTOFF THERE IS NO SAFE DEFAULT -
      *  A NIGHT THAT RUNS PAST MIDNIGHT WOULD GUESS THE WRONG DAY -
      *  SO NO CYCLE STEP RUNS WITHOUT A VALID CARD.
      *
      *  CD-RERUN-STEP NAMES THE ONE STEP, IF ANY, THAT MAY RUN AGAIN
      *  FOR THIS DATE AFTER IT HAS ALREADY COMPLETED CLEANLY.  LEAVE
      *  IT BLANK FOR A NORMAL NIGHT.
      ******************************************************************
       01  MOD-CYCLE-DATE-RECORD.
           05  CD-BUSINESS-DATE        PIC 9(8).
           05  CD-BUSINESS-DATE-X REDEFINES CD-BUSINESS-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(1).
           05  CD-RERUN-STEP           PIC X(8).
           05  FILLER                  PIC X(13).
