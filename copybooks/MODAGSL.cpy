      ******************************************************************
      *  MODAGSL - SERVICE-LEVEL CARD FOR THE MODAGE OPEN-ITEMS AGING
      *  REPORT.  ONE OPTIONAL CARD PER ITEM TYPE OVERRIDES THE
      *  NUMBER OF BUSINESS DAYS AN ITEM OF THAT TYPE MAY STAY OPEN
      *  BEFORE MODAGE FLAGS IT PAST SLA.  SL-ITEM-TYPE IS ONE OF:
      *    REJT - MODERR REJECT NOT YET REPAIRED (DEFAULT 3 DAYS)
      *    SUSP - MODSUSP HOLD NOT YET DECIDED   (DEFAULT 5 DAYS)
      *    DUPL - MODDUP DUPLICATE ACCOUNT       (DEFAULT 2 DAYS)
      *    UNAP - MODRXCP UNAPPLIED ASSIGNMENT   (DEFAULT 2 DAYS)
      *    NSNT - MODRXCP NEVER-SENT ASSIGNMENT  (DEFAULT 2 DAYS)
      *  A TYPE WITH NO CARD KEEPS ITS DEFAULT.
      ******************************************************************
       01  MOD-AGING-SLA-RECORD.
           05  SL-ITEM-TYPE            PIC X(4).
           05  FILLER                  PIC X(1).
           05  SL-SLA-DAYS             PIC 9(3).
           05  SL-SLA-DAYS-X REDEFINES SL-SLA-DAYS
                                       PIC X(3).
           05  FILLER                  PIC X(12).
