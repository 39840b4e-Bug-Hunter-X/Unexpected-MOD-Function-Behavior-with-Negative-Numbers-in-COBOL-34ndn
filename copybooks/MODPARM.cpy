      *  MODCALC RESOLVES BOTH AGAINST THE MODIN HEADER'S BUSINESS
      *  DATE; MODSUSR AND MODSIM, WHICH HAVE NO BUSINESS DATE AT
      *  PARAMETER-LOAD TIME, RESOLVE AGAINST THEIR OWN RUN DATE.
      *
      *  TYPE 'P' RECORDS, WHEN PRESENT, SPLIT THE NIGHT'S MODCALC
      *  INTO ACCOUNT-RANGE PARTITIONS RUN SIDE BY SIDE.  MODPSPL
      *  CUTS MOD-INPUT-FILE INTO ONE ENVELOPE PER 'P' RECORD, ONE
      *  MODCALC RUNS PER PARTITION, AND MODPMRG PUTS THE RESULTS
      *  BACK TOGETHER AND RECONCILES THEM ONCE.  THE RECORDS ARE
      *  NUMBERED 1 THRU N (N AT MOST 8) AND THEIR RANGES MUST COVER
      *  0000000 THRU 9999999 WITHOUT A GAP OR AN OVERLAP, IN
      *  PARTITION-NUMBER ORDER, SO EVERY ACCOUNT HAS EXACTLY ONE
      *  HOME.  A DETAIL WHOSE ACCOUNT NUMBER ISN'T NUMERIC GOES TO
      *  PARTITION 1, WHERE IT IS REJECTED AS IT WOULD BE IN A
      *  SINGLE RUN.  THE 'P' RANGES ONLY DECIDE WHERE A RECORD IS
      *  PROCESSED - THE 'R'/'V' RANGES STILL DECIDE ITS DIVISOR.
      *  WITH NO 'P' RECORDS THE NIGHT RUNS ONE MODCALC AS BEFORE.
      ******************************************************************
       01  MOD-PARM-RECORD.
           05  MP-RECORD-TYPE          PIC X(1)    VALUE 'H'.
               88  MP-RANGE-RECORD                 VALUE 'R'.
               88  MP-EFFECTIVE-HEADER             VALUE 'E'.
               88  MP-EFFECTIVE-RANGE              VALUE 'V'.
               88  MP-PARTITION-RECORD             VALUE 'P'.
           05  MP-HEADER-SECTION.
               10  MP-DIVISOR              PIC 9(5).
               10  MP-RESTART-COUNT        PIC 9(7).
               10  MP-EFFR-HIGH            PIC 9(7).
               10  MP-EFFR-DIVISOR         PIC 9(5).
               10  FILLER                  PIC X(38).
           05  MP-PART-SECTION REDEFINES MP-HEADER-SECTION.
               10  MP-PART-NUMBER          PIC 9(2).
               10  MP-PART-LOW             PIC 9(7).
               10  MP-PART-HIGH            PIC 9(7).
               10  FILLER                  PIC X(49).
