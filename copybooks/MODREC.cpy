      *  THE AUDIT TRAIL.  THE OLD S9(5) WHOLE-UNIT FIELD FORCED THE
      *  UPSTREAM SYSTEM TO TRUNCATE OR SPLIT LARGE ITEMS ACROSS
      *  RECORDS, WHICH THEN TRIPPED THE DUPLICATE-ACCOUNT REPORT.
      *
      *  THE MI-PARTITION- FIELDS ON THE HEADER ARE SET ONLY ON THE
      *  PARTITION FILES MODPSPL CUTS FROM THE NIGHT'S MODIN: WHICH
      *  PARTITION THIS IS, HOW MANY THERE ARE, AND THE ACCOUNT
      *  RANGE IT HOLDS.  THE FEED ITSELF LEAVES THEM SPACES, AND A
      *  HEADER WITHOUT A NUMERIC NON-ZERO PARTITION NUMBER IS AN
      *  ORDINARY SINGLE RUN.
      ******************************************************************
       01  MOD-INPUT-RECORD.
           05  MI-RECORD-TYPE          PIC X(1).
               10  MI-BUSINESS-DATE        PIC 9(8).
               10  MI-BUSINESS-DATE-X REDEFINES MI-BUSINESS-DATE
                                           PIC X(8).
               10  MI-PARTITION-NUMBER     PIC 9(2).
               10  MI-PARTITION-COUNT      PIC 9(2).
               10  MI-PARTITION-LOW        PIC 9(7).
               10  MI-PARTITION-HIGH       PIC 9(7).
               10  FILLER                  PIC X(3).
           05  MI-TRAILER-SECTION REDEFINES MI-DETAIL-SECTION.
               10  MI-TRAILER-COUNT        PIC 9(7).
               10  MI-TRAILER-HASH         PIC S9(11)V99
