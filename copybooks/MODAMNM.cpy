      ******************************************************************
      *  MODAMNM - SYMBOLIC MAP FOR THE MODAMNO BMS MAP (MAPSET
      *  MODAMNO).  GENERATED BY THE BMS TRANSLATOR FROM
      *  BMS/MODAMNO.BMS - DO NOT HAND-EDIT FIELD LAYOUTS HERE WITHOUT
      *  REGENERATING FROM THE MAPSET SOURCE, OR THE TWO WILL DRIFT
      *  APART.
      ******************************************************************
       01  MODAMNOI.
           05  FILLER                  PIC X(12).
           05  AMNACCL                 PIC S9(4) COMP.
           05  AMNACCF                 PIC X.
           05  FILLER REDEFINES AMNACCF.
               10  AMNACCA             PIC X.
           05  AMNACCI                 PIC 9(7).
           05  AMNSTAL                 PIC S9(4) COMP.
           05  AMNSTAF                 PIC X.
           05  FILLER REDEFINES AMNSTAF.
               10  AMNSTAA             PIC X.
           05  AMNSTAI                 PIC X(30).
           05  AMNACTL                 PIC S9(4) COMP.
           05  AMNACTF                 PIC X.
           05  FILLER REDEFINES AMNACTF.
               10  AMNACTA             PIC X.
           05  AMNACTI                 PIC X.
           05  AMNRSNL                 PIC S9(4) COMP.
           05  AMNRSNF                 PIC X.
           05  FILLER REDEFINES AMNRSNF.
               10  AMNRSNA             PIC X.
           05  AMNRSNI                 PIC X(4).
           05  AMNOPRL                 PIC S9(4) COMP.
           05  AMNOPRF                 PIC X.
           05  FILLER REDEFINES AMNOPRF.
               10  AMNOPRA             PIC X.
           05  AMNOPRI                 PIC X(8).
           05  AMNMSGL                 PIC S9(4) COMP.
           05  AMNMSGF                 PIC X.
           05  FILLER REDEFINES AMNMSGF.
               10  AMNMSGA             PIC X.
           05  AMNMSGI                 PIC X(79).

       01  MODAMNOO REDEFINES MODAMNOI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  AMNACCO                 PIC X(7).
           05  FILLER                  PIC X(3).
           05  AMNSTAO                 PIC X(30).
           05  FILLER                  PIC X(3).
           05  AMNACTO                 PIC X.
           05  FILLER                  PIC X(3).
           05  AMNRSNO                 PIC X(4).
           05  FILLER                  PIC X(3).
           05  AMNOPRO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  AMNMSGO                 PIC X(79).
