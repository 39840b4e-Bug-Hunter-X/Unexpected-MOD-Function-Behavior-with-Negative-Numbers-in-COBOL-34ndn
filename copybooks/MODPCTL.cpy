      ******************************************************************
      *  MODPCTL - PARTITION CONTROL RECORD.  MODPSPL WRITES ONE PER
      *  PARTITION WHEN IT CUTS THE NIGHT'S MOD-INPUT-FILE INTO
      *  ACCOUNT-RANGE PARTITIONS (THE FILE IS OPENED OUTPUT, ONE SET
      *  PER SPLIT): WHICH PARTITION, HOW MANY THERE ARE, THE ACCOUNT
      *  RANGE IT COVERS, AND THE DETAIL COUNT AND HASH TOTAL OF THE
      *  ENVELOPE IT WROTE FOR IT.
      *
      *  MODPMRG READS IT AS THE LIST OF PARTITIONS THAT MUST HAVE
      *  COMPLETED BEFORE ANYTHING IS MERGED, AND TIES EACH
      *  PARTITION'S MODPTOT RECORDS-READ BACK TO PC-DETAIL-COUNT, SO
      *  A PARTITION RUN AGAINST A STALE OR WRONG MODINNN FILE IS
      *  CAUGHT BEFORE ITS FIGURES REACH THE MERGED OUTPUTS.
      *  PC-DETAIL-COUNT AND PC-HASH-TOTAL SUMMED OVER THE SET EQUAL
      *  THE ORIGINAL MODIN TRAILER.
      ******************************************************************
       01  MOD-PART-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  PC-PARTITION-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  PC-PARTITION-COUNT      PIC 9(2).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  PC-RANGE-LOW            PIC 9(7).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  PC-RANGE-HIGH           PIC 9(7).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  PC-DETAIL-COUNT         PIC 9(7).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  PC-HASH-TOTAL           PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  PC-SPLIT-TIMESTAMP      PIC X(21).
