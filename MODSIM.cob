                     ==MP-EFFR-DATE==        BY ==PP-EFFR-DATE==
                     ==MP-EFFR-LOW==         BY ==PP-EFFR-LOW==
                     ==MP-EFFR-HIGH==        BY ==PP-EFFR-HIGH==
                     ==MP-EFFR-DIVISOR==     BY ==PP-EFFR-DIVISOR==
                     ==MP-PARTITION-RECORD== BY ==PP-PARTITION-RECORD==
                     ==MP-PART-SECTION==     BY ==PP-PART-SECTION==
                     ==MP-PART-NUMBER==      BY ==PP-PART-NUMBER==
                     ==MP-PART-LOW==         BY ==PP-PART-LOW==
                     ==MP-PART-HIGH==        BY ==PP-PART-HIGH==.

       FD  MOD-REPORT-FILE
           RECORDING MODE IS F.
                           AND WS-CUR-RANGE-COUNT < 100
                       PERFORM 0124-INSERT-CUR-EFF-RANGE
                   END-IF
      *            PARTITION RECORDS ONLY SAY WHERE AN ACCOUNT IS
      *            PROCESSED, NEVER HOW IT BUCKETS.
               WHEN MP-PARTITION-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MODSIM0122E UNKNOWN MP-RECORD-TYPE '"
                       MP-RECORD-TYPE "' IN MODPARM - ABENDING RUN"
                           AND WS-PRP-RANGE-COUNT < 100
                       PERFORM 0144-INSERT-PRP-EFF-RANGE
                   END-IF
               WHEN PP-PARTITION-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MODSIM0142E UNKNOWN PP-RECORD-TYPE '"
                       PP-RECORD-TYPE "' IN MODPPRM - ABENDING RUN"
