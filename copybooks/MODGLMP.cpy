      ******************************************************************
      *  MODGLMP - BUCKET-TO-GENERAL-LEDGER MAPPING RECORD FOR
      *  MODGLPST.  ONE RECORD PER DIVISOR/BUCKET, IN ASCENDING
      *  GM-DIVISOR / GM-BUCKET-NUMBER ORDER, NAMING THE TWO SIDES OF
      *  THE PAIR THE BUCKET'S NET AMOUNT POSTS TO: THE ALLOCATION
      *  ACCOUNT AND COST CENTER THE BUCKET REPRESENTS (GM-DEBIT-...)
      *  AND THE CLEARING ACCOUNT AND COST CENTER IT IS FUNDED FROM
      *  (GM-CREDIT-...).  A BUCKET WHOSE NET AMOUNT IS NEGATIVE
      *  POSTS THE SAME PAIR THE OTHER WAY ROUND.
      *
      *  THE KEY IS DIVISOR AND BUCKET, NOT BUCKET ALONE, FOR THE
      *  SAME REASON MODCALC'S BUCKET LISTING IS DIVISOR-MAJOR: BUCKET
      *  3 UNDER ONE DIVISOR AND BUCKET 3 UNDER ANOTHER ARE DIFFERENT
      *  ALLOCATION SCHEMES AND MAY WELL POST TO DIFFERENT LEDGER
      *  ACCOUNTS.
      ******************************************************************
       01  MOD-GL-MAP-RECORD.
           05  GM-KEY.
               10  GM-DIVISOR          PIC 9(5).
               10  GM-BUCKET-NUMBER    PIC 9(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  GM-DEBIT-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  GM-DEBIT-COST-CENTER    PIC X(6).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  GM-CREDIT-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  GM-CREDIT-COST-CENTER   PIC X(6).
           05  FILLER                  PIC X(14).
