      ******************************************************************
      *  MODACHG - ACCOUNT MASTER CHANGE LOG RECORD.  MODAMNT UPDATES
      *  THE KEYED MODACCT MASTER IN PLACE, SO THERE IS NO OLD COPY
      *  OF THE MASTER TO COMPARE AGAINST AFTERWARDS - INSTEAD IT
      *  APPENDS ONE RECORD HERE FOR EVERY ADD, UPDATE AND DELETE IT
      *  APPLIES, CARRYING THE ACCOUNT RECORD AS IT WAS BEFORE THE
      *  CHANGE AND AS IT WAS LEFT.  A BEFORE IMAGE OF SPACES IS AN
      *  ACCOUNT THAT WAS NOT ON THE MASTER (AN ADD); AN AFTER IMAGE
      *  OF SPACES IS ONE THAT IS NO LONGER ON IT (A DELETE).
      *
      *  CG-FEED-ACTION IS THE MODAFED ACTION AS RECEIVED AND
      *  CG-APPLIED-ACTION WHAT MODAMNT ACTUALLY DID - THEY DIFFER
      *  WHEN AN ADD FOR A KNOWN ACCOUNT WAS APPLIED AS AN UPDATE OR
      *  AN UPDATE FOR AN UNKNOWN ONE AS AN ADD.  A CHANGE KEYED ON
      *  THE MODAMNO SCREEN ALSO CARRIES WHO KEYED IT, WHEN AND WHY
      *  (SPACES FOR THE ACCOUNT SYSTEM'S OWN CHANGES).
      ******************************************************************
       01  MOD-ACCOUNT-CHANGE-RECORD.
           05  CG-BUSINESS-DATE        PIC X(8).
           05  CG-TIMESTAMP            PIC X(21).
           05  CG-ACCOUNT-NUMBER       PIC 9(7).
           05  CG-FEED-ACTION          PIC X(1).
           05  CG-APPLIED-ACTION       PIC X(1).
               88  CG-ACCOUNT-ADDED                VALUE 'A'.
               88  CG-ACCOUNT-UPDATED              VALUE 'U'.
               88  CG-ACCOUNT-DELETED              VALUE 'D'.
           05  CG-BEFORE-IMAGE.
               10  CG-BEFORE-ACCOUNT   PIC X(7).
               10  FILLER              PIC X(2).
               10  CG-BEFORE-STATUS    PIC X(1).
               10  FILLER              PIC X(20).
           05  CG-AFTER-IMAGE.
               10  CG-AFTER-ACCOUNT    PIC X(7).
               10  FILLER              PIC X(2).
               10  CG-AFTER-STATUS     PIC X(1).
               10  FILLER              PIC X(20).
           05  CG-REASON-CODE          PIC X(4).
           05  CG-OPERATOR-ID          PIC X(8).
           05  CG-ENTRY-TIMESTAMP      PIC X(21).
