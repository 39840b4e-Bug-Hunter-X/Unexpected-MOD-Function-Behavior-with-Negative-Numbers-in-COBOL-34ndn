      ******************************************************************
      *  MODPTRN - PARAMETER MAINTENANCE TRANSACTION FOR MODPMNT.  ONE
      *  RECORD PER CHANGE TO MODPARM: ADD A NEW PARAMETER RECORD,
      *  CHANGE (REPLACE) AN EXISTING ONE, OR DELETE ONE OUTRIGHT.
      *  PT-PARM-IMAGE IS A COMPLETE MODPARM RECORD IN THE MODPARM
      *  LAYOUT (RECORD TYPE 'H', 'R', 'E', 'V' OR 'P' IN ITS FIRST
      *  BYTE),
      *  SO THE PERSON STAGING A CHANGE KEYS EXACTLY WHAT THE NEW
      *  RECORD WILL LOOK LIKE.
      *
      *  THE RECORD TO CHANGE OR DELETE IS FOUND BY ITS KEY FIELDS
      *  WITHIN THE IMAGE:
      *    'H' - THE RECORD TYPE ALONE (THERE IS ONLY ONE HEADER).
      *    'R' - MP-RANGE-LOW AND MP-RANGE-HIGH.
      *    'E' - MP-EFF-DATE.
      *    'V' - MP-EFFR-DATE, MP-EFFR-LOW AND MP-EFFR-HIGH.
      *    'P' - MP-PART-NUMBER (RE-CUTTING A PARTITION'S RANGE IS A
      *          CHANGE, SINCE ITS NEIGHBOR MUST MOVE WITH IT).
      *  A DELETE NEEDS ONLY THE KEY FIELDS.  A CHANGE CANNOT MOVE A
      *  RECORD TO A DIFFERENT KEY - RE-CUTTING A RANGE OR MOVING AN
      *  EFFECTIVE DATE IS A DELETE OF THE OLD RECORD PLUS AN ADD OF
      *  THE NEW ONE, SO THE EDIT REPORT SHOWS BOTH HALVES.
      *
      *  PT-OPERATOR-ID RECORDS WHO STAGED THE CHANGE AND APPEARS ON
      *  THE MODPMNT EDIT REPORT.
      ******************************************************************
       01  MOD-PARM-TRAN-RECORD.
           05  PT-ACTION               PIC X(1).
               88  PT-ADD-PARM                     VALUE 'A'.
               88  PT-CHANGE-PARM                  VALUE 'C'.
               88  PT-DELETE-PARM                  VALUE 'D'.
           05  PT-PARM-IMAGE.
               10  PT-RECORD-TYPE      PIC X(1).
               10  PT-PARM-DATA        PIC X(65).
           05  PT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(5).
