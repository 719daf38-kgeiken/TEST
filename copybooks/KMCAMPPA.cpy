      ******************************************************************
      *    KMCAMPPA  -  AUTHORIZATION-MATCH PARAMETER RECORD
      *    ONE RECORD DRIVES BAS137VU: THE CYCLE DATE OF THE ARCHIVE
      *    RUN TO MATCH, THE VISA CLEARING WINDOW IN CALENDAR DAYS
      *    (ZERO DEFAULTS TO 10), HOW MANY DAYS A CLOSED AUTHORIZATION
      *    IS KEPT ON THE LOG BEFORE IT IS PURGED (ZERO DEFAULTS TO
      *    90), THE PER-ITEM FEES VISA BILLS FOR A SALE CLEARED
      *    WITHOUT A VALID AUTHORIZATION (ZERO-FLOOR-LIMIT) AND FOR AN
      *    AUTHORIZATION NEVER CLEARED OR REVERSED (MISUSE OF
      *    AUTHORIZATION), AND THE PERCENT BY WHICH THE CLEARED AMOUNT
      *    MAY EXCEED THE AUTHORIZED AMOUNT -- BY MERCHANT CATEGORY
      *    CODE WHERE VISA ALLOWS ONE (RESTAURANTS, TAXI, ETC.), THE
      *    DEFAULT PERCENT FOR EVERY OTHER MCC.  UNUSED TOLERANCE
      *    ENTRIES CARRY MCC ZERO.
      ******************************************************************
       01  AUTH-MATCH-PARM-RECORD.
           05  AMP-CYCLE-DATE            PIC 9(08).
           05  AMP-CLEAR-WINDOW-DAYS     PIC 9(03).
           05  AMP-RETAIN-DAYS           PIC 9(03).
           05  AMP-ZFL-FEE               PIC S9(03)V9(04) COMP-3.
           05  AMP-MISUSE-FEE            PIC S9(03)V9(04) COMP-3.
           05  AMP-DEFAULT-TOLER-PCT     PIC S9(03)V99 COMP-3.
           05  AMP-TOLER-ENTRY OCCURS 20 TIMES.
               10  AMP-TOLER-MCC         PIC 9(04).
               10  AMP-TOLER-PCT         PIC S9(03)V99 COMP-3.
