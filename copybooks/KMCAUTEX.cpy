      ******************************************************************
      *    KMCAUTEX  -  AUTHORIZATION-MATCH EXCEPTION RECORD
      *    ONE RECORD PER EXCEPTION FOUND BY BAS137VU, SO OPERATIONS
      *    CAN PULL OR REVERSE THE TRANSACTION BEFORE IT IS SUBMITTED:
      *      'N'  CLEARED WITH NO MATCHING AUTHORIZATION
      *      'T'  CLEARED AMOUNT OVER THE MCC TOLERANCE ABOVE THE
      *           AUTHORIZED AMOUNT
      *      'U'  AUTHORIZED BUT NEVER CLEARED WITHIN THE VISA WINDOW
      *    AUX-FEE-EXPOSURE-AMT IS THE VISA FEE THE EXCEPTION WILL
      *    DRAW IF IT IS NOT WORKED (ZERO-FLOOR-LIMIT FEE FOR 'N' AND
      *    'T', MISUSE-OF-AUTHORIZATION FEE FOR 'U').  THE TRANSACTION
      *    FIELDS ARE ZERO ON A 'U' RECORD; THE AUTHORIZATION FIELDS
      *    ARE ZERO ON AN 'N' RECORD.
      ******************************************************************
       01  AUTH-EXCEPTION-RECORD.
           05  AUX-EXCEPTION-TYPE        PIC X(01).
               88  AUX-NO-AUTH                VALUE 'N'.
               88  AUX-OVER-TOLERANCE         VALUE 'T'.
               88  AUX-NOT-CLEARED            VALUE 'U'.
           05  AUX-MERCHANT-NUMBER       PIC X(15).
           05  AUX-CARDHOLDER-KEY        PIC X(11).
           05  AUX-APPROVAL-CODE         PIC X(06).
           05  AUX-MERCH-CAT-CODE        PIC 9(04).
           05  AUX-TRANS-ID              PIC 9(15).
           05  AUX-TRANS-DATE            PIC 9(08).
           05  AUX-CLEARED-AMT           PIC S9(09)V99 COMP-3.
           05  AUX-AUTH-DATE             PIC 9(08).
           05  AUX-AUTH-AMT              PIC S9(09)V99 COMP-3.
           05  AUX-TOLER-PCT             PIC S9(03)V99 COMP-3.
           05  AUX-FEE-EXPOSURE-AMT      PIC S9(07)V99 COMP-3.
           05  AUX-RUN-ID                PIC 9(09).
           05  AUX-CYCLE-DATE            PIC 9(08).
