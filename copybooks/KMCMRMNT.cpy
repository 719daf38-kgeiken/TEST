      ******************************************************************
      *    KMCMRMNT  -  MERCHANT MASTER MAINTENANCE TRANSACTION
      *    ONE RECORD PER MAINTENANCE ACTION AGAINST THE KEYED
      *    MERCHANT MASTER (KMCMRMST), APPLIED BY THE MERCHANT MASTER
      *    MAINTENANCE JOB (BAS139VU):
      *      'A'  ADD A NEW MERCHANT, OPENED AS OF MMT-EFF-DATE, WITH
      *           THE IMAGE BELOW
      *      'C'  CHANGE AN OPEN MERCHANT -- THE IMAGE BELOW REPLACES
      *           THE MCC, PLAN CODES, SWITCH PROFILE AND PACKAGE
      *           TABLE ON FILE IN FULL, EFFECTIVE MMT-EFF-DATE
      *      'X'  CLOSE AN OPEN MERCHANT AS OF MMT-EFF-DATE (THE
      *           IMAGE IS NOT USED)
      ******************************************************************
       01  MERCH-MAINT-RECORD.
           05  MMT-FUNCTION              PIC X(01).
               88  MMT-ADD-MERCHANT           VALUE 'A'.
               88  MMT-CHANGE-MERCHANT        VALUE 'C'.
               88  MMT-CLOSE-MERCHANT         VALUE 'X'.
           05  MMT-MERCHANT-NUMBER       PIC X(15).
           05  MMT-EFF-DATE              PIC 9(08).
           05  MMT-MERCH-CAT-CODE        PIC 9(04).
           05  MMT-PLAN-CODE-TABLE.
               10  MMT-PLAN-CODE-ENTRY OCCURS 10 TIMES.
                   15  MMT-PLAN-CODE     PIC 9(04).
           05  MMT-SWITCH-PROFILE        PIC X(165).
           05  MMT-PKG-CNT               PIC S9(04) COMP.
           05  MMT-PACKAGE-PLAN-TABLE.
               10  MMT-PACKAGE-PLAN-ENTRY OCCURS 500 TIMES.
                   15  MMT-PPT-PLAN-CODE PIC 9(04).
                   15  MMT-PPT-PKG-CODE  PIC 9(04).
