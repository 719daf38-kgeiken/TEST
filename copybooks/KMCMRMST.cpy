      ******************************************************************
      *    KMCMRMST  -  KEYED MERCHANT MASTER RECORD
      *    ONE RECORD PER MERCHANT, KEYED BY MERCHANT NUMBER, HOLDING
      *    EVERYTHING A REPLAY THROUGH BAS110VU NEEDS TO KNOW ABOUT THE
      *    MERCHANT ITSELF:  ITS OWN PLAN-TO-PACKAGE CROSS REFERENCE
      *    (LOADED INTO PACKAGE-PASS-AREA, KMCPKGPA), ITS TEN PLAN
      *    CODES (LOADED INTO KDA-PLAN-CODE-ENTRY, KMCINTEP), ITS
      *    MERCHANT CATEGORY CODE, AND THE QUALIFICATION SWITCH
      *    PROFILE ITS TRANSACTIONS ARE EXPECTED TO CARRY.  MAINTAINED
      *    BY THE MERCHANT MASTER MAINTENANCE JOB (BAS139VU) -- ADD,
      *    CHANGE, CLOSE -- AND READ AT EVERY MERCHANT BREAK BY THE
      *    ALL-MERCHANTS MODE OF THE PRE-CLEARING SCRUB (BAS120VU) AND
      *    THE RATE-EXCEPTION REPRICER (BAS121VU).  A CLOSED MERCHANT
      *    STAYS ON FILE WITH ITS CLOSE DATE BUT IS NO LONGER WORKED.
      ******************************************************************
       01  MERCHANT-MASTER-RECORD.
           05  MMR-KEY.
               10  MMR-MERCHANT-NUMBER   PIC X(15).
           05  MMR-STATUS-SW             PIC X(01).
               88  MMR-ACTIVE                 VALUE 'A'.
               88  MMR-CLOSED                 VALUE 'C'.
           05  MMR-OPEN-DATE             PIC 9(08).
           05  MMR-CLOSE-DATE            PIC 9(08).
           05  MMR-LAST-MAINT-DATE       PIC 9(08).
           05  MMR-MERCH-CAT-CODE        PIC 9(04).
      *
      *    THE MERCHANT'S PLAN CODES, IN KDA-PLAN-CODE-ENTRY ORDER.
      *    UNUSED ENTRIES ARE ZERO -- S-520-SEARCH-MRCH-PLAN STOPS AT
      *    THE FIRST ZERO ENTRY.
      *
           05  MMR-PLAN-CODE-TABLE.
               10  MMR-PLAN-CODE-ENTRY OCCURS 10 TIMES.
                   15  MMR-PLAN-CODE     PIC 9(04).
      *
      *    EXPECTED KDA-ALL-SWITCHES IMAGE (KMCINTEP), ONE Y/N BYTE
      *    PER QUALIFICATION SWITCH IN THE SAME ORDER.  SPACES MEAN NO
      *    PROFILE HAS BEEN SET UP FOR THE MERCHANT.
      *
           05  MMR-SWITCH-PROFILE        PIC X(165).
      *
      *    PLAN-TO-PACKAGE CROSS REFERENCE, KEPT IN ASCENDING
      *    MMR-PPT-PLAN-CODE ORDER THE WAY KMCPKGPA REQUIRES FOR
      *    S-517-SEARCH-PKG-PLAN-TABLE'S SEARCH ALL.
      *
           05  MMR-PKG-CNT               PIC S9(04) COMP.
           05  MMR-PACKAGE-PLAN-TABLE.
               10  MMR-PACKAGE-PLAN-ENTRY OCCURS 500 TIMES.
                   15  MMR-PPT-PLAN-CODE PIC 9(04).
                   15  MMR-PPT-PKG-CODE  PIC 9(04).
