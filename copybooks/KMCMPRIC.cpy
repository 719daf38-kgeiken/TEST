      ******************************************************************
      *    KMCMPRIC  -  KEYED MERCHANT PRICING MASTER RECORD
      *    ONE RECORD PER MERCHANT, KEYED BY MERCHANT NUMBER, HOLDING
      *    WHAT THE MERCHANT IS BILLED ON TOP OF THE INTERCHANGE
      *    BAS110VU COMPUTES.  READ BY THE MERCHANT BILLING JOB
      *    (BAS134VU) AS ITS QUALIFICATION-HISTORY PASS BREAKS ON
      *    MERCHANT NUMBER.
      *
      *    MPR-PRICING-METHOD PICKS HOW THE DISCOUNT IS FIGURED:
      *      'I'  INTERCHANGE-PLUS -- NET INTERCHANGE IS PASSED
      *           THROUGH AT COST AND MPR-MARKUP-BP BASIS POINTS OF
      *           SALES VOLUME ARE ADDED ON TOP.
      *      'T'  TIERED -- SALES VOLUME IS BILLED AT THE DISCOUNT
      *           RATE FOR THE TRANSACTION'S PLAN CLASS (THE LEADING
      *           DIGIT OF THE COMPUTED PLAN CODE, ENTRY 1 FOR CLASS
      *           0 THROUGH ENTRY 10 FOR CLASS 9).
      *      'F'  FLAT -- ALL SALES VOLUME IS BILLED AT ONE DISCOUNT
      *           RATE (MPR-FLAT-RATE-PCT).
      *    UNDER 'T' AND 'F' THE MARKUP IS WHATEVER THE DISCOUNT RATE
      *    EARNS OVER NET INTERCHANGE.  THE PER-ITEM FEE IS CHARGED ON
      *    EVERY TRANSACTION UNDER ALL THREE METHODS, AND A MONTH
      *    WHOSE TOTAL DISCOUNT FALLS SHORT OF MPR-MONTHLY-MIN IS
      *    BILLED UP TO THE MINIMUM.  DISCOUNT RATES ARE PERCENTS
      *    (2.2500 = 2.25 PERCENT OF SALES).
      *
      *    MPR-MERCH-COUNTRY-CODE IS THE ISO NUMERIC COUNTRY THE
      *    MERCHANT IS LOCATED IN.  THE SCHEME-FEE JOB (BAS135VU)
      *    TREATS A SALE AS CROSS-BORDER WHEN IT DIFFERS FROM THE
      *    ACQUIRER'S HOME COUNTRY; ZERO MEANS THE HOME COUNTRY.
      ******************************************************************
       01  MERCHANT-PRICING-RECORD.
           05  MPR-KEY.
               10  MPR-MERCHANT-NUMBER   PIC X(15).
           05  MPR-PRICING-METHOD        PIC X(01).
               88  MPR-INTERCHANGE-PLUS       VALUE 'I'.
               88  MPR-TIERED                 VALUE 'T'.
               88  MPR-FLAT-RATE              VALUE 'F'.
               88  MPR-METHOD-VALID           VALUE 'I' 'T' 'F'.
           05  MPR-MARKUP-BP             PIC S9(03)V99 COMP-3.
           05  MPR-PER-ITEM-FEE          PIC S9(03)V9(04) COMP-3.
           05  MPR-MONTHLY-MIN           PIC S9(07)V99 COMP-3.
           05  MPR-FLAT-RATE-PCT         PIC S9(02)V9(04) COMP-3.
           05  MPR-TIER-ENTRY OCCURS 10 TIMES.
               10  MPR-TIER-RATE-PCT     PIC S9(02)V9(04) COMP-3.
           05  MPR-EFF-DATE              PIC 9(08).
           05  MPR-MERCH-COUNTRY-CODE    PIC 9(03).
