      ******************************************************************
      *    KMCMBILL  -  MERCHANT BILLING RECORD
      *    ONE RECORD PER MERCHANT PER BILLING MONTH, WRITTEN BY THE
      *    MERCHANT BILLING JOB (BAS134VU) FROM THE QUALIFICATION-
      *    HISTORY MASTER AND THE MERCHANT PRICING MASTER (KMCMPRIC).
      *    MBL-PASS-THRU-AMT IS THE INTERCHANGE BAS110VU COMPUTED NET
      *    OF THE DISPUTE ADJUSTMENTS BAS126VU POSTED (QHM-ADJUST-AMT).
      *    THE TOTAL DISCOUNT BILLED IS ALWAYS PASS-THROUGH PLUS
      *    MARKUP PLUS PER-ITEM FEES PLUS ANY MONTHLY-MINIMUM TOP-UP.
      *    MBL-NO-PRICING-SW IS 'Y' WHEN THE MERCHANT HAD NO PRICING
      *    MASTER RECORD AND WAS BILLED AT INTERCHANGE COST ONLY.
      ******************************************************************
       01  MERCHANT-BILLING-RECORD.
           05  MBL-MERCHANT-NUMBER       PIC X(15).
           05  MBL-BILL-MONTH            PIC 9(06).
           05  MBL-PRICING-METHOD        PIC X(01).
           05  MBL-NO-PRICING-SW         PIC X(01).
               88  MBL-NO-PRICING             VALUE 'Y'.
           05  MBL-TRANS-CNT             PIC S9(09) COMP-3.
           05  MBL-SALES-AMT             PIC S9(13)V99 COMP-3.
           05  MBL-INTCHG-AMT            PIC S9(13)V99 COMP-3.
           05  MBL-DISPUTE-ADJ-AMT       PIC S9(13)V99 COMP-3.
           05  MBL-PASS-THRU-AMT         PIC S9(13)V99 COMP-3.
           05  MBL-MARKUP-AMT            PIC S9(13)V99 COMP-3.
           05  MBL-ITEM-FEE-AMT          PIC S9(13)V99 COMP-3.
           05  MBL-MINIMUM-ADJ-AMT       PIC S9(13)V99 COMP-3.
           05  MBL-TOTAL-DISCOUNT-AMT    PIC S9(13)V99 COMP-3.
