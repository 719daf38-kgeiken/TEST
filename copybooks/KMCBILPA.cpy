      ******************************************************************
      *    KMCBILPA  -  MERCHANT BILLING PARAMETER RECORD
      *    ONE RECORD TELLS BAS134VU WHICH BILLING MONTH (YYYYMM) TO
      *    PRICE.  EVERY QUALIFICATION-HISTORY MASTER RECORD WHOSE
      *    CYCLE DATE FALLS IN THAT MONTH IS BILLED, SO A RERUN OF THE
      *    SAME MONTH REPRODUCES THE SAME BILL.
      ******************************************************************
       01  BILLING-PARM-RECORD.
           05  BPA-BILL-MONTH            PIC 9(06).
