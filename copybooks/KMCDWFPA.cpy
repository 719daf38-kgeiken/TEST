      ******************************************************************
      *    KMCDWFPA  -  DATA-WAREHOUSE FEED PARAMETER RECORD
      *    ONE RECORD TELLS THE NIGHTLY WAREHOUSE EXPORT (BAS142VU)
      *    THE BUSINESS DATE (CCYYMMDD) IT IS EXTRACTING FOR.  THE
      *    DATE IS CARRIED ON THE HEADER ROW OF EVERY FEED FILE SO THE
      *    WAREHOUSE LOAD CAN TELL ONE NIGHT'S FILES FROM ANOTHER'S.
      ******************************************************************
       01  DW-FEED-PARM-RECORD.
           05  DWF-EXTRACT-DATE          PIC 9(08).
