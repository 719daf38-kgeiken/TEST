      ******************************************************************
      *    KMCSFPPA  -  SCHEME-FEE PARAMETER RECORD
      *    ONE RECORD TELLS BAS135VU WHICH CYCLE DATE OF THE QUAL-
      *    RESULT FILE TO CHARGE SCHEME FEES ON (THE EXTRACT HOLDS
      *    SEVERAL CYCLES BY DESIGN -- SEE KMCGLPPA), AND THE
      *    ACQUIRER'S HOME CURRENCY AND COUNTRY (ISO NUMERIC) THAT
      *    MARK A SALE CROSS-BORDER FOR THE ISA.  A ZERO HOME CODE
      *    DEFAULTS TO 840, UNITED STATES.
      ******************************************************************
       01  SCHEME-FEE-PARM-RECORD.
           05  SFP-CYCLE-DATE            PIC 9(08).
           05  SFP-HOME-CURR-CODE        PIC 9(03).
           05  SFP-HOME-COUNTRY-CODE     PIC 9(03).
