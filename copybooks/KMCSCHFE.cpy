      ******************************************************************
      *    KMCSCHFE  -  VISA SCHEME-FEE SCHEDULE RECORD
      *    ONE RECORD PER CARDHOLDER FUNDING SOURCE PER EFFECTIVE
      *    DATE, GIVING WHAT VISA CHARGES US ON TOP OF INTERCHANGE:
      *    THE ASSESSMENT (A PERCENT OF SALES VOLUME), THE PER-ITEM
      *    NETWORK FEE, AND THE INTERNATIONAL SERVICE ASSESSMENT
      *    (ISA, A PERCENT OF SALES VOLUME CHARGED ONLY ON CROSS-
      *    BORDER SALES).  A FEE CHANGE IS LOADED AS A NEW RECORD WITH
      *    ITS OWN EFFECTIVE DATE, SO THE SCHEDULE KEEPS ITS HISTORY
      *    AND A RE-RUN OF AN OLD CYCLE IS CHARGED AT THE RATES THEN
      *    IN FORCE.  THE SCHEME-FEE JOB (BAS135VU) LOADS THE WHOLE
      *    FILE AND CHARGES EACH TRANSACTION FROM THE ENTRY FOR ITS
      *    FUNDING SOURCE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      *    TRANSACTION DATE.  PERCENTS ARE PERCENTS (0.140000 = 0.14
      *    PERCENT OF SALES).
      ******************************************************************
       01  SCHEME-FEE-SCHEDULE-RECORD.
           05  SFS-FUNDING-SOURCE        PIC X(01).
               88  SFS-FND-SRC-CREDIT         VALUE 'C'.
               88  SFS-FND-SRC-DEBIT          VALUE 'D'.
               88  SFS-FND-SRC-PREPAID        VALUE 'P'.
               88  SFS-FND-SRC-VALID          VALUE 'C' 'D' 'P'.
           05  SFS-EFF-DATE              PIC 9(08).
           05  SFS-ASSESS-PCT            PIC S9(01)V9(06) COMP-3.
           05  SFS-NETWORK-ITEM-FEE      PIC S9(01)V9(06) COMP-3.
           05  SFS-ISA-PCT               PIC S9(01)V9(06) COMP-3.
