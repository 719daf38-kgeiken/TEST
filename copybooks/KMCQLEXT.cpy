      *
           05  QLE-TRAN-AMT              PIC S9(09)V99 COMP-3.
      *
      *    THE CARDHOLDER FUNDING SOURCE AS RESOLVED FROM THE ACCOUNT-
      *    RANGE MASTER AT QUALIFICATION TIME (S-586-RESOLVE-ACCT-
      *    RANGE; SPACE WHEN NO FUNDING-SOURCE SWITCH WAS SET) AND THE
      *    ACQUIRED CURRENCY CODE, SO THE SCHEME-FEE JOB (BAS135VU)
      *    CAN CHARGE ASSESSMENTS, NETWORK FEES, AND CROSS-BORDER ISA
      *    WITHOUT GOING BACK TO THE TRANSACTION FILE.
      *
           05  QLE-FUNDING-SOURCE        PIC X(01).
               88  QLE-FND-SRC-CREDIT         VALUE 'C'.
               88  QLE-FND-SRC-DEBIT          VALUE 'D'.
               88  QLE-FND-SRC-PREPAID        VALUE 'P'.
           05  QLE-ACQ-CURR-CODE         PIC 9(03).
      *
      *    RUN STAMP -- THE RUN ID AND CYCLE DATE OF THE NIGHTLY RUN
      *    THAT WROTE THIS RECORD (SEE KMCRUNCT AND BAS118VU), SO AN
      *    INCOMPLETE RUN'S RECORDS CAN BE IDENTIFIED AND BACKED OUT
