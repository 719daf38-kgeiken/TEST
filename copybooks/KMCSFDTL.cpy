      ******************************************************************
      *    KMCSFDTL  -  VISA SCHEME-FEE DETAIL RECORD
      *    ONE RECORD PER QUAL-RESULT RECORD CHARGED BY THE SCHEME-FEE
      *    JOB (BAS135VU), SHOWING THE FUNDING SOURCE AND CROSS-BORDER
      *    TEST IT WAS CHARGED ON AND THE ASSESSMENT, NETWORK FEE AND
      *    ISA IT DREW, SO THE MONTH-END VISA INVOICE CAN BE TIED OUT
      *    TRANSACTION BY TRANSACTION AGAINST THE GL ACCRUAL.
      *    SFD-FND-SRC-DEFAULTED IS SET WHEN THE ACCOUNT-RANGE MASTER
      *    RESOLVED NO FUNDING SOURCE AND THE SALE WAS CHARGED AT THE
      *    CREDIT RATES.
      ******************************************************************
       01  SCHEME-FEE-DETAIL-RECORD.
           05  SFD-MERCHANT-NUMBER       PIC X(15).
           05  SFD-TRANS-ID              PIC 9(15).
           05  SFD-TRANS-DATE            PIC 9(08).
           05  SFD-RUN-ID                PIC 9(09).
           05  SFD-CYCLE-DATE            PIC 9(08).
           05  SFD-COMPUTED-PLAN         PIC 9(04).
           05  SFD-FUNDING-SOURCE        PIC X(01).
           05  SFD-FND-SRC-DEFAULT-SW    PIC X(01).
               88  SFD-FND-SRC-DEFAULTED      VALUE 'Y'.
           05  SFD-CROSS-BORDER-SW       PIC X(01).
               88  SFD-CROSS-BORDER           VALUE 'Y'.
           05  SFD-ACQ-CURR-CODE         PIC 9(03).
           05  SFD-MERCH-COUNTRY-CODE    PIC 9(03).
           05  SFD-TRAN-AMT              PIC S9(09)V99 COMP-3.
           05  SFD-ASSESS-AMT            PIC S9(07)V99 COMP-3.
           05  SFD-NETWORK-FEE-AMT       PIC S9(07)V99 COMP-3.
           05  SFD-ISA-AMT               PIC S9(07)V99 COMP-3.
           05  SFD-TOTAL-FEE-AMT         PIC S9(07)V99 COMP-3.
