      ******************************************************************
      *    KMCDWQTX  -  WAREHOUSE FEED ROW, QUALIFICATION HISTORY
      *    ONE PIPE-DELIMITED DISPLAY ROW PER QUALIFICATION-HISTORY
      *    MASTER (KMCQHMST) RECORD ADDED ('I') OR CHANGED ('U') SINCE
      *    THE LAST EXTRACT, WRITTEN TO DWQHMTXN BY BAS142VU.  AMOUNTS
      *    CARRY A LEADING SIGN POSITION AND AN ACTUAL DECIMAL POINT.
      *    DQT-ADJUST-AMT IS THE NET DISPUTE ADJUSTMENT BAS126VU HAS
      *    POSTED AGAINST THE TRANSACTION AND DQT-NET-RATE-AMT THE
      *    COMPUTED INTERCHANGE NET OF IT.  DQT-DNGRADE-CNT IS THE
      *    NUMBER OF DOWNGRADE ROWS (KMCDWQDG) THE TRANSACTION HAS
      *    NOW -- AN UPDATE MAY LEAVE IT WITH FEWER THAN BEFORE.
      ******************************************************************
       01  DW-QHM-TRANS-ROW.
           05  DQT-ACTION                PIC X(01).
               88  DQT-INSERT                 VALUE 'I'.
               88  DQT-UPDATE                 VALUE 'U'.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-MERCHANT-NUMBER       PIC X(15).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-TRANS-ID              PIC 9(15).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-TRANS-DATE            PIC 9(08).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-COMPUTED-PLAN         PIC 9(04).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-TRAN-AMT              PIC -9(09).99.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-COMPUTED-RATE-AMT     PIC -9(09).99.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-DISPUTE-CNT           PIC 9(04).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-ADJUST-AMT            PIC -9(09).99.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-NET-RATE-AMT          PIC -9(10).99.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-DNGRADE-CNT           PIC 9(02).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-RUN-ID                PIC 9(09).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQT-CYCLE-DATE            PIC 9(08).
