      ******************************************************************
      *    KMCDWQDG  -  WAREHOUSE FEED ROW, DOWNGRADE REASON
      *    ONE PIPE-DELIMITED DISPLAY ROW PER OCCUPIED QHM-DNGRADE-
      *    ENTRY OF A QUALIFICATION-HISTORY MASTER RECORD, NUMBERED BY
      *    DQD-ENTRY-NO, WRITTEN TO DWQHMDNG BY BAS142VU.  A NEW
      *    TRANSACTION SENDS ALL ITS ROWS AS INSERTS.  WHEN A CHANGED
      *    TRANSACTION'S DOWNGRADES CHANGED, ALL ITS CURRENT ROWS ARE
      *    SENT AS UPDATES AND REPLACE THE ROWS THE WAREHOUSE HOLDS FOR
      *    IT; ROWS NUMBERED ABOVE THE TRANSACTION ROW'S DQT-DNGRADE-
      *    CNT (KMCDWQTX) NO LONGER APPLY.
      ******************************************************************
       01  DW-QHM-DNGRADE-ROW.
           05  DQD-ACTION                PIC X(01).
               88  DQD-INSERT                 VALUE 'I'.
               88  DQD-UPDATE                 VALUE 'U'.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQD-MERCHANT-NUMBER       PIC X(15).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQD-TRANS-ID              PIC 9(15).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQD-ENTRY-NO              PIC 9(02).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQD-REASON-CODE           PIC X(04).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQD-LOST-PLAN-X           PIC X(04).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQD-LOST-AMT              PIC -9(09).99.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQD-TRANS-DATE            PIC 9(08).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DQD-CYCLE-DATE            PIC 9(08).
